      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSENHA.
      *-----------------------------------------------------------------
      *CONVERSAO DO CADOPER PARA SENHA COM RESUMO. O CADOPER ANTIGO
      *(35 POSICOES, SENHA DE 8 EM TEXTO) E COPIADO PARA OPERWORK.DAT
      *E RECRIADO NO LAYOUT NOVO (71 POSICOES): A POSICAO DA SENHA
      *PASSA A GUARDAR O SAL E O RESUMO DE 36 DIGITOS DO HASHSENHA VAI
      *NO FIM DO REGISTRO. A SENHA ANTIGA E CONVERTIDA PARA RESUMO E A
      *DATA DA SENHA E ZERADA, O QUE OBRIGA CADA OPERADOR A INFORMAR
      *UMA SENHA NOVA NO PRIMEIRO LOGIN. NO FIM O OPERWORK E ESVAZIADO
      *E O SENHACONV.TXT MARCA A CONVERSAO COMO FEITA. COM O
      *SENHACONV.TXT JA GRAVADO O PROGRAMA SO REVISA O CADOPER NOVO:
      *REGISTRO SEM RESUMO (COPIA DE SEGURANCA ANTIGA RESTAURADA PELO
      *RESTSEG) TEM A SENHA QUE FICOU NA POSICAO DO SAL CONVERTIDA DO
      *MESMO JEITO. RODA SEM OPERADOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOPERV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OV-OPERADORID
               FILE STATUS  IS ERROV.
           SELECT CADOPER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPERADORID
               FILE STATUS  IS ERRO.
           SELECT OPERWORK ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROWK.
           SELECT CONVCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCT.

       DATA DIVISION.
       FILE SECTION.
      *CADOPER NO LAYOUT ANTIGO, COM A SENHA EM TEXTO
           FD CADOPERV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPERV.
               02 OV-OPERADORID PIC X(08).
               02 OV-SENHA      PIC X(08).
               02 OV-DADOS      PIC X(19).

           FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 DADOSOPER.
                   03 NIVEL      PIC 9(01) VALUE 0.
                   03 DATASENHA  PIC 9(08) VALUE ZEROES.
                   03 TENTATIVAS PIC 9(01) VALUE 0.
                   03 BLOQUEADO  PIC 9(01) VALUE 0.
                   03 PERFIL     PIC X(06) VALUE SPACES.
                   03 OPFILIAL   PIC 9(02) VALUE 0.
               02 SENHAHASH  PIC X(36) VALUE SPACES.

           FD OPERWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OPERWORK.DAT".
           01 REGWORK.
               02 WK-OPERADORID PIC X(08).
               02 WK-SENHA      PIC X(08).
               02 WK-DADOS      PIC X(19).

           FD CONVCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SENHACONV.TXT".
           01 LINHACTRL PIC X(80) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROV     PIC X(2) VALUE "00".
           01 ERROWK    PIC X(2) VALUE "00".
           01 ERROCT    PIC X(2) VALUE "00".
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 PARAMHASH.
               02 PH-SAL   PIC X(08) VALUE SPACES.
               02 PH-SENHA PIC X(20) VALUE SPACES.
               02 PH-HASH  PIC X(36) VALUE SPACES.
           01 QTDLIDOS     PIC 9(6) VALUE ZEROES.
           01 QTDGRAVADOS  PIC 9(6) VALUE ZEROES.
           01 QTDREVISADOS PIC 9(6) VALUE ZEROES.

           PROCEDURE DIVISION.
      *CONVERSAO JA FEITA VAI DIRETO PARA A REVISAO; SENAO COPIA O
      *CADOPER ANTIGO PARA O OPERWORK
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CONVCTRL
           IF ERROCT = "00"
               CLOSE CONVCTRL
               GO TO REVISA
           END-IF
           OPEN INPUT CADOPERV
           IF ERROV NOT = "00"
               DISPLAY "ARQUIVO CADOPER NAO ENCONTRADO - STATUS " ERROV
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN OUTPUT OPERWORK
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO OV-OPERADORID
           START CADOPERV KEY IS NOT LESS OV-OPERADORID
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM COPIAOPER-LOOP UNTIL FIMARQ = 1
           CLOSE CADOPERV OPERWORK
           GO TO RECRIA.

       COPIAOPER-LOOP.
           READ CADOPERV NEXT
           IF ERROV NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE REGOPERV TO REGWORK
               WRITE REGWORK
               ADD 1 TO QTDLIDOS
           END-IF.

      *RECRIA O CADOPER NO LAYOUT NOVO A PARTIR DO OPERWORK - EM CASO
      *DE FALHA O OPERWORK FICA COMO ESTA PARA A RECUPERACAO
       RECRIA.
           OPEN OUTPUT CADOPER
           IF ERRO NOT = "00"
               DISPLAY "ERRO AO RECRIAR CADOPER - STATUS " ERRO
               DISPLAY "OS OPERADORES ESTAO EM OPERWORK.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN INPUT OPERWORK
           MOVE 0 TO FIMARQ
           PERFORM GRAVAOPER-LOOP UNTIL FIMARQ = 1
           CLOSE CADOPER OPERWORK
           IF QTDGRAVADOS NOT = QTDLIDOS
               DISPLAY "CONVERSAO INCOMPLETA - LIDOS " QTDLIDOS
                   " GRAVADOS " QTDGRAVADOS
               DISPLAY "OS OPERADORES ESTAO EM OPERWORK.DAT"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
      *O OPERWORK TEM AS SENHAS EM TEXTO - FICA VAZIO
           OPEN OUTPUT OPERWORK
           CLOSE OPERWORK
           OPEN OUTPUT CONVCTRL
           MOVE SPACES TO LINHACTRL
           STRING "CADOPER CONVERTIDO PARA SENHA COM RESUMO EM "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               " - OPERADORES: " DELIMITED BY SIZE
               QTDGRAVADOS DELIMITED BY SIZE
               INTO LINHACTRL
           END-STRING
           WRITE LINHACTRL
           CLOSE CONVCTRL
           DISPLAY "CONVERSAO DE SENHAS CONCLUIDA - OPERADORES: "
               QTDGRAVADOS
           GO TO SAIR.

       GRAVAOPER-LOOP.
           READ OPERWORK
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   MOVE WK-OPERADORID TO OPERADORID
                   MOVE WK-DADOS TO DADOSOPER
                   MOVE WK-SENHA TO PH-SENHA
                   PERFORM GERARESUMO
                   WRITE REGOPER
                   IF ERRO = "00" OR ERRO = "02"
                       ADD 1 TO QTDGRAVADOS
                   END-IF
           END-READ.

      *CADOPER JA CONVERTIDO - SO OS REGISTROS SEM RESUMO
       REVISA.
           OPEN I-O CADOPER
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADOPER NAO ENCONTRADO - STATUS " ERRO
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO OPERADORID
           START CADOPER KEY IS NOT LESS OPERADORID
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM REVISA-LOOP UNTIL FIMARQ = 1
           CLOSE CADOPER
           DISPLAY "CADOPER JA CONVERTIDO - SENHAS CONVERTIDAS AGORA: "
               QTDREVISADOS
           GO TO SAIR.

       REVISA-LOOP.
           READ CADOPER NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF SENHAHASH = SPACES
                   MOVE SALSENHA TO PH-SENHA
                   PERFORM GERARESUMO
                   REWRITE REGOPER
                   ADD 1 TO QTDREVISADOS
               END-IF
           END-IF.

      *SAL NOVO E RESUMO DA SENHA EM PH-SENHA; DATA DA SENHA ZERADA
      *OBRIGA A TROCA NO PRIMEIRO LOGIN
       GERARESUMO.
           MOVE SPACES TO PH-SAL
           CALL "HASHSENHA" USING PARAMHASH
           MOVE PH-SAL TO SALSENHA
           MOVE PH-HASH TO SENHAHASH
           MOVE ZEROES TO DATASENHA
           MOVE SPACES TO PH-SENHA PH-HASH.

       SAIR.
           GOBACK.
           END PROGRAM CONVSENHA.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERAUDIT.
      *-----------------------------------------------------------------
      *VERIFICACAO DA TRILHA DE AUDITORIA. PERCORRE EM ORDEM DE
      *SEQUENCIA OS ARQUIVOS MORTOS POR ANO (AUDAAAA.DAT, ATE 30 ANOS
      *ATRAS) E DEPOIS O CADAUDIT, E PARA CADA EVENTO RECALCULA PELO
      *SELOAUD O RESUMO DO REGISTRO E O SELO ENCADEADO AO EVENTO
      *ANTERIOR GRAVADOS NO CADSELO. APONTA SEQUENCIA FALTANDO (SALTO
      *NO AUD-SEQ OU FIM ANTES DO AUDCTRL), REGISTRO ALTERADO, ELO
      *QUEBRADO E EVENTO SEM SELO DEPOIS DO PRIMEIRO SELADO (OS
      *ANTERIORES AO SELO SAO DA TRILHA ANTIGA E SO PASSAM PELA
      *CONFERENCIA DE SEQUENCIA). O ULTIMO SELO CONFERIDO SEM PROBLEMA
      *FICA EM AUDVERIF.TXT E E COBRADO NA VERIFICACAO SEGUINTE, O QUE
      *PEGA A TRILHA REFEITA INTEIRA DEPOIS DA CONFERENCIA; COM
      *PROBLEMA O ARQUIVO MANTEM O SELO ANTERIOR E GUARDA A DATA E A
      *QUANTIDADE DE PROBLEMAS, QUE O ARQAUDIT CONSULTA ANTES DE
      *ARQUIVAR. O RELATORIO SAI EM RELVAUD.TXT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAUDIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-SEQ
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS AUD-CHAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-DATA WITH DUPLICATES.
           SELECT AUDARQ ASSIGN TO DYNAMIC ARQNOME
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ARQ-SEQ
               FILE STATUS  IS ERROARQ
               ALTERNATE RECORD KEY IS ARQ-CHAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS ARQ-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS ARQ-DATA WITH DUPLICATES.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERROSEL.
           SELECT AUDCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTA.
           SELECT AUDVERIF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRVER.
           SELECT RELVAUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
           01 REGAUDIT.
               02 AUD-SEQ      PIC 9(9) VALUE ZEROES.
               02 AUD-CHAVE    PIC X(17) VALUE SPACES.
               02 AUD-OPERADOR PIC X(8) VALUE SPACES.
               02 AUD-DATA     PIC 9(8) VALUE ZEROES.
               02 AUD-HORA     PIC 9(8) VALUE ZEROES.
               02 AUD-ARQUIVO  PIC X(8) VALUE SPACES.
               02 AUD-TIPO     PIC X(1) VALUE SPACES.
               02 AUD-ANTES    PIC X(180) VALUE SPACES.
               02 AUD-DEPOIS   PIC X(180) VALUE SPACES.

           FD AUDARQ
               LABEL RECORD IS STANDARD.
           01 REGAUDARQ.
               02 ARQ-SEQ      PIC 9(9) VALUE ZEROES.
               02 ARQ-CHAVE    PIC X(17) VALUE SPACES.
               02 ARQ-OPERADOR PIC X(8) VALUE SPACES.
               02 ARQ-DATA     PIC 9(8) VALUE ZEROES.
               02 ARQ-HORA     PIC 9(8) VALUE ZEROES.
               02 ARQ-ARQUIVO  PIC X(8) VALUE SPACES.
               02 ARQ-TIPO     PIC X(1) VALUE SPACES.
               02 ARQ-ANTES    PIC X(180) VALUE SPACES.
               02 ARQ-DEPOIS   PIC X(180) VALUE SPACES.

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9) VALUE ZEROES.
               02 SL-RESUMO PIC X(36) VALUE SPACES.
               02 SL-SELO   PIC X(36) VALUE SPACES.

           FD AUDCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDCTRL.TXT".
           01 LINHACTA.
               02 CTA-SEQ PIC 9(9).

           FD AUDVERIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDVERIF.TXT".
           01 LINHAVERIF.
               02 AV-DATA      PIC 9(8).
               02 AV-SEQ       PIC 9(9).
               02 AV-SELO      PIC X(36).
               02 AV-PROBLEMAS PIC 9(7).

           FD RELVAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELVAUD.TXT".
           01 LINHAREL PIC X(80) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROARQ   PIC X(2) VALUE "00".
           01 ERROSEL   PIC X(2) VALUE "00".
           01 ERROCTA   PIC X(2) VALUE "00".
           01 ERRVER    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATAHOJE-R REDEFINES DATAHOJE.
               02 HJ-ANO PIC 9(4).
               02 HJ-MES PIC 9(2).
               02 HJ-DIA PIC 9(2).
           01 ARQNOME PIC X(12) VALUE SPACES.
           01 ANOINICIO PIC 9(4) VALUE ZEROES.
           01 ANOATUAL PIC 9(4) VALUE ZEROES.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 SELABERTO PIC 9(1) VALUE 0.
      *EVENTO LIDO, DO ARQUIVO MORTO OU DO VIVO (MESMO LAYOUT)
           01 REGVER PIC X(419) VALUE SPACES.
           01 REGVER-R REDEFINES REGVER.
               02 VR-SEQ PIC 9(9).
               02 FILLER PIC X(410).
           01 ULTSEQ PIC 9(9) VALUE ZEROES.
           01 ULTSELO PIC X(36) VALUE SPACES.
           01 SELADO PIC 9(1) VALUE 0.
           01 TEMSELO PIC 9(1) VALUE 0.
           01 RESUMOGRAVADO PIC X(36) VALUE SPACES.
           01 SELOGRAVADO PIC X(36) VALUE SPACES.
           01 SELOANTERIOR PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
      *SELO CONFERIDO NA ULTIMA VERIFICACAO SEM PROBLEMA
           01 ANC-DATA PIC 9(8) VALUE ZEROES.
           01 ANC-SEQ PIC 9(9) VALUE ZEROES.
           01 ANC-SELO PIC X(36) VALUE SPACES.
           01 ANCORAACHADA PIC 9(1) VALUE 0.
           01 QTDLIDOS PIC 9(7) VALUE ZEROES.
           01 QTDLIDOSARQ PIC 9(7) VALUE ZEROES.
           01 QTDSELADOS PIC 9(7) VALUE ZEROES.
           01 QTDANTIGOS PIC 9(7) VALUE ZEROES.
           01 QTDREPETIDOS PIC 9(7) VALUE ZEROES.
           01 QTDPROBLEMAS PIC 9(7) VALUE ZEROES.
           01 PROBSEQ PIC 9(9) VALUE ZEROES.
           01 PROBDESC PIC X(60) VALUE SPACES.
           01 SALTOINI PIC 9(9) VALUE ZEROES.
           01 SALTOFIM PIC 9(9) VALUE ZEROES.

           PROCEDURE DIVISION.
      *LE O SELO DA ULTIMA VERIFICACAO SEM PROBLEMA E ABRE O RELATORIO
      *(CHAMADO DO MENU, DA CADEIA NOTURNA E DO ARQAUDIT NA MESMA
      *EXECUCAO - OS TOTAIS SAO ZERADOS A CADA CHAMADA)
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROES TO ULTSEQ ANC-DATA ANC-SEQ QTDLIDOS QTDSELADOS
               QTDANTIGOS QTDREPETIDOS QTDPROBLEMAS
           MOVE SPACES TO ULTSELO ANC-SELO
           MOVE 0 TO SELADO ANCORAACHADA
           OPEN INPUT AUDVERIF
           IF ERRVER = "00"
               READ AUDVERIF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AV-SEQ NUMERIC AND AV-DATA NUMERIC
                           MOVE AV-DATA TO ANC-DATA
                           MOVE AV-SEQ TO ANC-SEQ
                           MOVE AV-SELO TO ANC-SELO
                       END-IF
               END-READ
               CLOSE AUDVERIF
           END-IF
           MOVE "00" TO ERRVER
           OPEN OUTPUT RELVAUD
           MOVE SPACES TO LINHAREL
           STRING "VERIFICACAO DA TRILHA DE AUDITORIA EM "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF ANC-SEQ NOT = ZEROES
               MOVE SPACES TO LINHAREL
               STRING "SELO CONFERIDO EM " DELIMITED BY SIZE
                   ANC-DATA DELIMITED BY SIZE
                   " NA SEQUENCIA " DELIMITED BY SIZE
                   ANC-SEQ DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF
           MOVE 0 TO SELABERTO
           OPEN INPUT CADSELO
           IF ERROSEL = "00"
               MOVE 1 TO SELABERTO
           END-IF
           MOVE "00" TO ERROSEL
           GO TO VERIFICAMORTOS.

      *ARQUIVOS MORTOS POR ANO, DO MAIS ANTIGO PARA O MAIS NOVO - OS
      *EVENTOS SAO ARQUIVADOS POR DATA, ENTAO A SEQUENCIA E CRESCENTE
       VERIFICAMORTOS.
           COMPUTE ANOINICIO = HJ-ANO - 30
           PERFORM VERIFICAANO VARYING ANOATUAL FROM ANOINICIO BY 1
               UNTIL ANOATUAL > HJ-ANO
           GO TO VERIFICAVIVO.

       VERIFICAANO.
           MOVE SPACES TO ARQNOME
           STRING "AUD" DELIMITED BY SIZE
               ANOATUAL DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ARQNOME
           END-STRING
           OPEN INPUT AUDARQ
           IF ERROARQ = "00"
               MOVE ZEROES TO QTDLIDOSARQ
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO ARQ-SEQ
               START AUDARQ KEY IS NOT LESS ARQ-SEQ
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM VERIFICAANO-LOOP UNTIL FIMARQ = 1
               CLOSE AUDARQ
               MOVE SPACES TO LINHAREL
               STRING "ARQUIVO " DELIMITED BY SIZE
                   ARQNOME DELIMITED BY SIZE
                   " EVENTOS LIDOS " DELIMITED BY SIZE
                   QTDLIDOSARQ DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF
           MOVE "00" TO ERROARQ.

       VERIFICAANO-LOOP.
           READ AUDARQ NEXT
           IF ERROARQ NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               ADD 1 TO QTDLIDOSARQ
               MOVE REGAUDARQ TO REGVER
               PERFORM VERIFICAEVENTO
           END-IF.

      *ARQUIVO VIVO, DEPOIS DE TODOS OS ANOS ARQUIVADOS
       VERIFICAVIVO.
           OPEN INPUT CADAUDIT
           IF ERRO NOT = "00"
               MOVE SPACES TO LINHAREL
               MOVE "ARQUIVO CADAUDIT NAO ENCONTRADO OU VAZIO"
                   TO LINHAREL
               WRITE LINHAREL
               MOVE "00" TO ERRO
               GO TO ENCERRA
           END-IF
           MOVE ZEROES TO QTDLIDOSARQ
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO AUD-SEQ
           START CADAUDIT KEY IS NOT LESS THAN AUD-SEQ
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM VERIFICAVIVO-LOOP UNTIL FIMARQ = 1
           CLOSE CADAUDIT
           MOVE "00" TO ERRO
           MOVE SPACES TO LINHAREL
           STRING "ARQUIVO CADAUDIT.DAT EVENTOS LIDOS "
               DELIMITED BY SIZE
               QTDLIDOSARQ DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO ENCERRA.

       VERIFICAVIVO-LOOP.
           READ CADAUDIT NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               ADD 1 TO QTDLIDOSARQ
               MOVE REGAUDIT TO REGVER
               PERFORM VERIFICAEVENTO
           END-IF.

      *CONFERE UM EVENTO - SEQUENCIA E SELO. EVENTO COM SEQUENCIA JA
      *VISTA (ARQUIVAMENTO INTERROMPIDO ANTES DA REMOCAO DO VIVO) SO
      *TEM O RESUMO CONFERIDO
       VERIFICAEVENTO.
           ADD 1 TO QTDLIDOS
           IF VR-SEQ NOT > ULTSEQ
               ADD 1 TO QTDREPETIDOS
               PERFORM LESELO
               IF TEMSELO = 1
                   PERFORM CONFERERESUMO
               END-IF
           ELSE
               IF VR-SEQ > ULTSEQ + 1
                   COMPUTE SALTOINI = ULTSEQ + 1
                   COMPUTE SALTOFIM = VR-SEQ - 1
                   MOVE SALTOINI TO PROBSEQ
                   MOVE SPACES TO PROBDESC
                   STRING "FALTAM AS SEQUENCIAS " DELIMITED BY SIZE
                       SALTOINI DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       SALTOFIM DELIMITED BY SIZE
                       INTO PROBDESC
                   END-STRING
                   PERFORM REGISTRAPROBLEMA
               END-IF
               PERFORM CONFERESELO
               MOVE VR-SEQ TO ULTSEQ
           END-IF.

      *SELO DO EVENTO NO CADSELO
       LESELO.
           MOVE 0 TO TEMSELO
           MOVE SPACES TO RESUMOGRAVADO SELOGRAVADO
           IF SELABERTO = 1
               MOVE VR-SEQ TO SL-SEQ
               READ CADSELO
               IF ERROSEL = "00"
                   MOVE 1 TO TEMSELO
                   MOVE SL-RESUMO TO RESUMOGRAVADO
                   MOVE SL-SELO TO SELOGRAVADO
               END-IF
               MOVE "00" TO ERROSEL
           END-IF.

      *EVENTO SEM SELO SO E ACEITO ANTES DO PRIMEIRO EVENTO SELADO
       CONFERESELO.
           PERFORM LESELO
           IF VR-SEQ = ANC-SEQ
               MOVE 1 TO ANCORAACHADA
           END-IF
           IF TEMSELO = 0
               IF SELADO = 0 AND VR-SEQ NOT = ANC-SEQ
                   ADD 1 TO QTDANTIGOS
               ELSE
                   MOVE VR-SEQ TO PROBSEQ
                   MOVE "EVENTO SEM SELO" TO PROBDESC
                   PERFORM REGISTRAPROBLEMA
               END-IF
           ELSE
               MOVE 1 TO SELADO
               ADD 1 TO QTDSELADOS
               PERFORM CONFERERESUMO
               PERFORM CONFEREELO
               MOVE SELOGRAVADO TO ULTSELO
               IF VR-SEQ = ANC-SEQ AND SELOGRAVADO NOT = ANC-SELO
                   MOVE VR-SEQ TO PROBSEQ
                   MOVE SPACES TO PROBDESC
                   STRING "SELO DIFERENTE DO CONFERIDO EM "
                       DELIMITED BY SIZE
                       ANC-DATA DELIMITED BY SIZE
                       INTO PROBDESC
                   END-STRING
                   PERFORM REGISTRAPROBLEMA
               END-IF
           END-IF.

      *RESUMO DO REGISTRO COMO ESTA HOJE CONTRA O GRAVADO NO SELO
       CONFERERESUMO.
           MOVE 419 TO PS-TAM
           MOVE REGVER TO PS-DADOS
           CALL "SELOAUD" USING PARAMSELO
           IF PS-SELO NOT = RESUMOGRAVADO
               MOVE VR-SEQ TO PROBSEQ
               MOVE "REGISTRO ALTERADO DEPOIS DE GRAVADO" TO PROBDESC
               PERFORM REGISTRAPROBLEMA
           END-IF.

      *SELO DO EVENTO ANTERIOR MAIS O RESUMO GRAVADO TEM QUE DAR O
      *SELO GRAVADO - SEM O ANTERIOR NO CADSELO, O ELO PARTE DE BRANCOS
       CONFEREELO.
           MOVE SPACES TO SELOANTERIOR
           IF SELABERTO = 1
               COMPUTE SL-SEQ = VR-SEQ - 1
               READ CADSELO
               IF ERROSEL = "00"
                   MOVE SL-SELO TO SELOANTERIOR
               END-IF
               MOVE "00" TO ERROSEL
           END-IF
           MOVE SPACES TO PS-DADOS
           MOVE SELOANTERIOR TO PS-DADOS(1:36)
           MOVE RESUMOGRAVADO TO PS-DADOS(37:36)
           MOVE 72 TO PS-TAM
           CALL "SELOAUD" USING PARAMSELO
           IF PS-SELO NOT = SELOGRAVADO
               MOVE VR-SEQ TO PROBSEQ
               MOVE "ELO QUEBRADO - SELO NAO CONFERE COM O ANTERIOR"
                   TO PROBDESC
               PERFORM REGISTRAPROBLEMA
           END-IF.

       REGISTRAPROBLEMA.
           ADD 1 TO QTDPROBLEMAS
           MOVE SPACES TO LINHAREL
           STRING "SEQ " DELIMITED BY SIZE
               PROBSEQ DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PROBDESC DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *FIM DA TRILHA - SELO DA ULTIMA VERIFICACAO E CONTADOR DO
      *AUDCTRL PRECISAM TER SIDO ALCANCADOS
       ENCERRA.
           IF SELABERTO = 1
               CLOSE CADSELO
           END-IF
           IF ANC-SEQ NOT = ZEROES AND ANCORAACHADA = 0
               MOVE ANC-SEQ TO PROBSEQ
               MOVE "EVENTO CONFERIDO ANTES NAO ENCONTRADO" TO PROBDESC
               PERFORM REGISTRAPROBLEMA
           END-IF
           OPEN INPUT AUDCTRL
           IF ERROCTA = "00"
               READ AUDCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTA-SEQ NUMERIC AND CTA-SEQ > ULTSEQ
                           COMPUTE PROBSEQ = ULTSEQ + 1
                           MOVE SPACES TO PROBDESC
                           STRING "FALTAM OS ULTIMOS EVENTOS ATE A "
                               DELIMITED BY SIZE
                               "SEQUENCIA " DELIMITED BY SIZE
                               CTA-SEQ DELIMITED BY SIZE
                               INTO PROBDESC
                           END-STRING
                           PERFORM REGISTRAPROBLEMA
                       END-IF
               END-READ
               CLOSE AUDCTRL
           END-IF
           MOVE "00" TO ERROCTA
           MOVE SPACES TO LINHAREL
           STRING "LIDOS: " DELIMITED BY SIZE
               QTDLIDOS DELIMITED BY SIZE
               " SELADOS: " DELIMITED BY SIZE
               QTDSELADOS DELIMITED BY SIZE
               " SEM SELO ANTIGOS: " DELIMITED BY SIZE
               QTDANTIGOS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "REPETIDOS NO VIVO E NO ARQUIVO MORTO: "
               DELIMITED BY SIZE
               QTDREPETIDOS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "ULTIMA SEQUENCIA: " DELIMITED BY SIZE
               ULTSEQ DELIMITED BY SIZE
               " SELO: " DELIMITED BY SIZE
               ULTSELO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           IF QTDPROBLEMAS = ZEROES
               MOVE "TRILHA DE AUDITORIA INTEGRA" TO LINHAREL
           ELSE
               STRING "TRILHA DE AUDITORIA COM PROBLEMAS: "
                   DELIMITED BY SIZE
                   QTDPROBLEMAS DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
           END-IF
           WRITE LINHAREL
           DISPLAY LINHAREL
           CLOSE RELVAUD
           GO TO GRAVAVERIF.

      *SEM PROBLEMA O ULTIMO SELO PASSA A SER O CONFERIDO; COM
      *PROBLEMA FICA O SELO ANTERIOR, COM A DATA E A QUANTIDADE
       GRAVAVERIF.
           OPEN OUTPUT AUDVERIF
           IF ERRVER NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO AUDVERIF.TXT - STATUS "
                   ERRVER
               GO TO SAIR
           END-IF
           MOVE DATAHOJE TO AV-DATA
           MOVE QTDPROBLEMAS TO AV-PROBLEMAS
           IF QTDPROBLEMAS = ZEROES AND QTDSELADOS NOT = ZEROES
               MOVE ULTSEQ TO AV-SEQ
               MOVE ULTSELO TO AV-SELO
           ELSE
               MOVE ANC-SEQ TO AV-SEQ
               MOVE ANC-SELO TO AV-SELO
           END-IF
           WRITE LINHAVERIF
           CLOSE AUDVERIF
           GO TO SAIR.

       SAIR.
           GOBACK.
           END PROGRAM VERAUDIT.

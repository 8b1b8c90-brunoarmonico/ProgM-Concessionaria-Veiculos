      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDUPL.
      *-----------------------------------------------------------------
      *CLIENTES PROVAVELMENTE DUPLICADOS NO CADPROPR - A MESMA PESSOA
      *CADASTRADA EM DOIS CPFS (ERRO DE DIGITACAO) OU COM CADASTROS
      *QUASE IGUAIS. CADA CLIENTE GERA NO ARQUIVO DE TRABALHO DUPWORK
      *UMA ENTRADA POR CRITERIO - NOME COM DATA DE NASCIMENTO,
      *TELEFONE, E-MAIL E ENDERECO (CEP E NUMERO) - E OS GRUPOS DE
      *DOIS OU MAIS CPFS COM O MESMO VALOR SAEM EM RELDUPL.TXT PARA
      *CONFERENCIA. A UNIFICACAO E FEITA PELO SUPERVISOR NO P172957.
      *RODA SEM OPERADOR, NOS MOLDES DO RELENTR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT DUPWORK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DW-CHAVE
               FILE STATUS  IS ERRODW.
           SELECT RELDUPL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 DATANASC.
                   03 DIA PIC 9(2) VALUE ZEROES.
                   03 MES PIC 9(2) VALUE ZEROES.
                   03 ANO PIC 9(4) VALUE ZEROES.
               02 BCEP PIC 9(8) VALUE ZEROES.
               02 NUM PIC 9(6) VALUE ZEROES.
               02 COMPLEMENTO PIC X(25) VALUE SPACES.
               02 TELEFONE.
                   03 DDD PIC 9(2) VALUE ZEROES.
                   03 NUMERO PIC 9(9) VALUE ZEROES.
               02 EMAIL PIC X(30) VALUE SPACES.
               02 VERSAO PIC 9(6) VALUE ZEROES.

      *ARQUIVO DE TRABALHO - RECRIADO A CADA EXECUCAO. CRITERIO N
      *(NOME E NASCIMENTO), T (TELEFONE), E (E-MAIL) OU A (ENDERECO)
           FD DUPWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DUPWORK.DAT".
           01 REGDUPW.
               02 DW-CHAVE.
                   03 DW-CRITERIO PIC X(1).
                   03 DW-VALOR    PIC X(40).
                   03 DW-CPF      PIC X(11).

           FD RELDUPL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDUPL.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRODW    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 QTDCLIENTES PIC 9(6) VALUE ZEROES.
      *GRUPO EM ANDAMENTO NA LEITURA DO ARQUIVO DE TRABALHO
           01 GRUPOATUAL.
               02 GA-CRITERIO PIC X(1) VALUE SPACES.
               02 GA-VALOR    PIC X(40) VALUE SPACES.
           01 PRIMEIROCPF PIC X(11) VALUE SPACES.
           01 QTDGRUPO    PIC 9(4) VALUE ZEROES.
           01 QTDGRUPOS.
               02 QG-NOME     PIC 9(5) VALUE ZEROES.
               02 QG-TELEFONE PIC 9(5) VALUE ZEROES.
               02 QG-EMAIL    PIC 9(5) VALUE ZEROES.
               02 QG-ENDERECO PIC 9(5) VALUE ZEROES.
           01 VALORNOME.
               02 VN-NOME PIC X(30).
               02 VN-NASC PIC 9(8).
               02 FILLER  PIC X(2).
           01 VALORFONE.
               02 VF-DDD    PIC 9(2).
               02 VF-NUMERO PIC 9(9).
               02 FILLER    PIC X(29).
           01 VALOREND.
               02 VE-CEP PIC 9(8).
               02 VE-NUM PIC 9(6).
               02 FILLER PIC X(26).
           01 TEXTOCRITERIO PIC X(30) VALUE SPACES.
           01 ED-QTD    PIC Z(4)9.
           01 ED-NASC   PIC 99/99/9999.

           PROCEDURE DIVISION.
      *ABRE O CADASTRO E RECRIA O ARQUIVO DE TRABALHO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADPROPR NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN OUTPUT DUPWORK
           CLOSE DUPWORK
           OPEN I-O DUPWORK
           IF ERRODW NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DUPWORK"
               CLOSE CADPROPR
               GO TO SAIR
           END-IF
           OPEN OUTPUT RELDUPL
           GO TO CARREGA.

      *UMA ENTRADA POR CRITERIO PREENCHIDO DE CADA CLIENTE
       CARREGA.
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CPF
           START CADPROPR KEY IS NOT LESS THAN CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM CARREGA-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           GO TO CABECALHO.

       CARREGA-LOOP.
           READ CADPROPR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               ADD 1 TO QTDCLIENTES
               MOVE CPF TO DW-CPF
               IF NOME NOT = SPACES AND DATANASC NOT = ZEROES
                   MOVE "N" TO DW-CRITERIO
                   MOVE SPACES TO VALORNOME
                   MOVE NOME TO VN-NOME
                   MOVE DATANASC TO VN-NASC
                   MOVE VALORNOME TO DW-VALOR
                   WRITE REGDUPW
               END-IF
               IF NUMERO NOT = ZEROES
                   MOVE "T" TO DW-CRITERIO
                   MOVE SPACES TO VALORFONE
                   MOVE DDD TO VF-DDD
                   MOVE NUMERO TO VF-NUMERO
                   MOVE VALORFONE TO DW-VALOR
                   WRITE REGDUPW
               END-IF
               IF EMAIL NOT = SPACES
                   MOVE "E" TO DW-CRITERIO
                   MOVE EMAIL TO DW-VALOR
                   WRITE REGDUPW
               END-IF
               IF BCEP NOT = ZEROES
                   MOVE "A" TO DW-CRITERIO
                   MOVE SPACES TO VALOREND
                   MOVE BCEP TO VE-CEP
                   MOVE NUM TO VE-NUM
                   MOVE VALOREND TO DW-VALOR
                   WRITE REGDUPW
               END-IF
               MOVE "00" TO ERRODW
           END-IF.

       CABECALHO.
           MOVE SPACES TO LINHAREL
           STRING "CLIENTES PROVAVELMENTE DUPLICADOS EM "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "    CPF         NOME                           "
               DELIMITED BY SIZE
               "NASCIMENTO DDD TELEFONE  E-MAIL" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO AGRUPA.

      *PERCORRE O ARQUIVO DE TRABALHO NA ORDEM DA CHAVE - ENTRADAS
      *COM O MESMO CRITERIO E VALOR FICAM JUNTAS
       AGRUPA.
           MOVE SPACES TO GRUPOATUAL PRIMEIROCPF
           MOVE ZEROES TO QTDGRUPO
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO DW-CHAVE
           START DUPWORK KEY IS NOT LESS THAN DW-CHAVE
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM AGRUPA-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRODW
           GO TO TOTAIS.

       AGRUPA-LOOP.
           READ DUPWORK NEXT
           IF ERRODW NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF DW-CRITERIO = GA-CRITERIO AND DW-VALOR = GA-VALOR
                   ADD 1 TO QTDGRUPO
                   IF QTDGRUPO = 2
                       PERFORM ABREGRUPO
                   END-IF
                   MOVE DW-CPF TO CPF
                   PERFORM LINHACLIENTE
               ELSE
                   MOVE DW-CRITERIO TO GA-CRITERIO
                   MOVE DW-VALOR TO GA-VALOR
                   MOVE DW-CPF TO PRIMEIROCPF
                   MOVE 1 TO QTDGRUPO
               END-IF
           END-IF.

      *SEGUNDO CPF COM O MESMO VALOR - ABRE O GRUPO NO RELATORIO E
      *LISTA O PRIMEIRO, QUE AINDA NAO SAIU
       ABREGRUPO.
           EVALUATE GA-CRITERIO
           WHEN "N"
               ADD 1 TO QG-NOME
               MOVE "MESMO NOME E NASCIMENTO" TO TEXTOCRITERIO
           WHEN "T"
               ADD 1 TO QG-TELEFONE
               MOVE "MESMO TELEFONE" TO TEXTOCRITERIO
           WHEN "E"
               ADD 1 TO QG-EMAIL
               MOVE "MESMO E-MAIL" TO TEXTOCRITERIO
           WHEN OTHER
               ADD 1 TO QG-ENDERECO
               MOVE "MESMO ENDERECO (CEP E NUMERO)" TO TEXTOCRITERIO
           END-EVALUATE
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING TEXTOCRITERIO DELIMITED BY "  "
               ": " DELIMITED BY SIZE
               GA-VALOR DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE PRIMEIROCPF TO CPF
           PERFORM LINHACLIENTE.

       LINHACLIENTE.
           READ CADPROPR
           IF ERRO = "00"
               MOVE DATANASC TO ED-NASC
               MOVE SPACES TO LINHAREL
               STRING "    " DELIMITED BY SIZE
                   CPF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-NASC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DDD DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EMAIL DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF
           MOVE "00" TO ERRO.

       TOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE QTDCLIENTES TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "CLIENTES LIDOS                " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE QG-NOME TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "GRUPOS POR NOME E NASCIMENTO  " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE QG-TELEFONE TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "GRUPOS POR TELEFONE           " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE QG-EMAIL TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "GRUPOS POR E-MAIL             " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE QG-ENDERECO TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "GRUPOS POR ENDERECO           " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE CADPROPR DUPWORK RELDUPL
           DISPLAY "RELATORIO GRAVADO EM RELDUPL.TXT"
           GO TO SAIR.

       SAIR.
           GOBACK.
           END PROGRAM RELDUPL.

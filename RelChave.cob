      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCHAVE.
      *-----------------------------------------------------------------
      *CHAVES FORA DO QUADRO POR FILIAL - LISTA AS RETIRADAS DO
      *CADCHAV (P172960) AINDA SEM DEVOLUCAO, COM QUEM A CHAVE ESTA,
      *O MOTIVO E A DEVOLUCAO PREVISTA, MARCANDO AS ATRASADAS. A
      *FILIAL E A DO VEICULO NO MOMENTO DA RETIRADA. GRAVA
      *RELCHAVE.TXT E RODA SEM OPERADOR, NOS MOLDES DO RELTRF.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECHAV
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CV-FILIAL WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT RELCHAVE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADCHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAV.DAT".
           01 REGCHAV.
               02 CHAVECHAV.
                   03 CV-CHASSI      PIC X(17) VALUE SPACES.
                   03 CV-SEQ         PIC 9(3) VALUE ZEROES.
               02 CV-FILIAL          PIC 9(2) VALUE ZEROES.
               02 CV-MOTIVO          PIC X(1) VALUE SPACES.
                   88 CHAVE-TESTDRIVE VALUE "T".
                   88 CHAVE-TRANSF   VALUE "R".
                   88 CHAVE-OFICINA  VALUE "O".
                   88 CHAVE-ENTREGA  VALUE "E".
                   88 CHAVE-OUTRO    VALUE "U".
               02 CV-AGDATA          PIC 9(8) VALUE ZEROES.
               02 CV-AGHORA          PIC 9(4) VALUE ZEROES.
               02 CV-NUMTRANSF       PIC 9(6) VALUE ZEROES.
               02 CV-RESPONSAVEL     PIC X(30) VALUE SPACES.
               02 CV-NOTA            PIC X(30) VALUE SPACES.
               02 CV-DATASAIDA       PIC 9(8) VALUE ZEROES.
               02 CV-HORASAIDA       PIC 9(4) VALUE ZEROES.
               02 CV-OPERSAIDA       PIC X(8) VALUE SPACES.
               02 CV-PREVISTA        PIC 9(8) VALUE ZEROES.
               02 CV-HORAPREV        PIC 9(4) VALUE ZEROES.
               02 CV-DATADEVOL       PIC 9(8) VALUE ZEROES.
               02 CV-HORADEVOL       PIC 9(4) VALUE ZEROES.
               02 CV-OPERDEVOL       PIC X(8) VALUE SPACES.
               02 CV-SITUACAO        PIC X(1) VALUE SPACES.
                   88 CHAVE-FORA     VALUE "F".
                   88 CHAVE-DEVOLVIDA VALUE "D".

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD RELCHAVE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCHAVE.TXT".
           01 LINHAREL PIC X(100) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROFIL   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 TEMFIL    PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
           01 HORAHOJE  PIC 9(4) VALUE ZEROES.
           01 FILIALANT PIC 9(2) VALUE ZEROES.
           01 PRIMEIRA  PIC 9(1) VALUE 1.
           01 ATRASADA  PIC 9(1) VALUE 0.
           01 NOMEFIL   PIC X(20) VALUE SPACES.
           01 MOTIVOTEXTO PIC X(15) VALUE SPACES.
           01 MARCAATRASO PIC X(8) VALUE SPACES.
           01 QTDFILIAL PIC 9(4) VALUE ZEROES.
           01 ATRFILIAL PIC 9(4) VALUE ZEROES.
           01 QTDFORA   PIC 9(4) VALUE ZEROES.
           01 QTDATRASO PIC 9(4) VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DO RELATORIO DE CHAVES
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           MOVE HORAAGORA(1:4) TO HORAHOJE
           OPEN INPUT CADCHAV
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADCHAV NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADFIL
           IF ERROFIL = "00"
               MOVE 1 TO TEMFIL
           END-IF
           OPEN OUTPUT RELCHAVE
           MOVE SPACES TO LINHAREL
           STRING "CHAVES FORA DO QUADRO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO LISTA.

      *PERCORRE AS RETIRADAS NA ORDEM DE FILIAL LISTANDO AS AINDA
      *NAO DEVOLVIDAS
       LISTA.
           MOVE ZEROES TO CV-FILIAL
           START CADCHAV KEY IS NOT LESS THAN CV-FILIAL
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM LISTA-LOOP UNTIL ERRO NOT = "00"
           IF PRIMEIRA = 0
               PERFORM SUBTOTAL
           END-IF
           GO TO TOTAIS.

       LISTA-LOOP.
           READ CADCHAV NEXT
           IF ERRO = "00"
               IF CHAVE-FORA
                   IF PRIMEIRA = 1 OR CV-FILIAL NOT = FILIALANT
                       IF PRIMEIRA = 0
                           PERFORM SUBTOTAL
                       END-IF
                       PERFORM CABFILIAL
                   END-IF
                   PERFORM LINHACHAVE
               END-IF
           END-IF.

      *CABECALHO DE CADA FILIAL
       CABFILIAL.
           MOVE 0 TO PRIMEIRA
           MOVE CV-FILIAL TO FILIALANT
           MOVE ZEROES TO QTDFILIAL ATRFILIAL
           MOVE SPACES TO NOMEFIL
           IF TEMFIL = 1
               MOVE CV-FILIAL TO FL-CODIGO
               READ CADFIL
               IF ERROFIL = "00"
                   MOVE FL-NOME TO NOMEFIL
               END-IF
               MOVE "00" TO ERROFIL
           END-IF
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           STRING "FILIAL " DELIMITED BY SIZE
               CV-FILIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMEFIL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            MOTIVO          COM"
               DELIMITED BY SIZE
               "                            PREVISTA HORA"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *UMA LINHA POR CHAVE FORA - ATRASADA QUANDO A DEVOLUCAO
      *PREVISTA JA PASSOU
       LINHACHAVE.
           ADD 1 TO QTDFILIAL QTDFORA
           MOVE 0 TO ATRASADA
           IF CV-PREVISTA < DATAHOJE
               MOVE 1 TO ATRASADA
           END-IF
           IF CV-PREVISTA = DATAHOJE AND CV-HORAPREV < HORAHOJE
               MOVE 1 TO ATRASADA
           END-IF
           MOVE SPACES TO MARCAATRASO
           IF ATRASADA = 1
               ADD 1 TO ATRFILIAL QTDATRASO
               MOVE "ATRASADA" TO MARCAATRASO
           END-IF
           EVALUATE TRUE
           WHEN CHAVE-TESTDRIVE
               MOVE "TEST-DRIVE" TO MOTIVOTEXTO
           WHEN CHAVE-TRANSF
               MOVE "TRANSFERENCIA" TO MOTIVOTEXTO
           WHEN CHAVE-OFICINA
               MOVE "OFICINA EXTERNA" TO MOTIVOTEXTO
           WHEN CHAVE-ENTREGA
               MOVE "ENTREGA" TO MOTIVOTEXTO
           WHEN OTHER
               MOVE "OUTRO" TO MOTIVOTEXTO
           END-EVALUATE
           MOVE SPACES TO LINHAREL
           STRING CV-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVOTEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CV-RESPONSAVEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CV-PREVISTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CV-HORAPREV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARCAATRASO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *SUBTOTAL DA FILIAL
       SUBTOTAL.
           MOVE SPACES TO LINHAREL
           STRING "  CHAVES FORA NA FILIAL: " DELIMITED BY SIZE
               QTDFILIAL DELIMITED BY SIZE
               "  ATRASADAS: " DELIMITED BY SIZE
               ATRFILIAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *GRAVA O TOTAL GERAL DE CHAVES FORA E EM ATRASO
       TOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           STRING "CHAVES FORA DO QUADRO: " DELIMITED BY SIZE
               QTDFORA DELIMITED BY SIZE
               "  ATRASADAS: " DELIMITED BY SIZE
               QTDATRASO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "RELATORIO GRAVADO EM RELCHAVE.TXT"
           IF TEMFIL = 1
               CLOSE CADFIL
           END-IF
           CLOSE CADCHAV
           CLOSE RELCHAVE.

       SAIR.
           GOBACK.
           END PROGRAM RELCHAVE.

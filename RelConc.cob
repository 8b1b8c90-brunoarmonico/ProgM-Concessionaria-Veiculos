      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONC.
      *-----------------------------------------------------------------
      *RELATORIO DA CONCILIACAO BANCARIA DO MES INFORMADO EM
      *CONCPARAM.TXT (AAAAMM, PADRAO MES CORRENTE; A CHAVE CONCPARAM
      *DO CADPARAM PREVALECE). LISTA OS LANCAMENTOS DO EXTRATO DO
      *BANCO (CADEXTB, CARREGADO PELO CONCBANC) AINDA PENDENTES, OS
      *LANCAMENTOS DO LIVRO CAIXA SEM VINCULO NO CADCONC E, DIA A DIA,
      *O MOVIMENTO E O SALDO ACUMULADO NO MES DO BANCO E DO CAIXA COM
      *A DIFERENCA ENTRE OS DOIS. GRAVA RELCONC.TXT E RODA SEM
      *OPERADOR, NOS MOLDES DO RELMETA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEEXTB
               FILE STATUS  IS ERRO.
           SELECT CADCONC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONC
               FILE STATUS  IS ERROCON
               ALTERNATE RECORD KEY IS CC-EXTB WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
           SELECT CONCPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELCONC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.
       DATA DIVISION.
       FILE SECTION.
           FD CADEXTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTB.DAT".
           01 REGEXTB.
               02 CHAVEEXTB.
                   03 EB-DATA        PIC 9(8).
                   03 EB-SEQ         PIC 9(5).
               02 EB-DOCUMENTO       PIC X(10).
               02 EB-SINAL           PIC X(1).
                   88 EXTB-CREDITO   VALUE "C".
                   88 EXTB-DEBITO    VALUE "D".
               02 EB-VALOR           PIC 9(9)V99.
               02 EB-REFERENCIA      PIC X(17).
               02 EB-HISTORICO       PIC X(30).
               02 EB-SITUACAO        PIC X(1).
                   88 EXTB-PENDENTE   VALUE "P".
                   88 EXTB-CONCILIADO VALUE "C".
               02 FILLER             PIC X(22).

           FD CADCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONC.DAT".
           01 REGCONC.
               02 CHAVECONC.
                   03 CC-DATA        PIC 9(8).
                   03 CC-SEQ         PIC 9(5).
               02 CC-EXTB.
                   03 CC-EXTDATA     PIC 9(8).
                   03 CC-EXTSEQ      PIC 9(5).
               02 FILLER             PIC X(17).

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
           01 REGCAIXA.
               02 CHAVECAIXA.
                   03 CX-DATA PIC 9(8) VALUE ZEROES.
                   03 CX-SEQ  PIC 9(5) VALUE ZEROES.
               02 CX-TIPO      PIC X(1) VALUE SPACES.
               02 CX-SINAL     PIC X(1) VALUE SPACES.
                   88 CAIXA-ENTRADA VALUE "E".
                   88 CAIXA-SAIDA   VALUE "S".
               02 CX-CHAVE     PIC X(17) VALUE SPACES.
               02 CX-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 CX-OPERADOR  PIC X(8) VALUE SPACES.
               02 CX-HISTORICO PIC X(30) VALUE SPACES.

           FD CONCPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

           FD RELCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCONC.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROCON   PIC X(2) VALUE "00".
           01 ERROCAI   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 MESALVO   PIC 9(6) VALUE ZEROES.
           01 DATAINICIO PIC 9(8) VALUE ZEROES.
           01 TEMEXTB   PIC 9(1) VALUE 0.
           01 TEMCONC   PIC 9(1) VALUE 0.
           01 TEMCAIXA  PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 VINCULADO PIC 9(1) VALUE 0.
      *MOVIMENTO DO DIA NO BANCO E NO CAIXA (CREDITO/ENTRADA POSITIVO)
           01 TABDIA.
               03 TBD-ENTRY OCCURS 31 TIMES.
                   05 TBD-TEM   PIC 9(1).
                   05 TBD-BANCO PIC S9(11)V99.
                   05 TBD-CAIXA PIC S9(11)V99.
           01 IND PIC 9(2) VALUE 1.
           01 SALDOBANCO PIC S9(11)V99 VALUE ZEROES.
           01 SALDOCAIXA PIC S9(11)V99 VALUE ZEROES.
           01 DIFERENCA  PIC S9(11)V99 VALUE ZEROES.
           01 QTDBANCO  PIC 9(6) VALUE ZEROES.
           01 QTDCAIXA  PIC 9(6) VALUE ZEROES.
           01 TOTBANCO  PIC 9(11)V99 VALUE ZEROES.
           01 TOTCAIXA  PIC 9(11)V99 VALUE ZEROES.
           01 ED-VALOR  PIC Z(8)9,99.
           01 ED-TOTAL  PIC Z(10)9,99.
           01 ED-MOVB   PIC -Z(10)9,99.
           01 ED-MOVC   PIC -Z(10)9,99.
           01 ED-SALB   PIC -Z(10)9,99.
           01 ED-SALC   PIC -Z(10)9,99.
           01 ED-DIF    PIC -Z(10)9,99.

           01 ERRCEN PIC X(2) VALUE "00".
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.

           PROCEDURE DIVISION.
      *LE O MES ALVO E ABRE OS ARQUIVOS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE(1:6) TO MESALVO
           OPEN INPUT CONCPARAM
           IF ERRPAR = "00"
               READ CONCPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:6) NUMERIC
                           AND LINHAPARAM(1:6) NOT = "000000"
                           MOVE LINHAPARAM(1:6) TO MESALVO
                       END-IF
               END-READ
               CLOSE CONCPARAM
           END-IF
           MOVE "CONCPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:6) NUMERIC
                   AND PARAMCENTRAL(1:6) NOT = "000000"
                   MOVE PARAMCENTRAL(1:6) TO MESALVO
               END-IF
           END-IF
           COMPUTE DATAINICIO = MESALVO * 100 + 1
           OPEN INPUT CADEXTB
           IF ERRO = "00"
               MOVE 1 TO TEMEXTB
           END-IF
           MOVE "00" TO ERRO
           OPEN INPUT CADCONC
           IF ERROCON = "00"
               MOVE 1 TO TEMCONC
           END-IF
           MOVE "00" TO ERROCON
           OPEN INPUT CADCAIXA
           IF ERROCAI = "00"
               MOVE 1 TO TEMCAIXA
           END-IF
           MOVE "00" TO ERROCAI
           OPEN OUTPUT RELCONC
           MOVE SPACES TO LINHAREL
           STRING "CONCILIACAO BANCARIA DO MES " DELIMITED BY SIZE
               MESALVO DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           PERFORM LIMPADIA VARYING IND FROM 1 BY 1
               UNTIL IND > 31
           GO TO PENDBANCO.

       LIMPADIA.
           MOVE 0 TO TBD-TEM(IND)
           MOVE ZEROES TO TBD-BANCO(IND) TBD-CAIXA(IND).

      *LANCAMENTOS DO EXTRATO DO MES AINDA SEM CONCILIACAO
       PENDBANCO.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "LANCAMENTOS DO BANCO SEM CONCILIACAO" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "DATA     SEQ   DOCUMENTO  S        VALOR "
               DELIMITED BY SIZE
               "REFERENCIA        HISTORICO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF TEMEXTB = 1
               MOVE 0 TO FIMARQ
               MOVE DATAINICIO TO EB-DATA
               MOVE ZEROES TO EB-SEQ
               START CADEXTB KEY IS NOT LESS THAN CHAVEEXTB
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM PENDBANCO-LOOP UNTIL FIMARQ = 1
               MOVE "00" TO ERRO
           END-IF
           MOVE TOTBANCO TO ED-TOTAL
           MOVE SPACES TO LINHAREL
           STRING "PENDENTES NO BANCO: " DELIMITED BY SIZE
               QTDBANCO DELIMITED BY SIZE
               " VALOR: " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO PENDCAIXA.

       PENDBANCO-LOOP.
           READ CADEXTB NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF EB-DATA(1:6) NOT = MESALVO
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE EB-DATA(7:2) TO IND
                   MOVE 1 TO TBD-TEM(IND)
                   IF EXTB-CREDITO
                       ADD EB-VALOR TO TBD-BANCO(IND)
                   ELSE
                       SUBTRACT EB-VALOR FROM TBD-BANCO(IND)
                   END-IF
                   IF EXTB-PENDENTE
                       ADD 1 TO QTDBANCO
                       ADD EB-VALOR TO TOTBANCO
                       MOVE EB-VALOR TO ED-VALOR
                       MOVE SPACES TO LINHAREL
                       STRING EB-DATA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EB-SEQ DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EB-DOCUMENTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EB-SINAL DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ED-VALOR DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EB-REFERENCIA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EB-HISTORICO DELIMITED BY SIZE
                           INTO LINHAREL
                       END-STRING
                       WRITE LINHAREL
                   END-IF
               END-IF
           END-IF.

      *LANCAMENTOS DO LIVRO CAIXA DO MES SEM VINCULO COM O EXTRATO
       PENDCAIXA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "LANCAMENTOS DO CAIXA SEM CONCILIACAO" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "DATA     SEQ   T S CHAVE                   VALOR "
               DELIMITED BY SIZE
               "HISTORICO                      OPERADOR"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF TEMCAIXA = 1
               MOVE 0 TO FIMARQ
               MOVE DATAINICIO TO CX-DATA
               MOVE ZEROES TO CX-SEQ
               START CADCAIXA KEY IS NOT LESS THAN CHAVECAIXA
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM PENDCAIXA-LOOP UNTIL FIMARQ = 1
               MOVE "00" TO ERROCAI
           END-IF
           MOVE TOTCAIXA TO ED-TOTAL
           MOVE SPACES TO LINHAREL
           STRING "PENDENTES NO CAIXA: " DELIMITED BY SIZE
               QTDCAIXA DELIMITED BY SIZE
               " VALOR: " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO SALDODIA.

       PENDCAIXA-LOOP.
           READ CADCAIXA NEXT
           IF ERROCAI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CX-DATA(1:6) NOT = MESALVO
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE CX-DATA(7:2) TO IND
                   MOVE 1 TO TBD-TEM(IND)
                   IF CAIXA-ENTRADA
                       ADD CX-VALOR TO TBD-CAIXA(IND)
                   ELSE
                       SUBTRACT CX-VALOR FROM TBD-CAIXA(IND)
                   END-IF
                   PERFORM CHECAVINCULO
                   IF VINCULADO = 0
                       ADD 1 TO QTDCAIXA
                       ADD CX-VALOR TO TOTCAIXA
                       MOVE CX-VALOR TO ED-VALOR
                       MOVE SPACES TO LINHAREL
                       STRING CX-DATA DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CX-SEQ DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CX-TIPO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CX-SINAL DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CX-CHAVE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ED-VALOR DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CX-HISTORICO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CX-OPERADOR DELIMITED BY SIZE
                           INTO LINHAREL
                       END-STRING
                       WRITE LINHAREL
                   END-IF
               END-IF
           END-IF.

       CHECAVINCULO.
           MOVE 0 TO VINCULADO
           IF TEMCONC = 1
               MOVE CX-DATA TO CC-DATA
               MOVE CX-SEQ TO CC-SEQ
               READ CADCONC
               IF ERROCON = "00"
                   MOVE 1 TO VINCULADO
               END-IF
               MOVE "00" TO ERROCON
           END-IF.

      *MOVIMENTO E SALDO ACUMULADO NO MES, DIA A DIA, DO BANCO E DO
      *CAIXA COM A DIFERENCA ENTRE OS DOIS
       SALDODIA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "SALDOS POR DIA (ACUMULADOS NO MES)" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "DIA      MOV. BANCO      MOV. CAIXA     SALDO BANCO"
               DELIMITED BY SIZE
               "     SALDO CAIXA       DIFERENCA" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE ZEROES TO SALDOBANCO SALDOCAIXA
           PERFORM LINHADIA VARYING IND FROM 1 BY 1
               UNTIL IND > 31
           DISPLAY "RELATORIO GRAVADO EM RELCONC.TXT"
           IF TEMEXTB = 1
               CLOSE CADEXTB
           END-IF
           IF TEMCONC = 1
               CLOSE CADCONC
           END-IF
           IF TEMCAIXA = 1
               CLOSE CADCAIXA
           END-IF
           CLOSE RELCONC
           GO TO SAIR.

       LINHADIA.
           IF TBD-TEM(IND) = 1
               ADD TBD-BANCO(IND) TO SALDOBANCO
               ADD TBD-CAIXA(IND) TO SALDOCAIXA
               COMPUTE DIFERENCA = SALDOBANCO - SALDOCAIXA
               MOVE TBD-BANCO(IND) TO ED-MOVB
               MOVE TBD-CAIXA(IND) TO ED-MOVC
               MOVE SALDOBANCO TO ED-SALB
               MOVE SALDOCAIXA TO ED-SALC
               MOVE DIFERENCA TO ED-DIF
               MOVE SPACES TO LINHAREL
               STRING IND DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-MOVB DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-MOVC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-SALB DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-SALC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-DIF DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

      *LE O VALOR NO REGISTRO CENTRAL DE PARAMETROS (CADPARAM,
      *MANTIDO NO P172937) - PRESENTE, ELE PREVALECE SOBRE O ARQUIVO
      *DE PARAMETRO ANTIGO, QUE SEGUE VALENDO COMO RESERVA
       LECENTRAL.
           MOVE 0 TO TEMCENTRAL
           MOVE SPACES TO PARAMCENTRAL
           OPEN INPUT CADPARAM
           IF ERRCEN = "00"
               MOVE CHAVECENTRAL TO PA-CHAVE
               READ CADPARAM
               IF ERRCEN = "00"
                   IF PA-VALOR NOT = SPACES
                       MOVE 1 TO TEMCENTRAL
                       MOVE PA-VALOR TO PARAMCENTRAL
                   END-IF
               END-IF
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRCEN.

       SAIR.
           GOBACK.
           END PROGRAM RELCONC.

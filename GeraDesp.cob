      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERADESP.
      *-----------------------------------------------------------------
      *GERACAO DAS DESPESAS RECORRENTES - PARA CADA DESPESA MENSAL
      *FIXA ATIVA DO CADRECD (P172954) LANCA NO CADDESP A DESPESA DE
      *CADA MES AINDA NAO GERADO, DO MES DE INICIO (OU DO SEGUINTE AO
      *ULTIMO GERADO) ATE O MES CORRENTE OU O MES DE FIM, COM
      *VENCIMENTO NO DIA CADASTRADO (ULTIMO DIA DO MES QUANDO O MES E
      *MAIS CURTO). MES JA FECHADO PELO FECHADIA (FECHCTRL) NAO
      *RECEBE DESPESA NOVA - FICA NO RELATORIO PARA LANCAMENTO NO
      *P172953 COM AUTORIZACAO DE SUPERVISOR. RODAR MAIS DE UMA VEZ
      *NO MES NAO DUPLICA (ULTIMO MES GERADO FICA NA RECORRENTE).
      *GRAVA RELGDESP.TXT E RODA SEM OPERADOR NA CADEIA NOTURNA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RD-CODIGO
               FILE STATUS  IS ERROREC.
           SELECT CADDESP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDESP
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS DP-COMPET WITH DUPLICATES
               ALTERNATE RECORD KEY IS DP-VENCTO WITH DUPLICATES.
           SELECT FECHCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTL.
           SELECT RELGDESP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADRECD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECD.DAT".
           01 REGRECD.
               02 RD-CODIGO     PIC 9(4) VALUE ZEROES.
               02 RD-FILIAL     PIC 9(2) VALUE ZEROES.
               02 RD-CATEGORIA  PIC 9(3) VALUE ZEROES.
               02 RD-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 RD-HISTORICO  PIC X(30) VALUE SPACES.
               02 RD-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 RD-DIAVENC    PIC 9(2) VALUE ZEROES.
               02 RD-INICIO     PIC 9(6) VALUE ZEROES.
               02 RD-FIM        PIC 9(6) VALUE ZEROES.
               02 RD-ULTGER     PIC 9(6) VALUE ZEROES.
               02 RD-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 RECD-ATIVA    VALUE 0.
                   88 RECD-SUSPENSA VALUE 1.

           FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
           01 REGDESP.
               02 CHAVEDESP.
                   03 DP-NUMERO   PIC 9(6) VALUE ZEROES.
               02 DP-FILIAL       PIC 9(2) VALUE ZEROES.
               02 DP-CATEGORIA    PIC 9(3) VALUE ZEROES.
               02 DP-FORNECEDOR   PIC 9(4) VALUE ZEROES.
               02 DP-DOCUMENTO    PIC X(15) VALUE SPACES.
               02 DP-HISTORICO    PIC X(30) VALUE SPACES.
               02 DP-COMPET       PIC 9(6) VALUE ZEROES.
               02 DP-LANCTO       PIC 9(8) VALUE ZEROES.
               02 DP-VENCTO       PIC 9(8) VALUE ZEROES.
               02 DP-VALOR        PIC 9(7)V99 VALUE ZEROES.
               02 DP-DATAPAGTO    PIC 9(8) VALUE ZEROES.
               02 DP-VALORPAGO    PIC 9(7)V99 VALUE ZEROES.
               02 DP-SITUACAO     PIC 9(1) VALUE ZEROES.
                   88 DESP-ABERTA    VALUE 0.
                   88 DESP-PAGA      VALUE 1.
                   88 DESP-CANCELADA VALUE 2.
               02 DP-RECORR       PIC 9(4) VALUE ZEROES.
               02 DP-OPERADOR     PIC X(8) VALUE SPACES.

           FD FECHCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHCTRL.TXT".
           01 LINHACTRL.
               02 CT-DATA    PIC 9(8).
               02 CT-SALDO   PIC 9(9)V99.

           FD RELGDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELGDESP.TXT".
           01 LINHAREL PIC X(100) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROREC   PIC X(2) VALUE "00".
           01 ERROCTL   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 MESATUAL  PIC 9(6) VALUE ZEROES.
           01 MESLIMITE PIC 9(6) VALUE ZEROES.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 ULTNUMERO PIC 9(6) VALUE ZEROES.
           01 ALTEROU   PIC 9(1) VALUE 0.
           01 TEMFECH   PIC 9(1) VALUE 0.
           01 DATAFECH  PIC 9(8) VALUE ZEROES.
      *MES EM GERACAO E SEU ULTIMO DIA
           01 MESGER.
               03 MG-ANO PIC 9(4) VALUE ZEROES.
               03 MG-MES PIC 9(2) VALUE ZEROES.
           01 MESGER-N REDEFINES MESGER PIC 9(6).
           01 DATACHK.
               03 DC-ANO PIC 9(4) VALUE ZEROES.
               03 DC-MES PIC 9(2) VALUE ZEROES.
               03 DC-DIA PIC 9(2) VALUE ZEROES.
           01 DATACHK-N REDEFINES DATACHK PIC 9(8).
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 ZAUX PIC 9(4) VALUE ZEROES.
           01 ZRESTO PIC 9(2) VALUE ZEROES.
           01 QTDGERADA PIC 9(5) VALUE ZEROES.
           01 QTDFECHADA PIC 9(5) VALUE ZEROES.
           01 TOTGERADO PIC 9(9)V99 VALUE ZEROES.
           01 ED-VALOR  PIC Z(6)9,99.
           01 ED-TOTAL  PIC Z(8)9,99.

           PROCEDURE DIVISION.
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE(1:6) TO MESATUAL
           OPEN I-O CADRECD
           IF ERROREC NOT = "00"
               DISPLAY "NENHUMA DESPESA RECORRENTE CADASTRADA"
               GO TO SAIR
           END-IF
           OPEN I-O CADDESP
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADDESP
                   CLOSE CADDESP
                   OPEN I-O CADDESP
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDESP"
                   CLOSE CADRECD
                   MOVE 8 TO RETURN-CODE
                   GO TO SAIR
               END-IF
           END-IF
           PERFORM LERFECHCTRL
           PERFORM BUSCAULTNUM
           OPEN OUTPUT RELGDESP
           MOVE SPACES TO LINHAREL
           STRING "DESPESAS RECORRENTES GERADAS ATE O MES "
               DELIMITED BY SIZE
               MESATUAL DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "NUMERO REC  FL CAT COMPET VENCTO          VALOR "
               DELIMITED BY SIZE
               "HISTORICO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO RD-CODIGO
           START CADRECD KEY IS GREATER THAN RD-CODIGO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM PERCORRERECD UNTIL FIMARQ = 1
           MOVE "00" TO ERROREC
           GO TO ENCERRA.

      *UMA RECORRENTE - GERA OS MESES QUE FALTAM E GUARDA O ULTIMO
       PERCORRERECD.
           READ CADRECD NEXT
           IF ERROREC NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RECD-ATIVA AND RD-INICIO NOT = ZEROES
                   MOVE 0 TO ALTEROU
                   IF RD-ULTGER = ZEROES
                       MOVE RD-INICIO TO MESGER-N
                   ELSE
                       MOVE RD-ULTGER TO MESGER-N
                       PERFORM PROXIMOMES
                   END-IF
                   IF MESGER-N < RD-INICIO
                       MOVE RD-INICIO TO MESGER-N
                   END-IF
                   MOVE MESATUAL TO MESLIMITE
                   IF RD-FIM NOT = ZEROES AND RD-FIM < MESLIMITE
                       MOVE RD-FIM TO MESLIMITE
                   END-IF
                   PERFORM GERAMES UNTIL MESGER-N > MESLIMITE
                   IF ALTEROU = 1
                       REWRITE REGRECD
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNRECD
                   END-IF
               END-IF
           END-IF.

      *LANCA A DESPESA DO MES EM GERACAO, SE O MES NAO ESTIVER FECHADO
       GERAMES.
           MOVE ZEROES TO DATACHK-N
           MOVE MESGER-N TO DATACHK-N(1:6)
           PERFORM CALCULAULTDIA
           MOVE ULTDIA TO DC-DIA
           IF TEMFECH = 1 AND DATAFECH NOT < DATACHK-N
               ADD 1 TO QTDFECHADA
               MOVE RD-VALOR TO ED-VALOR
               MOVE SPACES TO LINHAREL
               STRING "------ " DELIMITED BY SIZE
                   RD-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RD-FILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RD-CATEGORIA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MESGER-N DELIMITED BY SIZE
                   " MES FECHADO " DELIMITED BY SIZE
                   ED-VALOR DELIMITED BY SIZE
                   " NAO GERADA" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               IF RD-DIAVENC < ULTDIA
                   MOVE RD-DIAVENC TO DC-DIA
               END-IF
               ADD 1 TO ULTNUMERO
               MOVE ULTNUMERO TO DP-NUMERO
               MOVE RD-FILIAL TO DP-FILIAL
               MOVE RD-CATEGORIA TO DP-CATEGORIA
               MOVE RD-FORNECEDOR TO DP-FORNECEDOR
               MOVE SPACES TO DP-DOCUMENTO
               MOVE RD-HISTORICO TO DP-HISTORICO
               MOVE MESGER-N TO DP-COMPET
               MOVE DATAHOJE TO DP-LANCTO
               MOVE DATACHK-N TO DP-VENCTO
               MOVE RD-VALOR TO DP-VALOR
               MOVE ZEROES TO DP-DATAPAGTO DP-VALORPAGO
               MOVE 0 TO DP-SITUACAO
               MOVE RD-CODIGO TO DP-RECORR
               MOVE "GERADESP" TO DP-OPERADOR
               WRITE REGDESP
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNDESP
               IF ERRO = "00" OR "02"
                   ADD 1 TO QTDGERADA
                   ADD DP-VALOR TO TOTGERADO
                   MOVE DP-VALOR TO ED-VALOR
                   MOVE SPACES TO LINHAREL
                   STRING DP-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RD-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DP-FILIAL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DP-CATEGORIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DP-COMPET DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DP-VENCTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ED-VALOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DP-HISTORICO DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               ELSE
                   DISPLAY "ERRO NA GRAVACAO DO CADDESP - RECORRENTE "
                       RD-CODIGO
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "00" TO ERRO
           END-IF
           MOVE MESGER-N TO RD-ULTGER
           MOVE 1 TO ALTEROU
           PERFORM PROXIMOMES.

       PROXIMOMES.
           ADD 1 TO MG-MES
           IF MG-MES > 12
               MOVE 1 TO MG-MES
               ADD 1 TO MG-ANO
           END-IF.

      *LOCALIZA O ULTIMO NUMERO DE DESPESA JA USADO
       BUSCAULTNUM.
           MOVE ZEROES TO ULTNUMERO
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO DP-NUMERO
           START CADDESP KEY IS GREATER THAN CHAVEDESP
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM BUSCAULTNUM-LOOP UNTIL FIMARQ = 1.

       BUSCAULTNUM-LOOP.
           READ CADDESP NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
               MOVE "00" TO ERRO
           ELSE
               MOVE DP-NUMERO TO ULTNUMERO
           END-IF.

      *LE A DATA DO ULTIMO FECHAMENTO - DIAS ATE ELA ESTAO FECHADOS
       LERFECHCTRL.
           MOVE 0 TO TEMFECH
           OPEN INPUT FECHCTRL
           IF ERROCTL = "00"
               READ FECHCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-DATA TO DATAFECH
                       MOVE 1 TO TEMFECH
               END-READ
               CLOSE FECHCTRL
           END-IF
           MOVE "00" TO ERROCTL.

      *ULTIMO DIA DO MES DE DATACHK - BISSEXTO PELA REGRA SIMPLES
      *DO DIVISIVEL POR 4, SUFICIENTE PARA O HORIZONTE DO SISTEMA
       CALCULAULTDIA.
           EVALUATE DC-MES
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO ULTDIA
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO ULTDIA
           WHEN OTHER
               MOVE 28 TO ULTDIA
               DIVIDE DC-ANO BY 4 GIVING ZAUX REMAINDER ZRESTO
               IF ZRESTO = ZEROES
                   MOVE 29 TO ULTDIA
               END-IF
           END-EVALUATE.

       ENCERRA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE TOTGERADO TO ED-TOTAL
           MOVE SPACES TO LINHAREL
           STRING "DESPESAS GERADAS: " DELIMITED BY SIZE
               QTDGERADA DELIMITED BY SIZE
               " VALOR: " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "NAO GERADAS POR MES FECHADO: " DELIMITED BY SIZE
               QTDFECHADA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "DESPESAS RECORRENTES GERADAS: " QTDGERADA
           DISPLAY "RELATORIO GRAVADO EM RELGDESP.TXT"
           CLOSE CADRECD CADDESP RELGDESP.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADDESP PARA O JORNAL DE TRANSACOES
       JORNDESP.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADDESP" TO PJ-ARQUIVO
               MOVE REGDESP TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADRECD PARA O JORNAL DE TRANSACOES
       JORNRECD.
           IF ERROREC = "00" OR ERROREC = "02"
               MOVE "CADRECD" TO PJ-ARQUIVO
               MOVE REGRECD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM GERADESP.

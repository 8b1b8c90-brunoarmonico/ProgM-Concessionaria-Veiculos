      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELMULTA.
      *-----------------------------------------------------------------
      *MULTAS DE TRANSITO RECEBIDAS NO MES INFORMADO EM MULPARAM.TXT
      *(AAAAMM, PADRAO MES CORRENTE) - LISTA AS MULTAS REGISTRADAS NO
      *MES (CADINFR, P172942) COM O RESPONSAVEL APURADO E O DESTINO,
      *E TOTALIZA POR DESTINO (EM ABERTO, REDIRECIONADA, PAGA PELA
      *LOJA) E POR FILIAL. GRAVA RELMULTA.TXT E RODA SEM OPERADOR,
      *NOS MOLDES DO RELMETA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEINFR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS AI-CHASSI WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT MULPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELMULTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADINFR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINFR.DAT".
           01 REGINFR.
               02 CHAVEINFR.
                   03 AI-PLACA  PIC X(7) VALUE SPACES.
                   03 AI-SEQ    PIC 9(3) VALUE ZEROES.
               02 AI-AUTO       PIC X(15) VALUE SPACES.
               02 AI-DATAINFR   PIC 9(8) VALUE ZEROES.
               02 AI-DESCRICAO  PIC X(30) VALUE SPACES.
               02 AI-VALOR      PIC 9(5)V99 VALUE ZEROES.
               02 AI-VENCTO     PIC 9(8) VALUE ZEROES.
               02 AI-CHASSI     PIC X(17) VALUE SPACES.
               02 AI-FILIAL     PIC 9(2) VALUE ZEROES.
               02 AI-RESPONS    PIC X(1) VALUE SPACES.
               02 AI-CPF        PIC X(11) VALUE SPACES.
               02 AI-DESTINO    PIC X(1) VALUE SPACES.
                   88 MULTA-REDIRECIONADA VALUE "R".
                   88 MULTA-PAGALOJA      VALUE "P".
               02 AI-DATAREG    PIC 9(8) VALUE ZEROES.
               02 AI-DATADEST   PIC 9(8) VALUE ZEROES.
               02 AI-OPERADOR   PIC X(8) VALUE SPACES.

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD MULPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MULPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

           FD RELMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELMULTA.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROFIL   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 MESALVO   PIC 9(6) VALUE ZEROES.
           01 FIMINFR PIC 9(1) VALUE 0.
      *TOTAIS POR DESTINO - 1 EM ABERTO, 2 REDIRECIONADA, 3 PAGA
           01 TABDEST.
               03 TBD-ENTRY OCCURS 3 TIMES.
                   05 TBD-QTD   PIC 9(5).
                   05 TBD-VALOR PIC 9(9)V99.
      *TOTAIS POR FILIAL (00 = PLACA NAO CADASTRADA) E DESTINO
           01 TABFIL.
               03 TBF-ENTRY OCCURS 100 TIMES.
                   05 TBF-DEST OCCURS 3 TIMES.
                       07 TBF-QTD   PIC 9(5).
                       07 TBF-VALOR PIC 9(9)V99.
           01 IND PIC 9(3) VALUE 1.
           01 INDD PIC 9(1) VALUE 1.
           01 TOTQTD PIC 9(6) VALUE ZEROES.
           01 TOTVAL PIC 9(11)V99 VALUE ZEROES.
           01 QTDFIL PIC 9(6) VALUE ZEROES.
           01 RESPTEXTO PIC X(14) VALUE SPACES.
           01 DESTTEXTO PIC X(14) VALUE SPACES.
           01 NOMEFILIAL PIC X(20) VALUE SPACES.
           01 ED-VALOR PIC Z(4)9,99.
           01 ED-QTD PIC Z(4)9.
           01 ED-QTD2 PIC Z(4)9.
           01 ED-QTD3 PIC Z(4)9.
           01 ED-TOT1 PIC Z(8)9,99.
           01 ED-TOT2 PIC Z(8)9,99.
           01 ED-TOT3 PIC Z(8)9,99.
           01 ED-CODIGO PIC 9(2) VALUE ZEROES.

           PROCEDURE DIVISION.
      *LE O MES ALVO E ABRE OS ARQUIVOS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE(1:6) TO MESALVO
           OPEN INPUT MULPARAM
           IF ERRPAR = "00"
               READ MULPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:6) NUMERIC
                           AND LINHAPARAM(1:6) NOT = "000000"
                           MOVE LINHAPARAM(1:6) TO MESALVO
                       END-IF
               END-READ
               CLOSE MULPARAM
           END-IF
           OPEN INPUT CADINFR
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADINFR NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADFIL
           OPEN OUTPUT RELMULTA
           MOVE SPACES TO LINHAREL
           STRING "MULTAS DE TRANSITO RECEBIDAS NO MES " DELIMITED
               BY SIZE
               MESALVO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "PLACA   SEQ AUTO            INFRACAO     VALOR "
               DELIMITED BY SIZE
               "FL RESPONSAVEL     CPF         DESTINO        DATA"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE ZEROES TO TABDEST
           PERFORM LIMPAFIL VARYING IND FROM 1 BY 1
               UNTIL IND > 100
           MOVE 0 TO FIMINFR
           MOVE LOW-VALUES TO CHAVEINFR
           START CADINFR KEY IS GREATER THAN CHAVEINFR
               INVALID KEY
                   MOVE 1 TO FIMINFR
           END-START
           PERFORM APURA UNTIL FIMINFR = 1
           GO TO TOTAIS.

       LIMPAFIL.
           PERFORM LIMPAFILDEST VARYING INDD FROM 1 BY 1
               UNTIL INDD > 3.

       LIMPAFILDEST.
           MOVE ZEROES TO TBF-QTD(IND INDD) TBF-VALOR(IND INDD).

      *PERCORRE AS MULTAS REGISTRADAS NO MES
       APURA.
           READ CADINFR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMINFR
           ELSE
               IF AI-DATAREG(1:6) = MESALVO
                   PERFORM LINHAMULTA
               END-IF
           END-IF.

       LINHAMULTA.
           EVALUATE TRUE
           WHEN MULTA-REDIRECIONADA
               MOVE 2 TO INDD
               MOVE "REDIRECIONADA" TO DESTTEXTO
           WHEN MULTA-PAGALOJA
               MOVE 3 TO INDD
               MOVE "PAGA PELA LOJA" TO DESTTEXTO
           WHEN OTHER
               MOVE 1 TO INDD
               MOVE "EM ABERTO" TO DESTTEXTO
           END-EVALUATE
           EVALUATE AI-RESPONS
           WHEN "C"
               MOVE "COMPRADOR" TO RESPTEXTO
           WHEN "T"
               MOVE "LOJA-TRANSITO" TO RESPTEXTO
           WHEN "A"
               MOVE "DONO ANTERIOR" TO RESPTEXTO
           WHEN "L"
               MOVE "LOJA-ESTOQUE" TO RESPTEXTO
           WHEN OTHER
               MOVE "DESCONHECIDO" TO RESPTEXTO
           END-EVALUATE
           COMPUTE IND = AI-FILIAL + 1
           ADD 1 TO TBD-QTD(INDD) TBF-QTD(IND INDD)
           ADD AI-VALOR TO TBD-VALOR(INDD) TBF-VALOR(IND INDD)
           MOVE AI-VALOR TO ED-VALOR
           MOVE SPACES TO LINHAREL
           STRING AI-PLACA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AI-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AI-AUTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AI-DATAINFR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AI-FILIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RESPTEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AI-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DESTTEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AI-DATADEST DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *TOTAIS POR DESTINO E POR FILIAL
       TOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "TOTAL POR DESTINO" TO LINHAREL
           WRITE LINHAREL
           MOVE ZEROES TO TOTQTD TOTVAL
           MOVE "EM ABERTO" TO DESTTEXTO
           MOVE 1 TO INDD
           PERFORM LINHADEST
           MOVE "REDIRECIONADA" TO DESTTEXTO
           MOVE 2 TO INDD
           PERFORM LINHADEST
           MOVE "PAGA PELA LOJA" TO DESTTEXTO
           MOVE 3 TO INDD
           PERFORM LINHADEST
           MOVE TOTQTD TO ED-QTD
           MOVE TOTVAL TO ED-TOT1
           MOVE SPACES TO LINHAREL
           STRING "TOTAL DO MES   " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               " MULTAS " DELIMITED BY SIZE
               ED-TOT1 DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "TOTAL POR FILIAL" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "FL FILIAL                 EM ABERTO" DELIMITED
               BY SIZE
               "          REDIRECIONADAS         PAGAS PELA LOJA"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           PERFORM LINHAFIL VARYING IND FROM 1 BY 1
               UNTIL IND > 100
           CLOSE CADINFR CADFIL RELMULTA
           DISPLAY "RELATORIO GRAVADO EM RELMULTA.TXT"
           GO TO SAIR.

       LINHADEST.
           ADD TBD-QTD(INDD) TO TOTQTD
           ADD TBD-VALOR(INDD) TO TOTVAL
           MOVE TBD-QTD(INDD) TO ED-QTD
           MOVE TBD-VALOR(INDD) TO ED-TOT1
           MOVE SPACES TO LINHAREL
           STRING DESTTEXTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               " MULTAS " DELIMITED BY SIZE
               ED-TOT1 DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       LINHAFIL.
           COMPUTE QTDFIL = TBF-QTD(IND 1) + TBF-QTD(IND 2)
               + TBF-QTD(IND 3)
           IF QTDFIL > 0
               COMPUTE ED-CODIGO = IND - 1
               MOVE SPACES TO NOMEFILIAL
               IF ED-CODIGO = 0
                   MOVE "PLACA NAO CADASTRADA" TO NOMEFILIAL
               ELSE
                   MOVE ED-CODIGO TO FL-CODIGO
                   READ CADFIL
                   IF ERROFIL = "00"
                       MOVE FL-NOME TO NOMEFILIAL
                   END-IF
                   MOVE "00" TO ERROFIL
               END-IF
               MOVE TBF-QTD(IND 1) TO ED-QTD
               MOVE TBF-VALOR(IND 1) TO ED-TOT1
               MOVE TBF-QTD(IND 2) TO ED-QTD2
               MOVE TBF-VALOR(IND 2) TO ED-TOT2
               MOVE TBF-QTD(IND 3) TO ED-QTD3
               MOVE TBF-VALOR(IND 3) TO ED-TOT3
               MOVE SPACES TO LINHAREL
               STRING ED-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMEFILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-QTD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-TOT1 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-QTD2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-TOT2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-QTD3 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-TOT3 DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       SAIR.
           GOBACK.
           END PROGRAM RELMULTA.

      *CADMETA (P172935) E MOSTRA O PERCENTUAL ATINGIDO. NO MES
      *CORRENTE MOSTRA TAMBEM O PERCENTUAL DECORRIDO DO MES (BASE
      *COMERCIAL DE 30 DIAS) E APONTA QUEM ESTA ATRASADO - PARA VER
      *NO DIA 15, NAO SO NO DIA 31. AO LADO DA META SAI O NPS DO MES
      *(PESQUISA POS-ENTREGA DO CADNPS, PELA DATA DA RESPOSTA): NUMERO
      *DE RESPOSTAS E NPS = PERCENTUAL DE PROMOTORES (NOTA 9 E 10)
      *MENOS O DE DETRATORES (0 A 6), POR VENDEDOR, POR FILIAL E NO
      *CONSOLIDADO, MAIS UMA SECAO DE NPS POR MARCA. GRAVA RELMETA.TXT
      *E RODA SEM OPERADOR, NOS MOLDES DO RELCOMIS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT CADNPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENPS
               FILE STATUS  IS ERRNPS
               ALTERNATE RECORD KEY IS NP-DATARESP WITH DUPLICATES.
           SELECT CADMARCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGO
               FILE STATUS  IS ERRMAR
               ALTERNATE RECORD KEY IS MARCA WITH DUPLICATES.
           SELECT METPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

      *PESQUISA DE SATISFACAO POS-ENTREGA (PESQNPS/P172951)
           FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
           01 REGNPS.
               02 CHAVENPS.
                   03 NP-CHASSI      PIC X(17).
                   03 NP-DATAVENDA   PIC 9(8).
               02 NP-CPF             PIC X(11).
               02 NP-VENDEDOR        PIC 9(3).
               02 NP-FILIAL          PIC 9(2).
               02 NP-MARCA           PIC 9(3).
               02 FILLER             PIC X(16).
               02 NP-SITUACAO        PIC X(1).
                   88 NPS-RESPONDIDA VALUE "R".
               02 NP-NOTA            PIC 9(2).
               02 FILLER             PIC X(60).
               02 NP-DATARESP        PIC 9(8).
               02 FILLER             PIC X(9).

           FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
           01 REGMARCA.
               02 CODIGO PIC 9(3) VALUE ZEROES.
               02 MARCA  PIC X(20) VALUE SPACES.
               02 FILLER PIC X(9).

           FD METPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "METPARAM.TXT".
           01 ERROFIL   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 ERRNPS    PIC X(2) VALUE "00".
           01 ERRMAR    PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATAHOJE-R REDEFINES DATAHOJE.
               02 DH-ANO PIC 9(4).
           01 DATAVENDA-R.
               02 DV-MES PIC 9(6).
               02 DV-DIA PIC 9(2).
      *REALIZADO POR VENDEDOR (999 + SEM VENDEDOR) E POR FILIAL, COM
      *AS RESPOSTAS DA PESQUISA (TOTAL, PROMOTORES E DETRATORES)
           01 TABVEND.
               03 TBV-ENTRY OCCURS 999 TIMES.
                   05 TBV-QTD   PIC 9(5).
                   05 TBV-VALOR PIC 9(9)V99.
                   05 TBV-RESP  PIC 9(5).
                   05 TBV-PROM  PIC 9(5).
                   05 TBV-DETR  PIC 9(5).
           01 TABFIL.
               03 TBF-ENTRY OCCURS 99 TIMES.
                   05 TBF-QTD   PIC 9(5).
                   05 TBF-VALOR PIC 9(9)V99.
                   05 TBF-RESP  PIC 9(5).
                   05 TBF-PROM  PIC 9(5).
                   05 TBF-DETR  PIC 9(5).
           01 TABMAR.
               03 TBM-ENTRY OCCURS 999 TIMES.
                   05 TBM-RESP  PIC 9(5).
                   05 TBM-PROM  PIC 9(5).
                   05 TBM-DETR  PIC 9(5).
           01 IND PIC 9(4) VALUE 1.
      *NOTA MINIMA DO PROMOTOR E MAXIMA DO DETRATOR
           01 NOTAPROMOTOR PIC 9(2) VALUE 9.
           01 NOTADETRATOR PIC 9(2) VALUE 6.
           01 TEMNPS PIC 9(1) VALUE 0.
           01 FIMNPS PIC 9(1) VALUE 0.
           01 QTDRESP PIC 9(5) VALUE ZEROES.
           01 QTDPROM PIC 9(5) VALUE ZEROES.
           01 QTDDETR PIC 9(5) VALUE ZEROES.
           01 TOTRESP PIC 9(6) VALUE ZEROES.
           01 TOTPROM PIC 9(6) VALUE ZEROES.
           01 TOTDETR PIC 9(6) VALUE ZEROES.
           01 VALORNPS PIC S9(3) VALUE ZEROES.
           01 ED-NPS PIC -ZZ9.
           01 TEXTONPS PIC X(4) VALUE SPACES.
           01 ED-RESP PIC ZZZZ9.
           01 TEMMETA PIC 9(1) VALUE 0.
           01 PCTVALOR PIC 9(3)V99 VALUE ZEROES.
           01 VALORATINGIDO PIC 9(9)V99 VALUE ZEROES.
           OPEN INPUT CADMETA
           OPEN INPUT CADVEND
           OPEN INPUT CADFIL
           OPEN INPUT CADNPS
           IF ERRNPS = "00"
               MOVE 1 TO TEMNPS
           END-IF
           OPEN OUTPUT RELMETA
           MOVE SPACES TO LINHAREL
           STRING "META CONTRA REALIZADO DO MES " DELIMITED BY SIZE
           GO TO APURA.

       LIMPAVEND.
           MOVE ZEROES TO TBV-QTD(IND) TBV-VALOR(IND) TBV-RESP(IND)
               TBV-PROM(IND) TBV-DETR(IND)
               TBM-RESP(IND) TBM-PROM(IND) TBM-DETR(IND).

       LIMPAFIL.
           MOVE ZEROES TO TBF-QTD(IND) TBF-VALOR(IND) TBF-RESP(IND)
               TBF-PROM(IND) TBF-DETR(IND).

      *PERCORRE AS VENDAS DO MES SOMANDO POR VENDEDOR E FILIAL
       APURA.
                   MOVE "10" TO ERRO
           END-START
           PERFORM APURA-LOOP UNTIL ERRO NOT = "00"
           IF TEMNPS = 1
               PERFORM APURANPS
           END-IF
           GO TO IMPRIMEVEND.

       APURA-LOOP.
               END-IF
           END-IF.

      *PERCORRE AS RESPOSTAS DA PESQUISA DO MES PELA DATA DA RESPOSTA
       APURANPS.
           MOVE 0 TO FIMNPS
           COMPUTE NP-DATARESP = MESALVO * 100 + 1
           START CADNPS KEY IS NOT LESS THAN NP-DATARESP
               INVALID KEY
                   MOVE 1 TO FIMNPS
           END-START
           PERFORM APURANPS-LOOP UNTIL FIMNPS = 1
           MOVE "00" TO ERRNPS.

       APURANPS-LOOP.
           READ CADNPS NEXT
           IF ERRNPS NOT = "00"
               MOVE 1 TO FIMNPS
           ELSE
               IF NP-DATARESP(1:6) NOT = MESALVO
                   MOVE 1 TO FIMNPS
               ELSE
                   IF NPS-RESPONDIDA
                       PERFORM SOMANPS
                   END-IF
               END-IF
           END-IF.

       SOMANPS.
           ADD 1 TO TOTRESP
           IF NP-NOTA NOT < NOTAPROMOTOR
               ADD 1 TO TOTPROM
           END-IF
           IF NP-NOTA NOT > NOTADETRATOR
               ADD 1 TO TOTDETR
           END-IF
           IF NP-VENDEDOR NOT = ZEROES
               ADD 1 TO TBV-RESP(NP-VENDEDOR)
               IF NP-NOTA NOT < NOTAPROMOTOR
                   ADD 1 TO TBV-PROM(NP-VENDEDOR)
               END-IF
               IF NP-NOTA NOT > NOTADETRATOR
                   ADD 1 TO TBV-DETR(NP-VENDEDOR)
               END-IF
           END-IF
           IF NP-FILIAL NOT = ZEROES
               ADD 1 TO TBF-RESP(NP-FILIAL)
               IF NP-NOTA NOT < NOTAPROMOTOR
                   ADD 1 TO TBF-PROM(NP-FILIAL)
               END-IF
               IF NP-NOTA NOT > NOTADETRATOR
                   ADD 1 TO TBF-DETR(NP-FILIAL)
               END-IF
           END-IF
           IF NP-MARCA NOT = ZEROES
               ADD 1 TO TBM-RESP(NP-MARCA)
               IF NP-NOTA NOT < NOTAPROMOTOR
                   ADD 1 TO TBM-PROM(NP-MARCA)
               END-IF
               IF NP-NOTA NOT > NOTADETRATOR
                   ADD 1 TO TBM-DETR(NP-MARCA)
               END-IF
           END-IF.

      *NPS = PROMOTORES MENOS DETRATORES SOBRE AS RESPOSTAS, EM
      *PERCENTUAL - SEM RESPOSTA SAI UM TRACO
       CALCULANPS.
           MOVE QTDRESP TO ED-RESP
           IF QTDRESP = ZEROES
               MOVE "   -" TO TEXTONPS
           ELSE
               COMPUTE VALORNPS ROUNDED =
                   (QTDPROM - QTDDETR) * 100 / QTDRESP
               MOVE VALORNPS TO ED-NPS
               MOVE ED-NPS TO TEXTONPS
           END-IF.

      *META CONTRA REALIZADO POR VENDEDOR
       IMPRIMEVEND.
           MOVE SPACES TO LINHAREL
               DELIMITED BY SIZE
               "VALOR        META VALOR   PCT    RITMO"
               DELIMITED BY SIZE
               "     RESP  NPS" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
       LINHAVEND.
           PERFORM LEMETAVEND
           IF TBV-QTD(IND) NOT = ZEROES OR TEMMETA = 1
               OR TBV-RESP(IND) NOT = ZEROES
               MOVE TBV-RESP(IND) TO QTDRESP
               MOVE TBV-PROM(IND) TO QTDPROM
               MOVE TBV-DETR(IND) TO QTDDETR
               PERFORM CALCULANPS
               MOVE SPACES TO NOMELINHA
               IF ERRVND = "00" OR ERRVND = "23"
                   MOVE IND TO VD-CODIGO
                   ED-PCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RITMO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-RESP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TEXTONPS DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE TOTRESP TO QTDRESP
           MOVE TOTPROM TO QTDPROM
           MOVE TOTDETR TO QTDDETR
           PERFORM CALCULANPS
           MOVE SPACES TO LINHAREL
           STRING "CONSOLIDADO - RESPOSTAS DA PESQUISA: "
               DELIMITED BY SIZE
               ED-RESP DELIMITED BY SIZE
               " NPS: " DELIMITED BY SIZE
               TEXTONPS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           PERFORM IMPRIMEMARCA
           DISPLAY "RELATORIO GRAVADO EM RELMETA.TXT"
           CLOSE CADVEIC
           IF ERROMET = "00" OR ERROMET = "23"
           IF ERROFIL = "00" OR ERROFIL = "23"
               CLOSE CADFIL
           END-IF
           IF TEMNPS = 1
               CLOSE CADNPS
           END-IF
           CLOSE RELMETA
           GO TO SAIR.

      *NPS DO MES POR MARCA VENDIDA
       IMPRIMEMARCA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "NPS POR MARCA" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CODIGO MARCA                 RESP  PROM  DETR  NPS"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           OPEN INPUT CADMARCA
           PERFORM LINHAMARCA VARYING IND FROM 1 BY 1
               UNTIL IND > 999
           IF ERRMAR = "00" OR ERRMAR = "23"
               CLOSE CADMARCA
           END-IF.

       LINHAMARCA.
           IF TBM-RESP(IND) NOT = ZEROES
               MOVE SPACES TO NOMELINHA
               IF ERRMAR = "00" OR ERRMAR = "23"
                   MOVE IND TO CODIGO
                   READ CADMARCA
                       INVALID KEY
                           MOVE SPACES TO MARCA
                   END-READ
                   MOVE MARCA TO NOMELINHA
               END-IF
               MOVE IND TO ED-CODIGO
               MOVE TBM-RESP(IND) TO QTDRESP
               MOVE TBM-PROM(IND) TO QTDPROM
               MOVE TBM-DETR(IND) TO QTDDETR
               PERFORM CALCULANPS
               MOVE SPACES TO LINHAREL
               STRING ED-CODIGO DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   NOMELINHA(1:20) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-RESP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QTDPROM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QTDDETR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TEXTONPS DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       LINHAFIL.
           PERFORM LEMETAFIL
           IF TBF-QTD(IND) NOT = ZEROES OR TEMMETA = 1
               OR TBF-RESP(IND) NOT = ZEROES
               MOVE TBF-RESP(IND) TO QTDRESP
               MOVE TBF-PROM(IND) TO QTDPROM
               MOVE TBF-DETR(IND) TO QTDDETR
               PERFORM CALCULANPS
               ADD TBF-QTD(IND) TO TOTQTDFIL
               ADD TBF-VALOR(IND) TO TOTVALFIL
               ADD MT-QTDMETA TO TOTQTDMETA
                   ED-PCT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RITMO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-RESP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TEXTONPS DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL

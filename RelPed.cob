      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPED.
      *-----------------------------------------------------------------
      *PEDIDOS DE COMPRA A FABRICA (CADPED/CADPEDI, P172956) - LISTA A
      *CARTEIRA DE CARROS PEDIDOS AINDA NAO RECEBIDOS, COM FORNECEDOR,
      *PREVISAO E CUSTO, E O TOTAL POR FILIAL DE DESTINO; AS ENTREGAS
      *ATRASADAS (PREVISAO JA PASSADA) COM OS DIAS DE ATRASO; E OS
      *CARROS AINDA A CAMINHO JA PROMETIDOS A CLIENTES. GRAVA
      *RELPED.TXT E RODA SEM OPERADOR, NOS MOLDES DO RELENTR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PE-NUMERO
               FILE STATUS  IS ERRO.
           SELECT CADPEDI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDI
               FILE STATUS  IS ERROPI.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FO-CODIGO
               FILE STATUS  IS ERROFOR
               ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT RELPED ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
           01 REGPED.
               02 PE-NUMERO     PIC 9(6).
               02 PE-FORNECEDOR PIC 9(4).
               02 PE-DATA       PIC 9(8).
               02 PE-OPERADOR   PIC X(8).
               02 PE-SITUACAO   PIC 9(1).
                   88 PED-ABERTO    VALUE 0.
                   88 PED-CONCLUIDO VALUE 1.
                   88 PED-CANCELADO VALUE 2.

           FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           01 REGPEDI.
               02 CHAVEPEDI.
                   03 PI-NUMERO  PIC 9(6).
                   03 PI-SEQ     PIC 9(3).
               02 PI-MARCA       PIC 9(3).
               02 PI-MODELO      PIC 9(3).
               02 PI-COR         PIC 9(2).
               02 PI-ANOFABRIC   PIC 9(4).
               02 PI-ANOMODELO   PIC 9(4).
               02 PI-PREVISAO    PIC 9(8).
               02 PI-CUSTO       PIC 9(7)V99.
               02 PI-FILIAL      PIC 9(2).
               02 PI-CPF         PIC X(11).
               02 PI-SITUACAO    PIC 9(1).
                   88 LINHA-PEDIDA    VALUE 0.
                   88 LINHA-RECEBIDA  VALUE 1.
                   88 LINHA-CANCELADA VALUE 2.
               02 PI-CHASSI      PIC X(17).
               02 PI-DATAREC     PIC 9(8).
               02 PI-OPERREC     PIC X(8).

           FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FO-CODIGO  PIC 9(4).
               02 FO-NOME    PIC X(30).
               02 FILLER     PIC X(55).

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF  PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD RELPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPED.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPI    PIC X(2) VALUE "00".
           01 ERROFOR   PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROFIL   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 TEMFOR    PIC 9(1) VALUE 0.
           01 TEMPRO    PIC 9(1) VALUE 0.
           01 TEMFIL    PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DV-ANO PIC 9(4).
               02 DV-MES PIC 9(2).
               02 DV-DIA PIC 9(2).
           01 DIASCONV  PIC 9(8) VALUE ZEROES.
           01 DIASHOJE  PIC 9(8) VALUE ZEROES.
           01 DIASATRASO PIC 9(5) VALUE ZEROES.
      *CARTEIRA POR FILIAL DE DESTINO (00 = SEM FILIAL)
           01 TABFIL.
               03 TBF-ENTRY OCCURS 100 TIMES.
                   05 TBF-QTD   PIC 9(5).
                   05 TBF-CUSTO PIC 9(11)V99.
           01 IND PIC 9(3) VALUE 1.
           01 QTDCARTEIRA PIC 9(5) VALUE ZEROES.
           01 QTDATRASO   PIC 9(5) VALUE ZEROES.
           01 QTDPROMET   PIC 9(5) VALUE ZEROES.
           01 TOTCUSTO    PIC 9(11)V99 VALUE ZEROES.
           01 SITTEXTO  PIC X(1) VALUE SPACES.
           01 NOMEFORN  PIC X(20) VALUE SPACES.
           01 NOMECLI   PIC X(30) VALUE SPACES.
           01 NOMEFILIAL PIC X(20) VALUE SPACES.
           01 ED-QTD    PIC Z(4)9.
           01 ED-QTD2   PIC Z(4)9.
           01 ED-DIAS   PIC Z(4)9.
           01 ED-VALOR  PIC Z(6)9,99.
           01 ED-TOTAL  PIC Z(10)9,99.
           01 ED-CODIGO PIC 9(2) VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS - SEM LINHA DE PEDIDO NAO HA RELATORIO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN INPUT CADPEDI
           IF ERROPI NOT = "00"
               DISPLAY "ARQUIVO CADPEDI NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADPED
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADPED NAO ENCONTRADO OU VAZIO"
               CLOSE CADPEDI
               GO TO SAIR
           END-IF
           OPEN INPUT CADFORN
           IF ERROFOR = "00"
               MOVE 1 TO TEMFOR
           END-IF
           MOVE "00" TO ERROFOR
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPRO
           END-IF
           MOVE "00" TO ERROPRO
           OPEN INPUT CADFIL
           IF ERROFIL = "00"
               MOVE 1 TO TEMFIL
           END-IF
           MOVE "00" TO ERROFIL
           OPEN OUTPUT RELPED
           MOVE ZEROES TO TABFIL
           GO TO CARTEIRA.

      *CARTEIRA - LINHAS AINDA NAO RECEBIDAS NEM CANCELADAS
       CARTEIRA.
           MOVE SPACES TO LINHAREL
           STRING "CARTEIRA DE PEDIDOS A FABRICA EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               " (* = PREVISAO DE CHEGADA JA PASSOU)" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "  PEDIDO LIN FORNECEDOR           MAR MOD CR "
               DELIMITED BY SIZE
               "ANO  PREVISAO      CUSTO FL CLIENTE" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CHAVEPEDI
           START CADPEDI KEY IS NOT LESS THAN CHAVEPEDI
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM CARTEIRA-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROPI
           MOVE QTDCARTEIRA TO ED-QTD
           MOVE TOTCUSTO TO ED-TOTAL
           MOVE SPACES TO LINHAREL
           STRING "TOTAL EM CARTEIRA " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               " CARROS   CUSTO " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "FL FILIAL DESTINO       CARROS          CUSTO"
               TO LINHAREL
           WRITE LINHAREL
           PERFORM LINHAFIL VARYING IND FROM 1 BY 1
               UNTIL IND > 100
           GO TO ATRASOS.

       CARTEIRA-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF LINHA-PEDIDA
                   ADD 1 TO QTDCARTEIRA
                   ADD PI-CUSTO TO TOTCUSTO
                   COMPUTE IND = PI-FILIAL + 1
                   ADD 1 TO TBF-QTD(IND)
                   ADD PI-CUSTO TO TBF-CUSTO(IND)
                   MOVE SPACES TO SITTEXTO
                   IF PI-PREVISAO < DATAHOJE
                       MOVE "*" TO SITTEXTO
                   END-IF
                   PERFORM LERFORNECEDOR
                   MOVE PI-CUSTO TO ED-VALOR
                   MOVE SPACES TO LINHAREL
                   STRING SITTEXTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMEFORN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-MARCA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-MODELO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-COR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-ANOMODELO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-PREVISAO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ED-VALOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-FILIAL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-CPF DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               END-IF
           END-IF.

       LINHAFIL.
           IF TBF-QTD(IND) > 0
               COMPUTE ED-CODIGO = IND - 1
               MOVE SPACES TO NOMEFILIAL
               IF ED-CODIGO = 0
                   MOVE "SEM FILIAL" TO NOMEFILIAL
               ELSE
                   IF TEMFIL = 1
                       MOVE ED-CODIGO TO FL-CODIGO
                       READ CADFIL
                       IF ERROFIL = "00"
                           MOVE FL-NOME TO NOMEFILIAL
                       END-IF
                       MOVE "00" TO ERROFIL
                   END-IF
               END-IF
               MOVE TBF-QTD(IND) TO ED-QTD
               MOVE TBF-CUSTO(IND) TO ED-TOTAL
               MOVE SPACES TO LINHAREL
               STRING ED-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMEFILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-QTD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-TOTAL DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

      *ENTREGAS ATRASADAS - PREVISAO DE CHEGADA ANTERIOR A HOJE
       ATRASOS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "ENTREGAS ATRASADAS PELA MONTADORA" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "  PEDIDO LIN FORNECEDOR           DATA PED "
               DELIMITED BY SIZE
               "PREVISAO DIAS ATRASO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CHAVEPEDI
           START CADPEDI KEY IS NOT LESS THAN CHAVEPEDI
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM ATRASOS-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROPI
           MOVE QTDATRASO TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "TOTAL ATRASADO " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO PROMETIDOS.

       ATRASOS-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF LINHA-PEDIDA AND PI-PREVISAO < DATAHOJE
                   ADD 1 TO QTDATRASO
                   MOVE PI-PREVISAO TO DATACONV
                   PERFORM DATAPARADIAS
                   COMPUTE DIASATRASO = DIASHOJE - DIASCONV
                   MOVE DIASATRASO TO ED-DIAS
                   PERFORM LERFORNECEDOR
                   MOVE SPACES TO LINHAREL
                   STRING "  " DELIMITED BY SIZE
                       PI-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMEFORN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PE-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-PREVISAO DELIMITED BY SIZE
                       "       " DELIMITED BY SIZE
                       ED-DIAS DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               END-IF
           END-IF.

      *CARROS A CAMINHO JA PROMETIDOS A CLIENTES
       PROMETIDOS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "CARROS EM PEDIDO JA PROMETIDOS A CLIENTES" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "  PEDIDO LIN CPF         CLIENTE" DELIMITED BY SIZE
               "                        MAR MOD CR PREVISAO FL"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CHAVEPEDI
           START CADPEDI KEY IS NOT LESS THAN CHAVEPEDI
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM PROMETIDOS-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROPI
           MOVE QTDPROMET TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "TOTAL PROMETIDO " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE CADPEDI CADPED RELPED
           IF TEMFOR = 1
               CLOSE CADFORN
           END-IF
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF
           IF TEMFIL = 1
               CLOSE CADFIL
           END-IF
           DISPLAY "RELATORIO GRAVADO EM RELPED.TXT"
           GO TO SAIR.

       PROMETIDOS-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF LINHA-PEDIDA AND PI-CPF NOT = SPACES
                   ADD 1 TO QTDPROMET
                   MOVE SPACES TO NOMECLI
                   IF TEMPRO = 1
                       MOVE PI-CPF TO CPF
                       READ CADPROPR
                       IF ERROPRO = "00"
                           MOVE NOME TO NOMECLI
                       END-IF
                       MOVE "00" TO ERROPRO
                   END-IF
                   MOVE SPACES TO LINHAREL
                   STRING "  " DELIMITED BY SIZE
                       PI-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-CPF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMECLI DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-MARCA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-MODELO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-COR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-PREVISAO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PI-FILIAL DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               END-IF
           END-IF.

      *BUSCA O PEDIDO DA LINHA E O NOME DA MONTADORA
       LERFORNECEDOR.
           MOVE SPACES TO NOMEFORN
           MOVE ZEROES TO PE-DATA
           MOVE PI-NUMERO TO PE-NUMERO
           READ CADPED
           IF ERRO = "00" AND TEMFOR = 1
               MOVE PE-FORNECEDOR TO FO-CODIGO
               READ CADFORN
               IF ERROFOR = "00"
                   MOVE FO-NOME TO NOMEFORN
               END-IF
               MOVE "00" TO ERROFOR
           END-IF
           MOVE "00" TO ERRO.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360 DIAS
       DATAPARADIAS.
           COMPUTE DIASCONV = DV-ANO * 360 + (DV-MES - 1) * 30 + DV-DIA.

       SAIR.
           GOBACK.
           END PROGRAM RELPED.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDETR.
      *-----------------------------------------------------------------
      *TRANSFERENCIAS DE PROPRIEDADE EM ATRASO - PERCORRE O CADDETR
      *(ABERTO NA VENDA PELO P172904) E LISTA OS COMPRADORES QUE AINDA
      *NAO TRANSFERIRAM O VEICULO NO DETRAN COM O PRAZO VENCIDO, COM
      *OS DIAS DE ATRASO (BASE COMERCIAL DE 360 DIAS), O NOME E O
      *TELEFONE PARA COBRANCA. LISTA TAMBEM AS VENDAS CUJA
      *COMUNICACAO PELA LOJA PASSOU DO PRAZO SEM PROTOCOLO REGISTRADO
      *NO P172943. ENQUANTO AS DUAS ETAPAS NAO SE CUMPREM, MULTAS E
      *IMPOSTOS DO CARRO AINDA CHEGAM PARA A LOJA. GRAVA RELDETR.TXT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDETR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDETR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS DT-CPF WITH DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT RELDETR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADDETR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDETR.DAT".
           01 REGDETR.
               02 CHAVEDETR.
                   03 DT-CHASSI     PIC X(17) VALUE SPACES.
                   03 DT-DATAVENDA  PIC 9(8) VALUE ZEROES.
               02 DT-PLACA          PIC X(7) VALUE SPACES.
               02 DT-CPF            PIC X(11) VALUE SPACES.
               02 DT-FILIAL         PIC 9(2) VALUE ZEROES.
               02 DT-VALORVENDA     PIC 9(7)V99 VALUE ZEROES.
               02 DT-PRAZOCOMUN     PIC 9(8) VALUE ZEROES.
               02 DT-PRAZOTRANSF    PIC 9(8) VALUE ZEROES.
               02 DT-LOTE           PIC 9(4) VALUE ZEROES.
               02 DT-PROTOCOLO      PIC X(20) VALUE SPACES.
               02 DT-DATACOMUN      PIC 9(8) VALUE ZEROES.
               02 DT-DATATRANSF     PIC 9(8) VALUE ZEROES.
               02 DT-SITUACAO       PIC X(1) VALUE SPACES.
                   88 DETR-AGUARDANDO VALUE "A".
                   88 DETR-COMUNICADA VALUE "C".
               02 DT-OPERADOR       PIC X(8) VALUE SPACES.

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
               02 VERSAOPRO PIC 9(6) VALUE ZEROES.

           FD RELDETR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDETR.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DC-ANO PIC 9(4).
               02 DC-MES PIC 9(2).
               02 DC-DIA PIC 9(2).
           01 DIASCONV  PIC 9(7) VALUE ZEROES.
           01 DIASHOJE  PIC 9(7) VALUE ZEROES.
           01 DIASATRASO PIC 9(5) VALUE ZEROES.
           01 FIMDETR   PIC 9(1) VALUE 0.
           01 ETAPA     PIC X(13) VALUE SPACES.
           01 NOMECOMPRADOR PIC X(30) VALUE SPACES.
           01 QTDTRANSF PIC 9(5) VALUE ZEROES.
           01 QTDCOMUN  PIC 9(5) VALUE ZEROES.
           01 QTDPENDENTES PIC 9(5) VALUE ZEROES.
           01 ED-DIAS PIC ZZZZ9.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS E GRAVA O CABECALHO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN INPUT CADDETR
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADDETR NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADPROPR
           OPEN OUTPUT RELDETR
           MOVE SPACES TO LINHAREL
           STRING "TRANSFERENCIAS E COMUNICACOES DE VENDA EM ATRASO - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "ETAPA         CHASSI            PLACA   VENDA    "
               DELIMITED BY SIZE
               "PRAZO    ATRASO CPF         NOME" DELIMITED BY SIZE
               "                           TELEFONE" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMDETR
           MOVE LOW-VALUES TO CHAVEDETR
           START CADDETR KEY IS GREATER THAN CHAVEDETR
               INVALID KEY
                   MOVE 1 TO FIMDETR
           END-START
           PERFORM VARRE UNTIL FIMDETR = 1
           GO TO TOTAIS.

      *PERCORRE OS CONTROLES AINDA NAO CONCLUIDOS
       VARRE.
           READ CADDETR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMDETR
           ELSE
               IF DETR-AGUARDANDO OR DETR-COMUNICADA
                   ADD 1 TO QTDPENDENTES
                   IF DT-PRAZOTRANSF < DATAHOJE
                       MOVE "TRANSFERENCIA" TO ETAPA
                       MOVE DT-PRAZOTRANSF TO DATACONV
                       PERFORM LINHAATRASO
                       ADD 1 TO QTDTRANSF
                   END-IF
                   IF DT-DATACOMUN = ZEROES
                       AND DT-PRAZOCOMUN < DATAHOJE
                       MOVE "COMUNICACAO" TO ETAPA
                       MOVE DT-PRAZOCOMUN TO DATACONV
                       PERFORM LINHAATRASO
                       ADD 1 TO QTDCOMUN
                   END-IF
               END-IF
           END-IF.

      *GRAVA UMA LINHA DE PRAZO VENCIDO COM O CONTATO DO COMPRADOR
       LINHAATRASO.
           PERFORM DATAPARADIAS
           COMPUTE DIASATRASO = DIASHOJE - DIASCONV
           MOVE DIASATRASO TO ED-DIAS
           MOVE SPACES TO NOMECOMPRADOR
           MOVE ZEROES TO DDD NUMERO
           MOVE DT-CPF TO CPF
           READ CADPROPR
           IF ERROPRO = "00"
               MOVE NOME TO NOMECOMPRADOR
           ELSE
               MOVE ZEROES TO DDD NUMERO
           END-IF
           MOVE "00" TO ERROPRO
           MOVE SPACES TO LINHAREL
           STRING ETAPA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DT-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DT-PLACA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DT-DATAVENDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DATACONV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-DIAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DT-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMECOMPRADOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA.

      *GRAVA OS TOTAIS E FECHA OS ARQUIVOS
       TOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "VENDAS PENDENTES NO DETRAN: " DELIMITED BY SIZE
               QTDPENDENTES DELIMITED BY SIZE
               " TRANSFERENCIAS VENCIDAS: " DELIMITED BY SIZE
               QTDTRANSF DELIMITED BY SIZE
               " COMUNICACOES VENCIDAS: " DELIMITED BY SIZE
               QTDCOMUN DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE CADDETR CADPROPR RELDETR
           DISPLAY "RELATORIO GRAVADO EM RELDETR.TXT".

       SAIR.
           GOBACK.
           END PROGRAM RELDETR.

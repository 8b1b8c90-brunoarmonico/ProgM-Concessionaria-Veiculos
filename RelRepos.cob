      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREPOS.
      *-----------------------------------------------------------------
      *REPOSICAO DE ESTOQUE - PERCORRE OS SALDOS DO CADESTQ (P172940) E
      *LISTA OS ITENS COM SALDO ABAIXO DO ESTOQUE MINIMO, COM A
      *QUANTIDADE QUE FALTA PARA VOLTAR AO MINIMO E O ULTIMO
      *FORNECEDOR (CADFORN) E CUSTO DE COMPRA, PARA O PEDIDO DE
      *REPOSICAO. GRAVA RELREPOS.TXT E RODA SEM OPERADOR, NOS MOLDES
      *DO RELGAR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESTQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EQ-PRODUTO
               FILE STATUS  IS ERRO.
           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PD-CODIGO
               FILE STATUS  IS ERROPRD
               ALTERNATE RECORD KEY IS PD-DESCRICAO WITH DUPLICATES.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FO-CODIGO
               FILE STATUS  IS ERROFOR
               ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.
           SELECT RELREPOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
           01 REGESTQ.
               02 EQ-PRODUTO  PIC 9(4) VALUE ZEROES.
               02 EQ-SALDO    PIC S9(5) VALUE ZEROES.
               02 EQ-MINIMO   PIC 9(5) VALUE ZEROES.
               02 EQ-ULTFORN  PIC 9(4) VALUE ZEROES.
               02 EQ-ULTCUSTO PIC 9(7)V99 VALUE ZEROES.
               02 EQ-ULTMOV   PIC 9(8) VALUE ZEROES.

           FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
           01 REGPROD.
               02 PD-CODIGO     PIC 9(4) VALUE ZEROES.
               02 PD-DESCRICAO  PIC X(30) VALUE SPACES.
               02 PD-PRECO      PIC 9(7)V99 VALUE ZEROES.
               02 PD-COMISSIONA PIC 9(1) VALUE ZEROES.

           FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FO-CODIGO  PIC 9(4) VALUE ZEROES.
               02 FO-NOME    PIC X(30) VALUE SPACES.
               02 FO-CPFCNPJ PIC X(14) VALUE SPACES.
               02 FO-TELEFONE.
                   03 FO-DDD    PIC 9(2) VALUE ZEROES.
                   03 FO-NUMERO PIC 9(9) VALUE ZEROES.
               02 FO-EMAIL   PIC X(30) VALUE SPACES.

           FD RELREPOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREPOS.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPRD   PIC X(2) VALUE "00".
           01 ERROFOR   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 QTDITENS  PIC 9(5) VALUE ZEROES.
           01 QTDREPOR  PIC 9(6) VALUE ZEROES.
           01 FALTA     PIC 9(6) VALUE ZEROES.
           01 CUSTOREPOS PIC 9(9)V99 VALUE ZEROES.
           01 TOTREPOS  PIC 9(11)V99 VALUE ZEROES.
           01 NOMEPROD  PIC X(30) VALUE SPACES.
           01 NOMEFORN  PIC X(30) VALUE SPACES.
           01 ED-SALDO  PIC -(5)9.
           01 ED-MINIMO PIC Z(4)9.
           01 ED-FALTA  PIC Z(5)9.
           01 ED-CUSTO  PIC Z(8)9,99.
           01 ED-TOTAL  PIC Z(10)9,99.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DO RELATORIO DE REPOSICAO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADESTQ
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADESTQ NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADPROD
           OPEN INPUT CADFORN
           OPEN OUTPUT RELREPOS
           MOVE SPACES TO LINHAREL
           STRING "REPOSICAO DE ESTOQUE - ITENS ABAIXO DO MINIMO - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "PROD DESCRICAO                       SALDO  MIN."
               DELIMITED BY SIZE
               "  REPOR FORNECEDOR                      "
               DELIMITED BY SIZE
               "       ULT.CUSTO    REPOSICAO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO APURA.

      *PERCORRE OS SALDOS LISTANDO OS ITENS ABAIXO DO MINIMO
       APURA.
           MOVE ZEROES TO EQ-PRODUTO
           START CADESTQ KEY IS NOT LESS THAN EQ-PRODUTO
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM APURA-LOOP UNTIL ERRO NOT = "00"
           GO TO TOTAIS.

       APURA-LOOP.
           READ CADESTQ NEXT
           IF ERRO = "00"
               ADD 1 TO QTDITENS
               IF EQ-SALDO < EQ-MINIMO
                   PERFORM LISTALINHA
               END-IF
           END-IF.

       LISTALINHA.
           COMPUTE FALTA = EQ-MINIMO - EQ-SALDO
           COMPUTE CUSTOREPOS = FALTA * EQ-ULTCUSTO
           ADD 1 TO QTDREPOR
           ADD CUSTOREPOS TO TOTREPOS
           PERFORM LERNOMES
           MOVE EQ-SALDO TO ED-SALDO
           MOVE EQ-MINIMO TO ED-MINIMO
           MOVE FALTA TO ED-FALTA
           MOVE SPACES TO LINHAREL
           STRING EQ-PRODUTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMEPROD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-SALDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-MINIMO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-FALTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EQ-ULTFORN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMEFORN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           MOVE EQ-ULTCUSTO TO ED-CUSTO
           MOVE ED-CUSTO TO LINHAREL(93:12)
           MOVE CUSTOREPOS TO ED-CUSTO
           MOVE ED-CUSTO TO LINHAREL(106:13)
           WRITE LINHAREL.

      *BUSCA A DESCRICAO DO ITEM E O NOME DO ULTIMO FORNECEDOR
       LERNOMES.
           MOVE SPACES TO NOMEPROD NOMEFORN
           MOVE EQ-PRODUTO TO PD-CODIGO
           READ CADPROD
               INVALID KEY
                   MOVE "ITEM FORA DO CATALOGO" TO PD-DESCRICAO
           END-READ
           MOVE PD-DESCRICAO TO NOMEPROD
           IF EQ-ULTFORN NOT = ZEROES
               MOVE EQ-ULTFORN TO FO-CODIGO
               READ CADFORN
                   INVALID KEY
                       MOVE SPACES TO FO-NOME
               END-READ
               MOVE FO-NOME TO NOMEFORN
           END-IF.

      *GRAVA OS TOTAIS GERAIS
       TOTAIS.
           MOVE TOTREPOS TO ED-TOTAL
           MOVE SPACES TO LINHAREL
           STRING "ITENS CONTROLADOS: " DELIMITED BY SIZE
               QTDITENS DELIMITED BY SIZE
               " A REPOR: " DELIMITED BY SIZE
               QTDREPOR DELIMITED BY SIZE
               " CUSTO ESTIMADO: " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "RELATORIO GRAVADO EM RELREPOS.TXT"
           CLOSE CADESTQ
           CLOSE CADPROD
           CLOSE CADFORN
           CLOSE RELREPOS.

       SAIR.
           GOBACK.
           END PROGRAM RELREPOS.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCDC.
      *-----------------------------------------------------------------
      *REPASSES DE FINANCIAMENTO A RECEBER - PERCORRE O CADCDC PELA
      *CHAVE DO BANCO E LISTA AS VENDAS FINANCIADAS POR BANCO (CDC)
      *JA CONCLUIDAS CUJO REPASSE AINDA NAO FOI BAIXADO NO P172946,
      *COM O VALOR FINANCIADO, O RETORNO, OS DIAS DESDE A VENDA (BASE
      *COMERCIAL DE 360 DIAS) E A MARCA DE ATRASO QUANDO O PRAZO
      *COMBINADO COM O BANCO VENCEU. SUBTOTAL POR BANCO E TOTAL GERAL.
      *GRAVA RELCDC.TXT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCDC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECDC
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CD-BANCO WITH DUPLICATES.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERROBCO
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.
           SELECT RELCDC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADCDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDC.DAT".
           01 REGCDC.
               02 CHAVECDC.
                   03 CD-CHASSI    PIC X(17) VALUE SPACES.
                   03 CD-SEQ       PIC 9(3) VALUE ZEROES.
               02 CD-BANCO         PIC 9(3) VALUE ZEROES.
               02 CD-CPF           PIC X(11) VALUE SPACES.
               02 CD-APROVACAO     PIC X(15) VALUE SPACES.
               02 CD-DATACAD       PIC 9(8) VALUE ZEROES.
               02 CD-DATAVENDA     PIC 9(8) VALUE ZEROES.
               02 CD-VALORFINANC   PIC 9(7)V99 VALUE ZEROES.
               02 CD-RETORNOPCT    PIC 9(2)V99 VALUE ZEROES.
               02 CD-RETORNO       PIC 9(7)V99 VALUE ZEROES.
               02 CD-PRAZO         PIC 9(3) VALUE ZEROES.
               02 CD-PREVISTO      PIC 9(8) VALUE ZEROES.
               02 CD-DATAREPASSE   PIC 9(8) VALUE ZEROES.
               02 CD-VALORPAGO     PIC 9(7)V99 VALUE ZEROES.
               02 CD-RETORNOPAGO   PIC 9(7)V99 VALUE ZEROES.
               02 CD-SITUACAO      PIC X(1) VALUE SPACES.
                   88 CDC-ABERTO    VALUE "A".
               02 CD-FILIAL        PIC 9(2) VALUE ZEROES.
               02 CD-OPERADOR      PIC X(8) VALUE SPACES.

           FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
           01 REGBANCO.
               02 BC-CODIGO   PIC 9(3) VALUE ZEROES.
               02 BC-NOME     PIC X(30) VALUE SPACES.
               02 FILLER      PIC X(63).

           FD RELCDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCDC.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROBCO   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DC-ANO PIC 9(4).
               02 DC-MES PIC 9(2).
               02 DC-DIA PIC 9(2).
           01 DIASCONV  PIC 9(7) VALUE ZEROES.
           01 DIASHOJE  PIC 9(7) VALUE ZEROES.
           01 DIASABERTO PIC 9(5) VALUE ZEROES.
           01 FIMCDC    PIC 9(1) VALUE 0.
           01 BANCOATUAL PIC 9(3) VALUE ZEROES.
           01 TEMBANCO  PIC 9(1) VALUE 0.
           01 NOMEBANCO PIC X(30) VALUE SPACES.
           01 MARCAATRASO PIC X(7) VALUE SPACES.
           01 QTDBANCO  PIC 9(5) VALUE ZEROES.
           01 FINBANCO  PIC 9(9)V99 VALUE ZEROES.
           01 RETBANCO  PIC 9(9)V99 VALUE ZEROES.
           01 QTDGERAL  PIC 9(5) VALUE ZEROES.
           01 QTDATRASO PIC 9(5) VALUE ZEROES.
           01 FINGERAL  PIC 9(9)V99 VALUE ZEROES.
           01 RETGERAL  PIC 9(9)V99 VALUE ZEROES.
           01 ED-DIAS   PIC ZZZZ9.
           01 ED-VALOR  PIC Z(6)9,99.
           01 ED-RETORNO PIC Z(6)9,99.
           01 ED-TOTFIN PIC Z(8)9,99.
           01 ED-TOTRET PIC Z(8)9,99.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS E GRAVA O CABECALHO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN INPUT CADCDC
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADCDC NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADBANCO
           OPEN OUTPUT RELCDC
           MOVE SPACES TO LINHAREL
           STRING "REPASSES DE FINANCIAMENTO (CDC) A RECEBER - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            APROVACAO       CPF         "
               DELIMITED BY SIZE
               "VENDA    PREVISTO    FINANCIADO    RETORNO  DIAS"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMCDC
           MOVE ZEROES TO CD-BANCO
           START CADCDC KEY IS NOT LESS THAN CD-BANCO
               INVALID KEY
                   MOVE 1 TO FIMCDC
           END-START
           PERFORM VARRE UNTIL FIMCDC = 1
           IF TEMBANCO = 1
               PERFORM SUBTOTAL
           END-IF
           GO TO TOTAIS.

      *PERCORRE OS REPASSES NA ORDEM DO BANCO - SO OS EM ABERTO DE
      *VENDA JA CONCLUIDA
       VARRE.
           READ CADCDC NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMCDC
           ELSE
               IF CDC-ABERTO AND CD-DATAVENDA NOT = ZEROES
                   IF TEMBANCO = 1 AND CD-BANCO NOT = BANCOATUAL
                       PERFORM SUBTOTAL
                   END-IF
                   IF TEMBANCO = 0
                       PERFORM CABECABANCO
                   END-IF
                   PERFORM LINHACDC
               END-IF
           END-IF.

      *ABRE O GRUPO DE UM BANCO COM O NOME DO CADBANCO
       CABECABANCO.
           MOVE CD-BANCO TO BANCOATUAL
           MOVE 1 TO TEMBANCO
           MOVE ZEROES TO QTDBANCO FINBANCO RETBANCO
           MOVE "BANCO NAO CADASTRADO" TO NOMEBANCO
           MOVE CD-BANCO TO BC-CODIGO
           READ CADBANCO
           IF ERROBCO = "00"
               MOVE BC-NOME TO NOMEBANCO
           END-IF
           MOVE "00" TO ERROBCO
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "BANCO " DELIMITED BY SIZE
               BANCOATUAL DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               NOMEBANCO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *GRAVA UMA LINHA DE REPASSE EM ABERTO
       LINHACDC.
           MOVE CD-DATAVENDA TO DATACONV
           PERFORM DATAPARADIAS
           COMPUTE DIASABERTO = DIASHOJE - DIASCONV
           MOVE DIASABERTO TO ED-DIAS
           MOVE SPACES TO MARCAATRASO
           IF CD-PREVISTO < DATAHOJE
               MOVE "ATRASO" TO MARCAATRASO
               ADD 1 TO QTDATRASO
           END-IF
           MOVE CD-VALORFINANC TO ED-VALOR
           MOVE CD-RETORNO TO ED-RETORNO
           MOVE SPACES TO LINHAREL
           STRING CD-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CD-APROVACAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CD-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CD-DATAVENDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CD-PREVISTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-RETORNO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-DIAS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MARCAATRASO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           ADD 1 TO QTDBANCO QTDGERAL
           ADD CD-VALORFINANC TO FINBANCO FINGERAL
           ADD CD-RETORNO TO RETBANCO RETGERAL.

      *FECHA O GRUPO DO BANCO COM A QUANTIDADE E OS VALORES A RECEBER
       SUBTOTAL.
           MOVE FINBANCO TO ED-TOTFIN
           MOVE RETBANCO TO ED-TOTRET
           MOVE SPACES TO LINHAREL
           STRING "  SUBTOTAL DO BANCO - REPASSES: " DELIMITED BY SIZE
               QTDBANCO DELIMITED BY SIZE
               " FINANCIADO: " DELIMITED BY SIZE
               ED-TOTFIN DELIMITED BY SIZE
               " RETORNO: " DELIMITED BY SIZE
               ED-TOTRET DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO TEMBANCO.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA.

      *GRAVA OS TOTAIS E FECHA OS ARQUIVOS
       TOTAIS.
           MOVE FINGERAL TO ED-TOTFIN
           MOVE RETGERAL TO ED-TOTRET
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "REPASSES A RECEBER: " DELIMITED BY SIZE
               QTDGERAL DELIMITED BY SIZE
               " EM ATRASO: " DELIMITED BY SIZE
               QTDATRASO DELIMITED BY SIZE
               " FINANCIADO: " DELIMITED BY SIZE
               ED-TOTFIN DELIMITED BY SIZE
               " RETORNO: " DELIMITED BY SIZE
               ED-TOTRET DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE CADCDC CADBANCO RELCDC
           DISPLAY "RELATORIO GRAVADO EM RELCDC.TXT".

       SAIR.
           GOBACK.
           END PROGRAM RELCDC.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFLOOR.
      *-----------------------------------------------------------------
      *EXPOSICAO DE FLOOR PLAN - PERCORRE O CADFLOOR PELA CHAVE DO
      *BANCO E LISTA OS EMPRESTIMOS EM ABERTO DO ESTOQUE (P172947) COM
      *O VALOR EMPRESTADO, OS JUROS APURADOS PELO JUROFLR, O SALDO
      *DEVEDOR E OS DIAS DESDE O INICIO (BASE COMERCIAL DE 360 DIAS).
      *SUBTOTAL POR BANCO, RESUMO POR FILIAL (A FILIAL ATUAL DO CARRO
      *NO CADVEIC; SEM ELA, A DO LANCAMENTO) E TOTAL GERAL. GRAVA
      *RELFLOOR.TXT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFLOOR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS FP-BANCO WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERROBCO
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.
           SELECT RELFLOOR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADFLOOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLOOR.DAT".
           01 REGFLOOR.
               02 CHAVEFLOOR.
                   03 FP-CHASSI    PIC X(17) VALUE SPACES.
                   03 FP-SEQ       PIC 9(3) VALUE ZEROES.
               02 FP-BANCO         PIC 9(3) VALUE ZEROES.
               02 FP-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 FP-DATAINI       PIC 9(8) VALUE ZEROES.
               02 FP-TAXADIA       PIC 9(1)V9(4) VALUE ZEROES.
               02 FP-JUROS         PIC 9(7)V99 VALUE ZEROES.
               02 FP-ULTAPUR       PIC 9(8) VALUE ZEROES.
               02 FP-FILIAL        PIC 9(2) VALUE ZEROES.
               02 FP-DATAQUIT      PIC 9(8) VALUE ZEROES.
               02 FP-VALORQUIT     PIC 9(7)V99 VALUE ZEROES.
               02 FP-SITUACAO      PIC X(1) VALUE SPACES.
                   88 FLOOR-ABERTO    VALUE "A".
               02 FP-OPERADOR      PIC X(8) VALUE SPACES.

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 CHASSI               PIC X(17) VALUE SPACES.
               02 PLACA                PIC X(7) VALUE SPACES.
               02 VEICULO.
                   03 V-MARCA          PIC 9(3) VALUE ZEROES.
                   03 V-MODELO         PIC 9(3) VALUE ZEROES.
                   03 P-CPF            PIC X(11) VALUE SPACES.
               02 V-ANO VALUE ZEROES.
                   03 ANOFABRIC        PIC 9(4).
                   03 ANOMODELO        PIC 9(4).
               02 COR                  PIC 99 VALUE ZEROES.
               02 COMPRA.
                   03 VALORCOMPRA      PIC 9(7)V99 VALUE ZEROES.
                   03 DATACOMPRA       PIC 9(8) VALUE ZEROES.
                   03 ORIGEMCOMPRA     PIC X(1) VALUE SPACES.
                   03 CPFORIGEM        PIC X(11) VALUE SPACES.
               02 CONSIG.
                   03 TEMCONSIG        PIC 9(1) VALUE ZEROES.
                       88 VEIC-CONSIGNADO VALUE 1.
                       88 VEIC-PROPRIO    VALUE 0.
                   03 CONSIGCPF        PIC X(11) VALUE SPACES.
                   03 CONSIGTAXA       PIC 9(2)V99 VALUE ZEROES.
               02 VENDA VALUE ZEROES.
                   03 VALORVENDA       PIC 9(7)V99.
                   03 COMISSAO         PIC 9(2)V99.
                   03 DATAVENDA        PIC 9(8).
                   03 VENDEDOR         PIC 9(3).
                   03 FINANCIADO       PIC 9(1).
                       88 VEIC-VENDA-FINANCIADA VALUE 1.
                       88 VEIC-VENDA-AVISTA     VALUE 0.
                   03 VALORENTRADA     PIC 9(7)V99.
                   03 QTDPARCELAS      PIC 9(3).
                   03 TAXAFINANC       PIC 9(2)V99.
                   03 VALORPARCELA     PIC 9(7)V99.
                   03 EXPORTADO        PIC 9(1).
                       88 VENDA-EXPORTADA    VALUE 1.
                       88 VENDA-NAOEXPORTADA VALUE 0.
               02 TROCA VALUE ZEROES.
                   03 TEMTROCA         PIC 9(1).
                       88 VEIC-COM-TROCA VALUE 1.
                       88 VEIC-SEM-TROCA VALUE 0.
                   03 TROCAMARCA       PIC 9(3).
                   03 TROCAMODELO      PIC 9(3).
                   03 TROCAANO         PIC 9(4).
                   03 VALORTROCA       PIC 9(7)V99.
               02 FILIAL               PIC 9(2) VALUE ZEROES.
               02 STATUSVEIC           PIC 9(1) VALUE ZEROES.
                   88 VEIC-DISPONIVEL  VALUE 0.
                   88 VEIC-VENDIDO     VALUE 1.
               02 VERSAO               PIC 9(6) VALUE ZEROES.

           FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
           01 REGBANCO.
               02 BC-CODIGO   PIC 9(3) VALUE ZEROES.
               02 BC-NOME     PIC X(30) VALUE SPACES.
               02 FILLER      PIC X(63).

           FD RELFLOOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFLOOR.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
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
           01 DIASFLOOR PIC 9(5) VALUE ZEROES.
           01 FIMFLR    PIC 9(1) VALUE 0.
           01 TEMVEIC   PIC 9(1) VALUE 0.
           01 BANCOATUAL PIC 9(3) VALUE ZEROES.
           01 TEMBANCO  PIC 9(1) VALUE 0.
           01 NOMEBANCO PIC X(30) VALUE SPACES.
           01 SALDOFLOOR PIC 9(8)V99 VALUE ZEROES.
           01 QTDBANCO  PIC 9(5) VALUE ZEROES.
           01 VALBANCO  PIC 9(9)V99 VALUE ZEROES.
           01 JURBANCO  PIC 9(9)V99 VALUE ZEROES.
           01 QTDGERAL  PIC 9(5) VALUE ZEROES.
           01 VALGERAL  PIC 9(9)V99 VALUE ZEROES.
           01 JURGERAL  PIC 9(9)V99 VALUE ZEROES.
      *EXPOSICAO POR FILIAL - A ENTRADA 99 RECEBE OS CARROS SEM
      *FILIAL INFORMADA
           01 TABFILIAL.
               03 TF-ENTRY OCCURS 99 TIMES.
                   05 TF-QTD    PIC 9(5).
                   05 TF-VALOR  PIC 9(9)V99.
                   05 TF-JUROS  PIC 9(9)V99.
           01 TF-IND PIC 9(2) VALUE 1.
           01 ED-DIAS   PIC ZZZZ9.
           01 ED-VALOR  PIC Z(6)9,99.
           01 ED-JUROS  PIC Z(6)9,99.
           01 ED-SALDO  PIC Z(7)9,99.
           01 ED-TOTVAL PIC Z(8)9,99.
           01 ED-TOTJUR PIC Z(8)9,99.
           01 ED-TOTSAL PIC Z(8)9,99.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS E GRAVA O CABECALHO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN INPUT CADFLOOR
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADFLOOR NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           MOVE 0 TO TEMVEIC
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 1 TO TEMVEIC
           END-IF
           OPEN INPUT CADBANCO
           OPEN OUTPUT RELFLOOR
           PERFORM LIMPAFILIAL VARYING TF-IND FROM 1 BY 1
               UNTIL TF-IND > 99
           MOVE SPACES TO LINHAREL
           STRING "EXPOSICAO DE FLOOR PLAN - ESTOQUE FINANCIADO - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            INICIO   FL  EMPRESTADO "
               DELIMITED BY SIZE
               "     JUROS       SALDO  DIAS" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMFLR
           MOVE ZEROES TO FP-BANCO
           START CADFLOOR KEY IS NOT LESS THAN FP-BANCO
               INVALID KEY
                   MOVE 1 TO FIMFLR
           END-START
           PERFORM VARRE UNTIL FIMFLR = 1
           IF TEMBANCO = 1
               PERFORM SUBTOTAL
           END-IF
           GO TO TOTAIS.

      *PERCORRE OS EMPRESTIMOS NA ORDEM DO BANCO - SO OS EM ABERTO
       VARRE.
           READ CADFLOOR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMFLR
           ELSE
               IF FLOOR-ABERTO
                   IF TEMBANCO = 1 AND FP-BANCO NOT = BANCOATUAL
                       PERFORM SUBTOTAL
                   END-IF
                   IF TEMBANCO = 0
                       PERFORM CABECABANCO
                   END-IF
                   PERFORM LINHAFLOOR
               END-IF
           END-IF.

      *ABRE O GRUPO DE UM BANCO COM O NOME DO CADBANCO
       CABECABANCO.
           MOVE FP-BANCO TO BANCOATUAL
           MOVE 1 TO TEMBANCO
           MOVE ZEROES TO QTDBANCO VALBANCO JURBANCO
           MOVE "BANCO NAO CADASTRADO" TO NOMEBANCO
           MOVE FP-BANCO TO BC-CODIGO
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

      *GRAVA UMA LINHA DE EMPRESTIMO EM ABERTO E SOMA NA FILIAL DO
      *CARRO
       LINHAFLOOR.
           MOVE FP-DATAINI TO DATACONV
           PERFORM DATAPARADIAS
           MOVE ZEROES TO DIASFLOOR
           IF DIASHOJE > DIASCONV
               COMPUTE DIASFLOOR = DIASHOJE - DIASCONV
           END-IF
           MOVE DIASFLOOR TO ED-DIAS
           COMPUTE SALDOFLOOR = FP-VALOR + FP-JUROS
           MOVE FP-VALOR TO ED-VALOR
           MOVE FP-JUROS TO ED-JUROS
           MOVE SALDOFLOOR TO ED-SALDO
           PERFORM ACHAFILIAL
           MOVE SPACES TO LINHAREL
           STRING FP-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FP-DATAINI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TF-IND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-JUROS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-SALDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-DIAS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           ADD 1 TO QTDBANCO QTDGERAL TF-QTD(TF-IND)
           ADD FP-VALOR TO VALBANCO VALGERAL TF-VALOR(TF-IND)
           ADD FP-JUROS TO JURBANCO JURGERAL TF-JUROS(TF-IND).

      *FILIAL ATUAL DO CARRO NO CADVEIC (PODE TER SIDO TRANSFERIDO
      *DEPOIS DO LANCAMENTO) - SEM O CARRO, A FILIAL DO LANCAMENTO
       ACHAFILIAL.
           MOVE FP-FILIAL TO TF-IND
           IF TEMVEIC = 1
               MOVE FP-CHASSI TO CHASSI
               READ CADVEIC
               IF ERROVEI = "00"
                   MOVE FILIAL TO TF-IND
               END-IF
               MOVE "00" TO ERROVEI
           END-IF
           IF TF-IND = ZEROES
               MOVE 99 TO TF-IND
           END-IF.

      *FECHA O GRUPO DO BANCO COM A QUANTIDADE E OS VALORES DEVIDOS
       SUBTOTAL.
           COMPUTE SALDOFLOOR = VALBANCO + JURBANCO
           MOVE VALBANCO TO ED-TOTVAL
           MOVE JURBANCO TO ED-TOTJUR
           MOVE SALDOFLOOR TO ED-TOTSAL
           MOVE SPACES TO LINHAREL
           STRING "  SUBTOTAL DO BANCO - CARROS: " DELIMITED BY SIZE
               QTDBANCO DELIMITED BY SIZE
               " EMPRESTADO: " DELIMITED BY SIZE
               ED-TOTVAL DELIMITED BY SIZE
               " JUROS: " DELIMITED BY SIZE
               ED-TOTJUR DELIMITED BY SIZE
               " SALDO: " DELIMITED BY SIZE
               ED-TOTSAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO TEMBANCO.

      *ZERA OS TOTAIS DE UMA FILIAL
       LIMPAFILIAL.
           MOVE ZEROES TO TF-QTD(TF-IND) TF-VALOR(TF-IND)
               TF-JUROS(TF-IND).

      *GRAVA A LINHA DE EXPOSICAO DE UMA FILIAL COM CARRO FINANCIADO
       FECHAFILIAL.
           IF TF-QTD(TF-IND) NOT = ZEROES
               COMPUTE SALDOFLOOR = TF-VALOR(TF-IND) + TF-JUROS(TF-IND)
               MOVE TF-VALOR(TF-IND) TO ED-TOTVAL
               MOVE TF-JUROS(TF-IND) TO ED-TOTJUR
               MOVE SALDOFLOOR TO ED-TOTSAL
               MOVE SPACES TO LINHAREL
               IF TF-IND = 99
                   STRING "FILIAL NAO INFORMADA - CARROS: "
                       DELIMITED BY SIZE
                       TF-QTD(TF-IND) DELIMITED BY SIZE
                       " EMPRESTADO: " DELIMITED BY SIZE
                       ED-TOTVAL DELIMITED BY SIZE
                       " JUROS: " DELIMITED BY SIZE
                       ED-TOTJUR DELIMITED BY SIZE
                       " SALDO: " DELIMITED BY SIZE
                       ED-TOTSAL DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
               ELSE
                   STRING "FILIAL " DELIMITED BY SIZE
                       TF-IND DELIMITED BY SIZE
                       " - CARROS: " DELIMITED BY SIZE
                       TF-QTD(TF-IND) DELIMITED BY SIZE
                       " EMPRESTADO: " DELIMITED BY SIZE
                       ED-TOTVAL DELIMITED BY SIZE
                       " JUROS: " DELIMITED BY SIZE
                       ED-TOTJUR DELIMITED BY SIZE
                       " SALDO: " DELIMITED BY SIZE
                       ED-TOTSAL DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
               END-IF
               WRITE LINHAREL
           END-IF.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA.

      *GRAVA O RESUMO POR FILIAL, OS TOTAIS E FECHA OS ARQUIVOS
       TOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "EXPOSICAO POR FILIAL" TO LINHAREL
           WRITE LINHAREL
           PERFORM FECHAFILIAL VARYING TF-IND FROM 1 BY 1
               UNTIL TF-IND > 99
           COMPUTE SALDOFLOOR = VALGERAL + JURGERAL
           MOVE VALGERAL TO ED-TOTVAL
           MOVE JURGERAL TO ED-TOTJUR
           MOVE SALDOFLOOR TO ED-TOTSAL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "FLOOR PLANS EM ABERTO: " DELIMITED BY SIZE
               QTDGERAL DELIMITED BY SIZE
               " EMPRESTADO: " DELIMITED BY SIZE
               ED-TOTVAL DELIMITED BY SIZE
               " JUROS: " DELIMITED BY SIZE
               ED-TOTJUR DELIMITED BY SIZE
               " SALDO: " DELIMITED BY SIZE
               ED-TOTSAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE CADFLOOR CADBANCO RELFLOOR
           IF TEMVEIC = 1
               CLOSE CADVEIC
           END-IF
           DISPLAY "RELATORIO GRAVADO EM RELFLOOR.TXT".

       SAIR.
           GOBACK.
           END PROGRAM RELFLOOR.

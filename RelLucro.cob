      *-----------------------------------------------------------------
      *RELATORIO DE LUCRO REALIZADO - PERCORRE OS VEICULOS VENDIDOS E
      *CALCULA A MARGEM REAL DE CADA UM (VALOR DE VENDA MENOS CUSTO DE
      *AQUISICAO MENOS COMISSAO MENOS O PREPARO ACUMULADO EM CADPREP
      *MENOS OS JUROS DE FLOOR PLAN DO CARRO NO CADFLOOR),
      *APONTANDO OS VENDIDOS COM PREJUIZO E OS SEM CUSTO DE AQUISICAO
      *REGISTRADO. GRAVA RELLUCRO.TXT E RODA SEM OPERADOR, NOS MOLDES
      *DO RELLOTE.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPREP
               FILE STATUS  IS ERROPRE.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFLOOR
               FILE STATUS  IS ERROFLR
               ALTERNATE RECORD KEY IS FP-BANCO WITH DUPLICATES.
           SELECT RELLUCRO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.
               02 PP-FORNECEDOR PIC X(30) VALUE SPACES.
               02 PP-VALOR      PIC 9(7)V99 VALUE ZEROES.

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
               02 FILLER           PIC X(27).
               02 FP-SITUACAO      PIC X(1) VALUE SPACES.
                   88 FLOOR-CANCELADO VALUE "X".
               02 FP-OPERADOR      PIC X(8) VALUE SPACES.

           FD RELLUCRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLUCRO.TXT".
           01 TEMPREP   PIC 9(1) VALUE 0.
           01 FIMPREP   PIC 9(1) VALUE 0.
           01 TOTPREPVEIC PIC 9(9)V99 VALUE ZEROES.
           01 ERROFLR   PIC X(2) VALUE "00".
           01 TEMFLOOR  PIC 9(1) VALUE 0.
           01 FIMFLR    PIC 9(1) VALUE 0.
           01 TOTJUROSVEIC PIC 9(9)V99 VALUE ZEROES.
           01 ED-JUROS  PIC Z(6)9,99.
           01 ED-VENDA  PIC Z(6)9,99.
           01 ED-CUSTO  PIC Z(6)9,99.
           01 ED-COMIS  PIC Z(6)9,99.
           IF ERROPRE = "00"
               MOVE 1 TO TEMPREP
           END-IF
           MOVE 0 TO TEMFLOOR
           OPEN INPUT CADFLOOR
           IF ERROFLR = "00"
               MOVE 1 TO TEMFLOOR
           END-IF
           OPEN OUTPUT RELLUCRO
           MOVE SPACES TO LINHAREL
           STRING "LUCRO REALIZADO POR VEICULO VENDIDO - "
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            VENDA      CUSTO      "
               DELIMITED BY SIZE
               "COMISSAO   PREPARO    JUROS FP   MARGEM      OBS"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
                   COMPUTE VALORCOMISSAO ROUNDED =
                       VALORVENDA * (COMISSAO / 100)
                   PERFORM SOMAPREPARO
                   PERFORM SOMAJUROS
                   COMPUTE LUCRO = VALORVENDA - VALORCOMPRA
                       - VALORCOMISSAO - TOTPREPVEIC - TOTJUROSVEIC
                   MOVE SPACES TO OBSLINHA
                   IF VALORCOMPRA = ZEROES
                       MOVE "SEM CUSTO REGISTRADO" TO OBSLINHA
               END-IF
           END-IF.

      *SOMA OS JUROS DE FLOOR PLAN DO CHASSI CORRENTE (QUITADOS NA
      *VENDA OU AINDA EM ABERTO) - O EMPRESTIMO CANCELADO NAO CONTA
       SOMAJUROS.
           MOVE ZEROES TO TOTJUROSVEIC
           IF TEMFLOOR = 1
               MOVE 0 TO FIMFLR
               MOVE CHASSI TO FP-CHASSI
               MOVE ZEROES TO FP-SEQ
               START CADFLOOR KEY IS GREATER THAN CHAVEFLOOR
                   INVALID KEY
                       MOVE 1 TO FIMFLR
               END-START
               PERFORM SOMAJUROS-LOOP UNTIL FIMFLR = 1
               MOVE "00" TO ERROFLR
           END-IF.

       SOMAJUROS-LOOP.
           READ CADFLOOR NEXT
           IF ERROFLR NOT = "00"
               MOVE 1 TO FIMFLR
           ELSE
               IF FP-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMFLR
               ELSE
                   IF NOT FLOOR-CANCELADO
                       ADD FP-JUROS TO TOTJUROSVEIC
                   END-IF
               END-IF
           END-IF.

      *GRAVA A LINHA DO VEICULO NO RELATORIO
       GRAVALINHA.
           MOVE VALORVENDA TO ED-VENDA
           MOVE VALORCOMPRA TO ED-CUSTO
           MOVE VALORCOMISSAO TO ED-COMIS
           MOVE TOTPREPVEIC TO ED-PREP
           MOVE TOTJUROSVEIC TO ED-JUROS
           MOVE LUCRO TO ED-LUCRO
           MOVE SPACES TO LINHAREL
           STRING CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-PREP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-JUROS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-LUCRO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OBSLINHA DELIMITED BY SIZE
           IF TEMPREP = 1
               CLOSE CADPREP
           END-IF
           IF TEMFLOOR = 1
               CLOSE CADFLOOR
           END-IF
           CLOSE RELLUCRO.

       SAIR.

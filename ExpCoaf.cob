      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCOAF.
      *-----------------------------------------------------------------
      *COMUNICACAO AO COAF DAS OPERACOES EM ESPECIE CONFIRMADAS NA
      *REVISAO (P172955). GERA UM ARQUIVO DE LARGURA FIXA POR LOTE
      *(COAFNNNN.TXT, NUMERO CONTROLADO EM COAFCTRL.TXT), NOS MOLDES
      *DA REMESSA DO EXPPARC, COM HEADER E TRAILER DE QUANTIDADE E
      *VALOR TOTAL. CADA OCORRENCIA COMUNICADA PASSA A SITUACAO
      *COMUNICADA COM O NUMERO DO LOTE E A DATA, E NAO SAI DE NOVO -
      *O CADCOAF FICA COMO REGISTRO DO QUE FOI COMUNICADO E QUANDO.
      *O DOCUMENTO DO CLIENTE SAI COM O TIPO (F CPF, J CNPJ) - O
      *CLIENTE PESSOA JURIDICA SAI COM O CNPJ DO CADEMPR NO LUGAR DO
      *CODIGO "J". SEM OCORRENCIA CONFIRMADA NAO GERA LOTE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOAF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOAF
               FILE STATUS  IS ERRO.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADEMPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EM-CNPJ
               FILE STATUS  IS ERROEMP
               ALTERNATE RECORD KEY IS EM-CODIGO.
           SELECT REMCOAF ASSIGN TO DYNAMIC REMNOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREM.
           SELECT COAFCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROECT.

       DATA DIVISION.
       FILE SECTION.
      *OCORRENCIAS DO COAF (LAYOUT DO APURCOAF)
           FD CADCOAF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOAF.DAT".
           01 REGCOAF.
               02 CHAVECOAF.
                   03 CO-CPF     PIC X(11).
                   03 CO-MES     PIC 9(6).
               02 CO-INIJAN      PIC 9(6).
               02 CO-LIMITE      PIC 9(7)V99.
               02 CO-QTD         PIC 9(4).
               02 CO-TOTAL       PIC 9(9)V99.
               02 CO-MAIOR       PIC 9(7)V99.
               02 CO-QTDFAIXA    PIC 9(3).
               02 CO-MOTIVO.
                   03 CO-MOTACIMA PIC X(1).
                   03 CO-MOTFRAC  PIC X(1).
                   03 CO-MOTSOMA  PIC X(1).
               02 CO-DATAAPUR    PIC 9(8).
               02 CO-SITUACAO    PIC 9(1).
                   88 COAF-PENDENTE   VALUE 0.
                   88 COAF-CONFIRMADA VALUE 1.
                   88 COAF-DESCARTADA VALUE 2.
                   88 COAF-COMUNICADA VALUE 3.
               02 CO-REVISOR     PIC X(8).
               02 CO-DATAREV     PIC 9(8).
               02 CO-PARECER     PIC X(40).
               02 CO-LOTE        PIC 9(4).
               02 CO-DATACOMUN   PIC 9(8).
               02 FILLER         PIC X(10).

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF  PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

      *CLIENTE PESSOA JURIDICA - CNPJ E CODIGO USADO NO LUGAR DO CPF
           FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
           01 REGEMPR.
               02 EM-CNPJ      PIC X(14) VALUE SPACES.
               02 EM-CODIGO    PIC X(11) VALUE SPACES.
               02 EM-CONTATO   PIC X(30) VALUE SPACES.
               02 EM-DATACAD   PIC 9(8) VALUE ZEROES.
               02 EM-OPERADOR  PIC X(8) VALUE SPACES.

           FD REMCOAF
               LABEL RECORD IS STANDARD.
           01 LINHACOAF.
               02 CC-TIPODOC  PIC X(1).
                   88 CC-DOCCPF  VALUE "F".
                   88 CC-DOCCNPJ VALUE "J".
               02 CC-CPF      PIC X(14).
               02 CC-NOME     PIC X(30).
               02 CC-MES      PIC 9(6).
               02 CC-INIJAN   PIC 9(6).
               02 CC-QTD      PIC 9(4).
               02 CC-TOTAL    PIC 9(9)V99.
               02 CC-MAIOR    PIC 9(7)V99.
               02 CC-QTDFAIXA PIC 9(3).
               02 CC-MOTIVO   PIC X(3).
               02 CC-REVISOR  PIC X(8).
               02 CC-DATAREV  PIC 9(8).
           01 LINHATEXTO PIC X(103).

           FD COAFCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COAFCTRL.TXT".
           01 LINHAECT.
               02 RC-LOTE PIC 9(4).
               02 RC-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROREM   PIC X(2) VALUE "00".
           01 ERROECT   PIC X(2) VALUE "00".
           01 ERROEMP   PIC X(2) VALUE "00".
           01 TEMPRO    PIC 9(1) VALUE 0.
           01 TEMEMPR   PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 QTDCONFIRMADAS PIC 9(6) VALUE ZEROES.
           01 QTDCOMUNICADAS PIC 9(6) VALUE ZEROES.
           01 NUMLOTE PIC 9(4) VALUE ZEROES.
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 REMNOME PIC X(12) VALUE SPACES.
           01 TOTCOMUNICADO PIC 9(11)V99 VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE AS OCORRENCIAS E CONTA AS CONFIRMADAS A COMUNICAR
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN I-O CADCOAF
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADCOAF NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CHAVECOAF
           START CADCOAF KEY IS NOT LESS THAN CHAVECOAF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM CONTA-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           IF QTDCONFIRMADAS = ZEROES
               DISPLAY "NENHUMA OCORRENCIA CONFIRMADA A COMUNICAR"
               CLOSE CADCOAF
               GO TO SAIR
           END-IF
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPRO
           END-IF
           MOVE "00" TO ERROPRO
           OPEN INPUT CADEMPR
           IF ERROEMP = "00"
               MOVE 1 TO TEMEMPR
           END-IF
           MOVE "00" TO ERROEMP
           OPEN INPUT COAFCTRL
           IF ERROECT = "00"
               READ COAFCTRL
                   AT END
                       MOVE ZEROES TO NUMLOTE
                   NOT AT END
                       MOVE RC-LOTE TO NUMLOTE
               END-READ
               CLOSE COAFCTRL
           END-IF
           ADD 1 TO NUMLOTE
           MOVE SPACES TO REMNOME
           STRING "COAF" DELIMITED BY SIZE
               NUMLOTE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO REMNOME
           END-STRING
           OPEN OUTPUT REMCOAF
           MOVE SPACES TO LINHATEXTO
           STRING "HEADER LOTE " DELIMITED BY SIZE
               NUMLOTE DELIMITED BY SIZE
               " DATA " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHATEXTO
           END-STRING
           WRITE LINHATEXTO
           GO TO COMUNICA.

       CONTA-LOOP.
           READ CADCOAF NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF COAF-CONFIRMADA
                   ADD 1 TO QTDCONFIRMADAS
               END-IF
           END-IF.

      *PERCORRE AS OCORRENCIAS CONFIRMADAS AINDA NAO COMUNICADAS
       COMUNICA.
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CHAVECOAF
           START CADCOAF KEY IS NOT LESS THAN CHAVECOAF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM COMUNICA-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           GO TO ENCERRA.

       COMUNICA-LOOP.
           READ CADCOAF NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF COAF-CONFIRMADA
                   MOVE SPACES TO CC-NOME
                   IF TEMPRO = 1
                       MOVE CO-CPF TO CPF
                       READ CADPROPR
                       IF ERROPRO = "00"
                           MOVE NOME TO CC-NOME
                       END-IF
                       MOVE "00" TO ERROPRO
                   END-IF
                   PERFORM DOCCLIENTE
                   MOVE CO-MES      TO CC-MES
                   MOVE CO-INIJAN   TO CC-INIJAN
                   MOVE CO-QTD      TO CC-QTD
                   MOVE CO-TOTAL    TO CC-TOTAL
                   MOVE CO-MAIOR    TO CC-MAIOR
                   MOVE CO-QTDFAIXA TO CC-QTDFAIXA
                   MOVE CO-MOTIVO   TO CC-MOTIVO
                   MOVE CO-REVISOR  TO CC-REVISOR
                   MOVE CO-DATAREV  TO CC-DATAREV
                   WRITE LINHACOAF
                   ADD 1 TO QTDCOMUNICADAS
                   ADD CO-TOTAL TO TOTCOMUNICADO
                   MOVE 3 TO CO-SITUACAO
                   MOVE NUMLOTE TO CO-LOTE
                   MOVE DATAHOJE TO CO-DATACOMUN
                   REWRITE REGCOAF
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNCOAF
               END-IF
           END-IF.

      *DOCUMENTO DO CLIENTE - CLIENTE PESSOA JURIDICA (CODIGO "J")
      *SAI COM O CNPJ DO CADEMPR NO LUGAR DO CODIGO
       DOCCLIENTE.
           MOVE "F" TO CC-TIPODOC
           MOVE CO-CPF TO CC-CPF
           IF CO-CPF(1:1) = "J"
               MOVE "J" TO CC-TIPODOC
               IF TEMEMPR = 1
                   MOVE CO-CPF TO EM-CODIGO
                   READ CADEMPR KEY IS EM-CODIGO
                   IF ERROEMP = "00"
                       MOVE EM-CNPJ TO CC-CPF
                   END-IF
                   MOVE "00" TO ERROEMP
               END-IF
           END-IF.

      *GRAVA O TRAILER DE CONFERENCIA E O NOVO NUMERO DE LOTE
       ENCERRA.
           MOVE SPACES TO LINHATEXTO
           STRING "TRAILER REGISTROS " DELIMITED BY SIZE
               QTDCOMUNICADAS DELIMITED BY SIZE
               " VALOR TOTAL " DELIMITED BY SIZE
               TOTCOMUNICADO DELIMITED BY SIZE
               INTO LINHATEXTO
           END-STRING
           WRITE LINHATEXTO
           OPEN OUTPUT COAFCTRL
           MOVE NUMLOTE TO RC-LOTE
           MOVE DATAHOJE TO RC-DATA
           WRITE LINHAECT
           CLOSE COAFCTRL
           DISPLAY "LOTE " NUMLOTE " GRAVADO EM " REMNOME
           DISPLAY "OCORRENCIAS COMUNICADAS: " QTDCOMUNICADAS
           CLOSE CADCOAF
           CLOSE REMCOAF
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF
           IF TEMEMPR = 1
               CLOSE CADEMPR
           END-IF.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADCOAF PARA O JORNAL DE TRANSACOES
       JORNCOAF.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCOAF" TO PJ-ARQUIVO
               MOVE REGCOAF TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM EXPCOAF.

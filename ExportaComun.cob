      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCOMUN.
      *-----------------------------------------------------------------
      *COMUNICACAO DE VENDA AO DETRAN - GERA UM ARQUIVO DE LARGURA
      *FIXA COM AS VENDAS DO CADDETR AINDA NAO COMUNICADAS, NOS MOLDES
      *DO LOTE NUMERADO DO EXPPARC. CADA EXECUCAO GERA UM LOTE
      *(COMVNNNN.TXT, NUMERO CONTROLADO EM COMCTRL.TXT) - CADA VENDA
      *ENVIADA RECEBE O NUMERO DO LOTE EM DT-LOTE PARA NAO SAIR DUAS
      *VEZES - COM HEADER E TRAILER DE QUANTIDADE E VALOR TOTAL. O
      *PROTOCOLO DEVOLVIDO PELO DETRAN E REGISTRADO NO P172943. O
      *DOCUMENTO DO COMPRADOR SAI COM O TIPO (F CPF, J CNPJ) - O
      *CLIENTE PESSOA JURIDICA SAI COM O CNPJ DO CADEMPR NO LUGAR DO
      *CODIGO "J".
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
           SELECT CADEMPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EM-CNPJ
               FILE STATUS  IS ERROEMP
               ALTERNATE RECORD KEY IS EM-CODIGO.
           SELECT COMDETRAN ASSIGN TO DYNAMIC COMNOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCOM.
           SELECT COMCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROECT.

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
                   88 DETR-NAOENVIADA VALUE 0.
               02 DT-PROTOCOLO      PIC X(20) VALUE SPACES.
               02 DT-DATACOMUN      PIC 9(8) VALUE ZEROES.
               02 DT-DATATRANSF     PIC 9(8) VALUE ZEROES.
               02 DT-SITUACAO       PIC X(1) VALUE SPACES.
                   88 DETR-AGUARDANDO VALUE "A".
               02 DT-OPERADOR       PIC X(8) VALUE SPACES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
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

           FD COMDETRAN
               LABEL RECORD IS STANDARD.
           01 LINHACOM.
               02 CO-CHASSI     PIC X(17).
               02 CO-PLACA      PIC X(7).
               02 CO-DATAVENDA  PIC 9(8).
               02 CO-VALORVENDA PIC 9(7)V99.
               02 CO-TIPODOC    PIC X(1).
                   88 CO-DOCCPF  VALUE "F".
                   88 CO-DOCCNPJ VALUE "J".
               02 CO-CPF        PIC X(14).
               02 CO-NOME       PIC X(30).
           01 LINHATEXTO PIC X(86).

           FD COMCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMCTRL.TXT".
           01 LINHAECT.
               02 EC-LOTE PIC 9(4).
               02 EC-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROCOM   PIC X(2) VALUE "00".
           01 ERROEMP   PIC X(2) VALUE "00".
           01 TEMEMPR   PIC 9(1) VALUE 0.
           01 ERROECT   PIC X(2) VALUE "00".
           01 QTDENVIADAS PIC 9(6) VALUE ZEROES.
           01 NUMLOTE PIC 9(4) VALUE ZEROES.
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 COMNOME PIC X(12) VALUE SPACES.
           01 TOTENVIADO PIC 9(11)V99 VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS ENVOLVIDOS NA COMUNICACAO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN I-O CADDETR
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADDETR NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADPROPR
           OPEN INPUT CADEMPR
           IF ERROEMP = "00"
               MOVE 1 TO TEMEMPR
           END-IF
           MOVE "00" TO ERROEMP
           OPEN INPUT COMCTRL
           IF ERROECT = "00"
               READ COMCTRL
                   AT END
                       MOVE ZEROES TO NUMLOTE
                   NOT AT END
                       MOVE EC-LOTE TO NUMLOTE
               END-READ
               CLOSE COMCTRL
           END-IF
           ADD 1 TO NUMLOTE
           MOVE SPACES TO COMNOME
           STRING "COMV" DELIMITED BY SIZE
               NUMLOTE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO COMNOME
           END-STRING
           OPEN OUTPUT COMDETRAN
           MOVE SPACES TO LINHATEXTO
           STRING "HEADER LOTE " DELIMITED BY SIZE
               NUMLOTE DELIMITED BY SIZE
               " DATA " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHATEXTO
           END-STRING
           WRITE LINHATEXTO
           GO TO ENVIA.

      *PERCORRE AS VENDAS AGUARDANDO COMUNICACAO AINDA NAO ENVIADAS
       ENVIA.
           MOVE LOW-VALUES TO CHAVEDETR
           START CADDETR KEY IS GREATER THAN CHAVEDETR
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM ENVIA-LOOP UNTIL ERRO = "10"
           GO TO ENCERRA.

       ENVIA-LOOP.
           READ CADDETR NEXT
           IF ERRO = "00"
               IF DETR-AGUARDANDO AND DETR-NAOENVIADA
                   MOVE DT-CHASSI     TO CO-CHASSI
                   MOVE DT-PLACA      TO CO-PLACA
                   MOVE DT-DATAVENDA  TO CO-DATAVENDA
                   MOVE DT-VALORVENDA TO CO-VALORVENDA
                   PERFORM DOCCOMPRADOR
                   MOVE SPACES TO CO-NOME
                   MOVE DT-CPF TO CPF
                   READ CADPROPR
                   IF ERROPRO = "00"
                       MOVE NOME TO CO-NOME
                   END-IF
                   MOVE "00" TO ERROPRO
                   WRITE LINHACOM
                   ADD 1 TO QTDENVIADAS
                   ADD DT-VALORVENDA TO TOTENVIADO
                   MOVE NUMLOTE TO DT-LOTE
                   REWRITE REGDETR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNDETR
               END-IF
           END-IF.

      *DOCUMENTO DO COMPRADOR - CLIENTE PESSOA JURIDICA (CODIGO "J")
      *SAI COM O CNPJ DO CADEMPR NO LUGAR DO CODIGO
       DOCCOMPRADOR.
           MOVE "F" TO CO-TIPODOC
           MOVE DT-CPF TO CO-CPF
           IF DT-CPF(1:1) = "J"
               MOVE "J" TO CO-TIPODOC
               IF TEMEMPR = 1
                   MOVE DT-CPF TO EM-CODIGO
                   READ CADEMPR KEY IS EM-CODIGO
                   IF ERROEMP = "00"
                       MOVE EM-CNPJ TO CO-CPF
                   END-IF
                   MOVE "00" TO ERROEMP
               END-IF
           END-IF.

      *GRAVA O TRAILER DE CONFERENCIA E O NOVO NUMERO DE LOTE
       ENCERRA.
           MOVE SPACES TO LINHATEXTO
           STRING "TRAILER REGISTROS " DELIMITED BY SIZE
               QTDENVIADAS DELIMITED BY SIZE
               " VALOR TOTAL " DELIMITED BY SIZE
               TOTENVIADO DELIMITED BY SIZE
               INTO LINHATEXTO
           END-STRING
           WRITE LINHATEXTO
           OPEN OUTPUT COMCTRL
           MOVE NUMLOTE TO EC-LOTE
           MOVE DATAHOJE TO EC-DATA
           WRITE LINHAECT
           CLOSE COMCTRL
           DISPLAY "LOTE " NUMLOTE " GRAVADO EM " COMNOME
           DISPLAY "VENDAS COMUNICADAS: " QTDENVIADAS
           CLOSE CADDETR
           CLOSE CADPROPR
           IF TEMEMPR = 1
               CLOSE CADEMPR
           END-IF
           CLOSE COMDETRAN.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADDETR PARA O JORNAL DE TRANSACOES
       JORNDETR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADDETR" TO PJ-ARQUIVO
               MOVE REGDETR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM EXPCOMUN.

      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COPROPR.
      *-----------------------------------------------------------------
      *CONSULTA DE PROPRIETARIOS POR CPF OU NOME, COM O HISTORICO DOS
      *CARROS DO CPF (CADHIST) SEGUIDO DAS ORDENS DE SERVICO DA
      *OFICINA ABERTAS PARA ELE (CADOS, P172939).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY   IS CHAVEHIST
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS HS-CPF WITH DUPLICATES.
           SELECT CADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OS-NUMERO
               FILE STATUS  IS ERROOS
               ALTERNATE RECORD KEY IS OS-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS OS-CPF WITH DUPLICATES.
           SELECT RELPROPR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.
               02 HS-VALORVENDA PIC 9(7)V99 VALUE ZEROES.
               02 HS-VALORTROCA PIC 9(7)V99 VALUE ZEROES.

           FD CADOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOS.DAT".
           01 REGOS.
               02 OS-NUMERO    PIC 9(6) VALUE ZEROES.
               02 OS-CHASSI    PIC X(17) VALUE SPACES.
               02 OS-CPF       PIC X(11) VALUE SPACES.
               02 OS-FILIAL    PIC 9(2) VALUE ZEROES.
               02 OS-DATAABERT PIC 9(8) VALUE ZEROES.
               02 OS-KM        PIC 9(7) VALUE ZEROES.
               02 OS-PAGADOR   PIC X(1) VALUE SPACES.
               02 OS-SINSEQ    PIC 9(3) VALUE ZEROES.
               02 OS-DESCRICAO PIC X(40) VALUE SPACES.
               02 OS-TOTMO     PIC 9(7)V99 VALUE ZEROES.
               02 OS-TOTPECAS  PIC 9(7)V99 VALUE ZEROES.
               02 OS-DATAFECH  PIC 9(8) VALUE ZEROES.
               02 OS-OPERADOR  PIC X(8) VALUE SPACES.
               02 OS-SITUACAO  PIC 9(1) VALUE ZEROES.
                   88 OS-ABERTA    VALUE 0.
                   88 OS-FECHADA   VALUE 1.
                   88 OS-CANCELADA VALUE 2.

           FD RELPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPROPR.TXT".
               03 LH-DATAFIM PIC 9(8) VALUE ZEROES.
               03 FILLER     PIC X(2) VALUE SPACES.
               03 LH-VALOR   PIC Z(7),99.
           01 ERROOS    PIC X(2) VALUE "00".
           01 FIMOS     PIC 9(1) VALUE 0.
           01 LINHAOS.
               03 LO-NUMERO  PIC 9(6) VALUE ZEROES.
               03 FILLER     PIC X(2) VALUE SPACES.
               03 LO-DATA    PIC 9(8) VALUE ZEROES.
               03 FILLER     PIC X(2) VALUE SPACES.
               03 LO-CHASSI  PIC X(17) VALUE SPACES.
               03 FILLER     PIC X(2) VALUE SPACES.
               03 LO-PAGADOR PIC X(1) VALUE SPACES.
               03 FILLER     PIC X(2) VALUE SPACES.
               03 LO-VALOR   PIC Z(7),99.
               03 FILLER     PIC X(2) VALUE SPACES.
               03 LO-SITUACAO PIC X(9) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 AUX       PIC X(01) VALUE SPACES.
           SCREEN SECTION.
       01  TELA.
           05  LINE 01  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 01  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 02  COLUMN 01
               VALUE  "|                             RELATORIO".
           05  LINE 02  COLUMN 41
               VALUE  "DE PROPRIETARIOS                       |".
           05  LINE 03  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 03  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 04  COLUMN 01
               VALUE  "|".
           05  LINE 04  COLUMN 41
               VALUE  "                                       |".
           05  LINE 05  COLUMN 01
               VALUE  "|".
           05  LINE 05  COLUMN 41
               VALUE  "                                       |".
           05  LINE 06  COLUMN 01
               VALUE  "|".
           05  LINE 06  COLUMN 41
               VALUE  "                                       |".
           05  LINE 07  COLUMN 01
               VALUE  "|".
           05  LINE 07  COLUMN 41
               VALUE  "                                       |".
           05  LINE 08  COLUMN 01
               VALUE  "|".
           05  LINE 08  COLUMN 41
               VALUE  "                                       |".
           05  LINE 09  COLUMN 01
               VALUE  "|".
           05  LINE 09  COLUMN 41
               VALUE  "                                       |".
           05  LINE 10  COLUMN 01
               VALUE  "|".
           05  LINE 10  COLUMN 41
               VALUE  "                                       |".
           05  LINE 11  COLUMN 01
               VALUE  "|".
           05  LINE 11  COLUMN 41
               VALUE  "                                       |".
           05  LINE 12  COLUMN 01
               VALUE  "|".
           05  LINE 12  COLUMN 41
               VALUE  "                                       |".
           05  LINE 13  COLUMN 01
               VALUE  "|".
           05  LINE 13  COLUMN 41
               VALUE  "                                       |".
           05  LINE 14  COLUMN 01
               VALUE  "|".
           05  LINE 14  COLUMN 41
               VALUE  "                                       |".
           05  LINE 15  COLUMN 01
               VALUE  "|".
           05  LINE 15  COLUMN 41
               VALUE  "                                       |".
           05  LINE 16  COLUMN 01
               VALUE  "|".
           05  LINE 16  COLUMN 41
               VALUE  "                                       |".
           05  LINE 17  COLUMN 01
               VALUE  "|".
           05  LINE 17  COLUMN 41
               VALUE  "                                       |".
           05  LINE 18  COLUMN 01
               VALUE  "|".
           05  LINE 18  COLUMN 41
               VALUE  "                                       |".
           05  LINE 19  COLUMN 01
               VALUE  "|".
           05  LINE 19  COLUMN 41
               VALUE  "                                       |".
           05  LINE 20  COLUMN 01
               VALUE  "|".
           05  LINE 20  COLUMN 41
               VALUE  "                                       |".
           05  LINE 21  COLUMN 01
               VALUE  "|".
           05  LINE 21  COLUMN 41
               VALUE  "                                       |".
           05  LINE 22  COLUMN 01
               VALUE  "+==========+============================".
           05  LINE 22  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 23  COLUMN 01
               VALUE  "| MENSAGEM:|".
           05  LINE 23  COLUMN 41
               VALUE  "                                       |".
           05  LINE 24  COLUMN 01
               VALUE  "+==========+============================".
           05  LINE 24  COLUMN 41
               VALUE  "=======================================+".

           05 LINE 04 COLUMN 10
               VALUE "CPF          NOME                      ".
           IF FIMHIST = 1
               DISPLAY "NENHUM CARRO NO HISTORICO DO CPF" AT 2314
               CLOSE CADHIST
               ACCEPT AUX AT 2375
               PERFORM HISTOS
               PERFORM LIMPATELA
               GO TO INICIABUSCA
           END-IF
           DISPLAY "CHASSI             DESDE     ATE       VALOR"
           ADD 1 TO CONLIN
           PERFORM HISTCPF-LOOP UNTIL FIMHIST = 1
           CLOSE CADHIST
           PERFORM HISTOS
           DISPLAY "FIM DO HISTORICO" AT 2314
           ACCEPT AUX AT 2375
           PERFORM LIMPATELA
               END-IF
           END-IF.

      *LISTA AS ORDENS DE SERVICO DA OFICINA ABERTAS PARA O CPF
       HISTOS.
           OPEN INPUT CADOS
           IF ERROOS = "00"
               MOVE 0 TO FIMOS
               MOVE CPFHIST TO OS-CPF
               START CADOS KEY IS EQUAL OS-CPF
                   INVALID KEY
                       MOVE 1 TO FIMOS
               END-START
               IF FIMOS = 0
                   DISPLAY "OS     ABERTURA  CHASSI             P"
                       AT LINE CONLIN COL 10
                   DISPLAY "TOTAL      SITUACAO"
                       AT LINE CONLIN COL 51
                   ADD 1 TO CONLIN
                   PERFORM HISTOS-LOOP UNTIL FIMOS = 1
               END-IF
               CLOSE CADOS
           END-IF
           MOVE "00" TO ERROOS.

       HISTOS-LOOP.
           READ CADOS NEXT
           IF ERROOS NOT = "00"
               MOVE 1 TO FIMOS
           ELSE
               IF OS-CPF NOT = CPFHIST
                   MOVE 1 TO FIMOS
               ELSE
                   MOVE OS-NUMERO TO LO-NUMERO
                   MOVE OS-DATAABERT TO LO-DATA
                   MOVE OS-CHASSI TO LO-CHASSI
                   MOVE OS-PAGADOR TO LO-PAGADOR
                   COMPUTE LO-VALOR = OS-TOTMO + OS-TOTPECAS
                   EVALUATE TRUE
                   WHEN OS-ABERTA
                       MOVE "ABERTA" TO LO-SITUACAO
                   WHEN OS-FECHADA
                       MOVE "FECHADA" TO LO-SITUACAO
                   WHEN OTHER
                       MOVE "CANCELADA" TO LO-SITUACAO
                   END-EVALUATE
                   DISPLAY LINHAOS AT LINE CONLIN COL 10
                   ADD 1 TO CONLIN
                   IF CONLIN > 20
                       DISPLAY "ENTER CONTINUA" AT 2314
                       ACCEPT AUX AT 2375
                       PERFORM LIMPATELA
                       MOVE 01 TO CONLIN
                   END-IF
               END-IF
           END-IF.

      *BUSCA PROPRIETARIO POR NOME
       BUSCANOME.
           PERFORM LIMPATELA

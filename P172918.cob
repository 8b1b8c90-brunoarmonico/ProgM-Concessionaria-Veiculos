      *CHASSI COM DATA, DESCRICAO, FORNECEDOR E VALOR. O TOTAL
      *ACUMULADO APARECE NA CONSULTA DO COVEIC E O RELLUCRO ABATE O
      *PREPARO DA MARGEM DE CADA VEICULO VENDIDO.
      *O ITEM DANIFICADO NA VISTORIA DE ENTRADA (P172959) ABRE UM
      *REPARO PENDENTE NO CADREPA: O CHASSI MOSTRA OS REPAROS EM
      *ABERTO, E A DESPESA LANCADA PODE BAIXAR UM DELES - O REPARO
      *FICA COM A SEQUENCIA DO LANCAMENTO E O ITEM DA VISTORIA SAI DO
      *EM ABERTO, LIBERANDO O CARRO PARA O ANUNCIO DO EXPANUN.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADREPA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREPA
               FILE STATUS  IS ERROREP.
           SELECT CADVIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVIST
               FILE STATUS  IS ERROVIS.
           SELECT CADVSIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVSIT
               FILE STATUS  IS ERROVST.

       DATA DIVISION.
       FILE SECTION.
               02 V-ANO PIC 9(8).
               02 FILLER PIC X(127).

      *REPAROS PENDENTES ABERTOS PELA VISTORIA DE ENTRADA
           FD CADREPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPA.DAT".
           01 REGREPA.
               02 CHAVEREPA.
                   03 RP-CHASSI      PIC X(17) VALUE SPACES.
                   03 RP-SEQ         PIC 9(3) VALUE ZEROES.
               02 RP-DATAVIST        PIC 9(8) VALUE ZEROES.
               02 RP-ITEM            PIC 9(2) VALUE ZEROES.
               02 RP-DESCRICAO       PIC X(30) VALUE SPACES.
               02 RP-NOTA            PIC X(30) VALUE SPACES.
               02 RP-DATA            PIC 9(8) VALUE ZEROES.
               02 RP-SITUACAO        PIC X(1) VALUE SPACES.
                   88 REPARO-PENDENTE VALUE "P".
                   88 REPARO-FEITO   VALUE "C".
               02 RP-DATABAIXA       PIC 9(8) VALUE ZEROES.
               02 RP-SEQPREP         PIC 9(3) VALUE ZEROES.
               02 RP-OPERADOR        PIC X(8) VALUE SPACES.

           FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
           01 REGVIST.
               02 CHAVEVIST.
                   03 VI-CHASSI      PIC X(17) VALUE SPACES.
                   03 VI-DATA        PIC 9(8) VALUE ZEROES.
               02 VI-ORIGEM          PIC X(1) VALUE SPACES.
               02 VI-FILIAL          PIC 9(2) VALUE ZEROES.
               02 VI-SITUACAO        PIC X(1) VALUE SPACES.
               02 VI-DATAVIST        PIC 9(8) VALUE ZEROES.
               02 VI-KM              PIC 9(7) VALUE ZEROES.
               02 VI-INSPETOR        PIC X(8) VALUE SPACES.
               02 VI-QTDITENS        PIC 9(2) VALUE ZEROES.
               02 VI-QTDOK           PIC 9(2) VALUE ZEROES.
               02 VI-QTDDANO         PIC 9(2) VALUE ZEROES.
               02 VI-QTDFALTA        PIC 9(2) VALUE ZEROES.
               02 VI-ABERTOS         PIC 9(2) VALUE ZEROES.
               02 FILLER             PIC X(10) VALUE SPACES.

           FD CADVSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVSIT.DAT".
           01 REGVSIT.
               02 CHAVEVSIT.
                   03 VT-CHASSI      PIC X(17) VALUE SPACES.
                   03 VT-DATA        PIC 9(8) VALUE ZEROES.
                   03 VT-ITEM        PIC 9(2) VALUE ZEROES.
               02 VT-DESCRICAO       PIC X(30) VALUE SPACES.
               02 VT-SITUACAO        PIC X(1) VALUE SPACES.
               02 VT-NOTA            PIC X(30) VALUE SPACES.
               02 VT-BAIXA           PIC 9(8) VALUE ZEROES.
               02 VT-OPERBAIXA       PIC X(8) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROREP PIC X(2) VALUE "00".
           01 ERROVIS PIC X(2) VALUE "00".
           01 ERROVST PIC X(2) VALUE "00".
           01 CHASSIREPA PIC X(17) VALUE SPACES.
           01 QTDREPA PIC 9(3) VALUE ZEROES.
           01 SEQREPINF PIC 9(3) VALUE ZEROES.
           01 FIMREPA PIC 9(1) VALUE 0.
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 BSVEIC PIC 9(1) VALUE 0.
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPREP" AT 0622
           ELSE
               PERFORM ABREREPARO
               DISPLAY TELAPREP
               GO TO MENUPRINC.

      *ABRE OS REPAROS E A VISTORIA DE ENTRADA - CRIADOS AQUI QUANDO
      *AINDA NAO HOUVE VISTORIA
       ABREREPARO.
           OPEN I-O CADREPA
           IF ERROREP = "30" OR ERROREP = "35"
               OPEN OUTPUT CADREPA
               CLOSE CADREPA
               OPEN I-O CADREPA
           END-IF
           OPEN I-O CADVIST
           IF ERROVIS = "30" OR ERROVIS = "35"
               OPEN OUTPUT CADVIST
               CLOSE CADVIST
               OPEN I-O CADVIST
           END-IF
           OPEN I-O CADVSIT
           IF ERROVST = "30" OR ERROVST = "35"
               OPEN OUTPUT CADVSIT
               CLOSE CADVSIT
               OPEN I-O CADVSIT
           END-IF
           MOVE "00" TO ERROREP ERROVIS ERROVST.

      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 LANCAR DESPESA, F2 EXTRATO DO CHASSI," AT 1505
           DISPLAY "F4 REPAROS PENDENTES DA VISTORIA, F3 SAIR" AT 1605
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
                   GO TO MENUPRINC
               END-IF
               GO TO EXTRATOPREP
           WHEN = 04
               DISPLAY TELAPREP
               GO TO LISTAREPARO
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
                   GO TO R-PPCHASSI
               ELSE
                   PERFORM LIMPATELA
                   MOVE PP-CHASSI TO CHASSIREPA
                   PERFORM CONTAREPARO
                   DISPLAY "REPAROS PENDENTES DA VISTORIA:" AT 1105
                   DISPLAY QTDREPA AT 1136
                   CONTINUE
               END-IF.

               GO TO R-PPVALOR
           ELSE
               PERFORM LIMPATELA
               IF QTDREPA > ZEROES
                   GO TO R-PPREPARO
               END-IF
               GO TO GRAVAPREP.

      *A DESPESA PODE SER O CONSERTO DE UM REPARO PENDENTE DA
      *VISTORIA - INFORMA QUAL, OU ZERO QUANDO NAO FOR
       R-PPREPARO.
           PERFORM LIMPATELA
           PERFORM MOSTRAREPARO
           MOVE ZEROES TO SEQREPINF
           DISPLAY "BAIXAR REPARO PENDENTE NUMERO (0 NENHUM):" AT 1905
           ACCEPT SEQREPINF AT 1947
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-PPVALOR
           END-IF
           IF SEQREPINF NOT = ZEROES
               MOVE PP-CHASSI TO RP-CHASSI
               MOVE SEQREPINF TO RP-SEQ
               READ CADREPA
               IF ERROREP NOT = "00" OR NOT REPARO-PENDENTE
                   MOVE "00" TO ERROREP
                   DISPLAY "REPARO INVALIDO" AT 2005
                   ACCEPT AUX AT 2360
                   GO TO R-PPREPARO
               END-IF
           END-IF
           PERFORM LIMPATELA
           GO TO GRAVAPREP.

      *MOSTRA OS REPAROS PENDENTES DO CHASSI EM DIGITACAO
       MOSTRAREPARO.
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMREPA
           MOVE PP-CHASSI TO RP-CHASSI
           MOVE ZEROES TO RP-SEQ
           START CADREPA KEY IS GREATER THAN CHAVEREPA
               INVALID KEY
                   MOVE 1 TO FIMREPA
           END-START
           PERFORM MOSTRAREPARO-LOOP UNTIL FIMREPA = 1
           MOVE "00" TO ERROREP.

       MOSTRAREPARO-LOOP.
           READ CADREPA NEXT
           IF ERROREP NOT = "00" OR LINHACON > 18
               MOVE 1 TO FIMREPA
           ELSE
               IF RP-CHASSI NOT = PP-CHASSI
                   MOVE 1 TO FIMREPA
               ELSE
                   IF REPARO-PENDENTE
                       DISPLAY RP-SEQ AT LINE LINHACON COL 03
                       DISPLAY RP-DESCRICAO AT LINE LINHACON COL 08
                       DISPLAY RP-NOTA AT LINE LINHACON COL 40
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *GRAVA O LANCAMENTO COM A PROXIMA SEQUENCIA DO CHASSI
       GRAVAPREP.
           DISPLAY "GRAVAR LANCAMENTO?" AT 1605
               MOVE SALVAPREP TO REGPREP
               COMPUTE PP-SEQ = ULTIMOSEQ + 1
               WRITE REGPREP
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPREP
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADPREP
                   OPEN I-O CADPREP
                   IF SEQREPINF NOT = ZEROES
                       PERFORM BAIXAREPARO
                   END-IF
                   DISPLAY "LANCAMENTO GRAVADO" AT 2010
                   GO TO MENUPRINC
               ELSE
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *BAIXA O REPARO CONSERTADO PELA DESPESA GRAVADA - O ITEM DA
      *VISTORIA SAI DO EM ABERTO NO CADVSIT E NO CADVIST
       BAIXAREPARO.
           MOVE PP-CHASSI TO RP-CHASSI
           MOVE SEQREPINF TO RP-SEQ
           READ CADREPA
           IF ERROREP = "00" AND REPARO-PENDENTE
               MOVE "C" TO RP-SITUACAO
               MOVE DATAHOJE TO RP-DATABAIXA
               MOVE PP-SEQ TO RP-SEQPREP
               REWRITE REGREPA
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNREPA
               MOVE RP-CHASSI TO VT-CHASSI
               MOVE RP-DATAVIST TO VT-DATA
               MOVE RP-ITEM TO VT-ITEM
               READ CADVSIT
               IF ERROVST = "00" AND VT-BAIXA = ZEROES
                   MOVE DATAHOJE TO VT-BAIXA
                   MOVE "PREPARO" TO VT-OPERBAIXA
                   REWRITE REGVSIT
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVSIT
                   MOVE RP-CHASSI TO VI-CHASSI
                   MOVE RP-DATAVIST TO VI-DATA
                   READ CADVIST
                   IF ERROVIS = "00" AND VI-ABERTOS > ZEROES
                       SUBTRACT 1 FROM VI-ABERTOS
                       REWRITE REGVIST
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNVIST
                   END-IF
               END-IF
               DISPLAY "REPARO DA VISTORIA BAIXADO" AT 2110
           END-IF
           MOVE "00" TO ERROREP ERROVST ERROVIS.

      *CONTA OS REPAROS PENDENTES DO CHASSI EM CHASSIREPA
       CONTAREPARO.
           MOVE ZEROES TO QTDREPA
           MOVE 0 TO FIMREPA
           MOVE CHASSIREPA TO RP-CHASSI
           MOVE ZEROES TO RP-SEQ
           START CADREPA KEY IS GREATER THAN CHAVEREPA
               INVALID KEY
                   MOVE 1 TO FIMREPA
           END-START
           PERFORM CONTAREPARO-LOOP UNTIL FIMREPA = 1
           MOVE "00" TO ERROREP.

       CONTAREPARO-LOOP.
           READ CADREPA NEXT
           IF ERROREP NOT = "00"
               MOVE 1 TO FIMREPA
           ELSE
               IF RP-CHASSI NOT = CHASSIREPA
                   MOVE 1 TO FIMREPA
               ELSE
                   IF REPARO-PENDENTE
                       ADD 1 TO QTDREPA
                   END-IF
               END-IF
           END-IF.

      *LISTA OS REPAROS PENDENTES DE TODOS OS CHASSIS
       LISTAREPARO.
           PERFORM LIMPATELA
           MOVE ZEROES TO QTDREPA
           MOVE 12 TO LINHACON
           MOVE 0 TO FIMREPA
           MOVE LOW-VALUES TO CHAVEREPA
           START CADREPA KEY IS NOT LESS THAN CHAVEREPA
               INVALID KEY
                   MOVE 1 TO FIMREPA
           END-START
           PERFORM LISTAREPARO-LOOP UNTIL FIMREPA = 1
           MOVE "00" TO ERROREP
           DISPLAY "REPAROS PENDENTES:" AT 2005
           DISPLAY QTDREPA AT 2024
           ACCEPT AUX AT 2360
           PERFORM LIMPAVAR
           DISPLAY TELAPREP
           GO TO MENUPRINC.

       LISTAREPARO-LOOP.
           READ CADREPA NEXT
           IF ERROREP NOT = "00"
               MOVE 1 TO FIMREPA
           ELSE
               IF REPARO-PENDENTE
                   ADD 1 TO QTDREPA
                   IF LINHACON < 20
                       DISPLAY RP-CHASSI AT LINE LINHACON COL 03
                       DISPLAY RP-SEQ AT LINE LINHACON COL 21
                       DISPLAY RP-DESCRICAO AT LINE LINHACON COL 25
                       DISPLAY RP-DATA AT LINE LINHACON COL 56
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *LOCALIZA A ULTIMA SEQUENCIA JA LANCADA PARA O CHASSI
       BUSCAULTSEQ.
           MOVE ZEROES TO ULTIMOSEQ
           DISPLAY QTDPREP AT 2018
           DISPLAY "PREPARO ACUMULADO:" AT 2030
           DISPLAY ED-TOTAL AT 2049
           MOVE CHASSIBUSCA TO CHASSIREPA
           PERFORM CONTAREPARO
           DISPLAY "REPAROS PENDENTES DA VISTORIA:" AT 2105
           DISPLAY QTDREPA AT 2136
           ACCEPT AUX AT 2360
           PERFORM LIMPAVAR
           DISPLAY TELAPREP
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADPREP PARA O JORNAL DE TRANSACOES
       JORNPREP.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPREP" TO PJ-ARQUIVO
               MOVE REGPREP TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADREPA PARA O JORNAL DE TRANSACOES
       JORNREPA.
           IF ERROREP = "00" OR ERROREP = "02"
               MOVE "CADREPA" TO PJ-ARQUIVO
               MOVE REGREPA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVIST PARA O JORNAL DE TRANSACOES
       JORNVIST.
           IF ERROVIS = "00" OR ERROVIS = "02"
               MOVE "CADVIST" TO PJ-ARQUIVO
               MOVE REGVIST TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVSIT PARA O JORNAL DE TRANSACOES
       JORNVSIT.
           IF ERROVST = "00" OR ERROVST = "02"
               MOVE "CADVSIT" TO PJ-ARQUIVO
               MOVE REGVSIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       EXTRATOPREP-LOOP.
           READ CADPREP NEXT
           IF ERRO NOT = "00"
           MOVE ZEROES TO PP-SEQ PP-DATA PP-VALOR ACTKEY BSVEIC
           MOVE ZEROES TO ULTIMOSEQ TOTPREP QTDPREP LINHACON
           MOVE SPACES TO PP-CHASSI PP-DESCRICAO PP-FORNECEDOR AUX
           MOVE SPACES TO CHASSIBUSCA CHASSIREPA
           MOVE ZEROES TO QTDREPA SEQREPINF.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
       LIMPATELA.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADPREP CADREPA CADVIST CADVSIT.
           END PROGRAM P172918.

      *EDITADOS NA MAO (UM CORTE ERRADO NO ARQPARAM QUASE ARQUIVOU
      *ESTOQUE VIVO). CADA CHAVE TEM A PROPRIA REGRA DE VALIDACAO
      *(AAAAMM, AAAAMMDD, DIGITO DE GERACAO, CICLO 01-99, LISTA DE
      *CODIGOS, MOMENTO AAAAMMDDHHMM), A TELA LISTA TODOS OS VALORES
      *VIGENTES (16 CHAVES POR PAGINA, F2 PASSA A PAGINA) E CADA
      *ALTERACAO VAI PARA A AUDITORIA COM O VALOR ANTERIOR E O NOVO.
      *OS LOTES LEEM DAQUI E SO CAEM NOS *PARAM.TXT QUANDO A CHAVE
      *NAO EXISTE.
           SELECT AUDCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTA.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERROSEL.

       DATA DIVISION.
       FILE SECTION.
           01 LINHACTA.
               02 CTA-SEQ PIC 9(9).

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9) VALUE ZEROES.
               02 SL-RESUMO PIC X(36) VALUE SPACES.
               02 SL-SELO   PIC X(36) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROSES PIC X(2) VALUE "00".
           01 ERROAUD PIC X(2) VALUE "00".
           01 ERROCTA PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
           01 OPERADOR PIC X(8) VALUE SPACES.
           01 TERMINALID PIC X(8) VALUE SPACES.
           01 AUX PIC X(01) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.
      *CHAVES CONHECIDAS E A REGRA DE CADA UMA - M MES AAAAMM,
      *D DATA AAAAMMDD, G GERACAO 1-9, C CICLO 01-99, L LISTA DE
      *CODIGOS LIVRE, H MOMENTO AAAAMMDDHHMM
           01 TABCHAVES.
               03 FILLER PIC X(11) VALUE "RELPARAM  L".
               03 FILLER PIC X(11) VALUE "COMPARAM  M".
               03 FILLER PIC X(11) VALUE "LIQPARAM  M".
               03 FILLER PIC X(11) VALUE "INCPARAM  C".
               03 FILLER PIC X(11) VALUE "AUDPARAM  D".
               03 FILLER PIC X(11) VALUE "AVPPARAM  C".
               03 FILLER PIC X(11) VALUE "LEADPARAM C".
               03 FILLER PIC X(11) VALUE "CONCPARAM M".
               03 FILLER PIC X(11) VALUE "DESPPARAM M".
               03 FILLER PIC X(11) VALUE "DREPARAM  M".
               03 FILLER PIC X(11) VALUE "COAFPARAM M".
               03 FILLER PIC X(11) VALUE "REAPARAM  H".
           01 TABCHAVES-R REDEFINES TABCHAVES.
               03 TC-ENTRY OCCURS 22 TIMES.
                   05 TC-CHAVE PIC X(10).
                   05 TC-REGRA PIC X(1).
           01 TC-IND PIC 9(2) VALUE 1.
           01 TC-QTD PIC 9(2) VALUE 22.
           01 TC-INICIO PIC 9(2) VALUE 1.
           01 TC-FIM PIC 9(2) VALUE 16.
           01 PAGINACON PIC 9(1) VALUE 1.
           01 TC-ACHOU PIC 9(1) VALUE 0.

           SCREEN SECTION.
      *MENU PRINCIPAL - A LISTA DOS VALORES VIGENTES ABRE A TELA
       MENUPRINC.
           PERFORM LISTAVIGENTES
           DISPLAY "F1 ALTERAR PARAMETRO, F2 OUTRA PAGINA, F3 SAIR"
               AT 2205
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               GO TO R-CHAVE
           WHEN = 02
               ADD 1 TO PAGINACON
               IF (PAGINACON - 1) * 16 NOT < TC-QTD
                   MOVE 1 TO PAGINACON
               END-IF
               GO TO MENUPRINC
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
           DISPLAY TELAPARAM
           DISPLAY "CHAVE      REGRA VALOR VIGENTE" AT 0502
           MOVE 6 TO LINHACON
           COMPUTE TC-INICIO = (PAGINACON - 1) * 16 + 1
           COMPUTE TC-FIM = TC-INICIO + 15
           PERFORM LISTAVIGENTES-UMA VARYING TC-IND FROM TC-INICIO BY 1
               UNTIL TC-IND > TC-FIM OR TC-IND > TC-QTD.

       LISTAVIGENTES-UMA.
           DISPLAY TC-CHAVE(TC-IND) AT LINE LINHACON COL 02
           MOVE 0 TO TC-ACHOU
           MOVE 1 TO TC-IND
           PERFORM ACHACHAVE
               UNTIL TC-ACHOU = 1 OR TC-IND > TC-QTD
           IF TC-ACHOU = 0
               DISPLAY "CHAVE DESCONHECIDA" AT 2240
               GO TO R-CHAVE
               END-IF
           WHEN "L"
               MOVE 1 TO VALORVALIDO
           WHEN "H"
               IF VALORINF(1:12) NUMERIC
                   AND VALORINF(1:4) NOT = "0000"
                   AND VALORINF(5:2) NOT < "01"
                   AND VALORINF(5:2) NOT > "12"
                   AND VALORINF(7:2) NOT < "01"
                   AND VALORINF(7:2) NOT > "31"
                   AND VALORINF(9:2) NOT > "23"
                   AND VALORINF(11:2) NOT > "59"
                   AND VALORINF(13:1) = SPACE
                   MOVE 1 TO VALORVALIDO
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE VALORINF TO PA-VALOR
           IF EXISTENCIA = 1
               REWRITE REGPARAM
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNPARAM
           ELSE
               WRITE REGPARAM
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPARAM
           END-IF
           IF ERRO = "00" OR "02"
               PERFORM GRAVAEVENTO
           MOVE PA-VALOR TO VALORANTES
           MOVE SPACES TO VALORINF
           DELETE CADPARAM
           MOVE "E" TO PJ-OPERACAO
           PERFORM JORNPARAM
           IF ERRO = "00"
               PERFORM GRAVAEVENTO
               DISPLAY "PARAMETRO REMOVIDO" AT 2255
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPARAM PARA O JORNAL DE TRANSACOES
       JORNPARAM.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPARAM" TO PJ-ARQUIVO
               MOVE REGPARAM TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADSELO PARA O JORNAL DE TRANSACOES
       JORNSELO.
           IF ERROSEL = "00" OR ERROSEL = "02"
               MOVE "CADSELO" TO PJ-ARQUIVO
               MOVE REGSELO TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *GRAVA NA AUDITORIA A TROCA DO PARAMETRO COM O VALOR
      *ANTERIOR E O NOVO
       GRAVAEVENTO.
               MOVE VALORANTES TO AUD-ANTES
               MOVE VALORINF TO AUD-DEPOIS
               WRITE REGAUDIT
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAUDIT
               IF ERROAUD = "00" OR ERROAUD = "02"
                   PERFORM SELAEVENTO
               END-IF
               CLOSE CADAUDIT
           END-IF.

               END-IF
           END-IF.

      *SELA O EVENTO GRAVADO NO CADSELO - RESUMO DO REGISTRO E SELO
      *ENCADEADO AO SELO DO EVENTO ANTERIOR (SEQUENCIA - 1), QUE O
      *VERAUDIT RECALCULA PARA ACHAR REGISTRO ALTERADO OU ELO QUEBRADO
       SELAEVENTO.
           MOVE 419 TO PS-TAM
           MOVE REGAUDIT TO PS-DADOS
           CALL "SELOAUD" USING PARAMSELO
           MOVE PS-SELO TO SELORESUMO
           OPEN I-O CADSELO
           IF ERROSEL = "30" OR ERROSEL = "35"
               OPEN OUTPUT CADSELO
               CLOSE CADSELO
               OPEN I-O CADSELO
           END-IF
           IF ERROSEL = "00"
               MOVE SPACES TO PS-DADOS
               COMPUTE SL-SEQ = AUD-SEQ - 1
               READ CADSELO
               IF ERROSEL = "00"
                   MOVE SL-SELO TO PS-DADOS(1:36)
               END-IF
               MOVE SELORESUMO TO PS-DADOS(37:36)
               MOVE 72 TO PS-TAM
               CALL "SELOAUD" USING PARAMSELO
               MOVE AUD-SEQ TO SL-SEQ
               MOVE SELORESUMO TO SL-RESUMO
               MOVE PS-SELO TO SL-SELO
               WRITE REGSELO
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNSELO
               CLOSE CADSELO
           END-IF
           MOVE "00" TO ERROSEL.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADPARAM.

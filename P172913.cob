               02 TX-TAXA     PIC 9(2)V99 VALUE ZEROES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGTAXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNTAXA
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADTAXA
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADTAXA
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNTAXA
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELATAXA
      *ALTERA A FAIXA NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGTAXA
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNTAXA
           IF ERRO = "00" OR "02"
               CLOSE CADTAXA
               OPEN I-O CADTAXA
               DISPLAY "ERRO AO ALTERAR TAXA" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADTAXA PARA O JORNAL DE TRANSACOES
       JORNTAXA.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADTAXA" TO PJ-ARQUIVO
               MOVE REGTAXA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO TX-PARCELAS TX-TAXA EXISTENCIA ACTKEY.


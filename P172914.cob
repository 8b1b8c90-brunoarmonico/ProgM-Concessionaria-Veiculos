               02 FILLER PIC X(127).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGDOC
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNDOC
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADDOC
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADDOC
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNDOC
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELADOC
      *ALTERA A DOCUMENTACAO NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGDOC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNDOC
           IF ERRO = "00" OR "02"
               CLOSE CADDOC
               OPEN I-O CADDOC
               DISPLAY "ERRO AO ALTERAR DOCUMENTACAO" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADDOC PARA O JORNAL DE TRANSACOES
       JORNDOC.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADDOC" TO PJ-ARQUIVO
               MOVE REGDOC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO DC-IPVAANO DC-LICVENC EXISTENCIA ACTKEY
           MOVE SPACES TO DC-CHASSI DC-SITDOC AUX.

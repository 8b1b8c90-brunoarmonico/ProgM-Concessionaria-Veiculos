               02 FE-DESCRICAO PIC X(30) VALUE SPACES.

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
               WRITE REGFER
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNFER
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADFER
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADFER
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNFER
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELAFER
      *ALTERA O FERIADO NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGFER
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNFER
           IF ERRO = "00" OR "02"
               CLOSE CADFER
               OPEN I-O CADFER
               DISPLAY "ERRO AO ALTERAR FERIADO" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADFER PARA O JORNAL DE TRANSACOES
       JORNFER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADFER" TO PJ-ARQUIVO
               MOVE REGFER TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO FE-DATA EXISTENCIA ACTKEY
           MOVE SPACES TO FE-DESCRICAO.

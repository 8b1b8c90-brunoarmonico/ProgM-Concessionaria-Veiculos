               02 PO-MAXEXPOS   PIC 9(7)V99 VALUE ZEROES.

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
               WRITE REGPOLIT
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPOLIT
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADPOLIT
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADPOLIT
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNPOLIT
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELAPOLIT
      *ALTERA A FAIXA NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGPOLIT
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPOLIT
           IF ERRO = "00" OR "02"
               CLOSE CADPOLIT
               OPEN I-O CADPOLIT
               DISPLAY "ERRO AO ALTERAR POLITICA" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADPOLIT PARA O JORNAL DE TRANSACOES
       JORNPOLIT.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPOLIT" TO PJ-ARQUIVO
               MOVE REGPOLIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO PO-CODIGO PO-ENTRADAMIN PO-MAXPARC
           MOVE ZEROES TO PO-MAXEXPOS EXISTENCIA ACTKEY.

               02 FO-EMAIL   PIC X(30) VALUE SPACES.

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
               WRITE REGFORN
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNFORN
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADFORN
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADFORN
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNFORN
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELAFORN
      *ALTERA O FORNECEDOR NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGFORN
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNFORN
           IF ERRO = "00" OR "02"
               CLOSE CADFORN
               OPEN I-O CADFORN
               DISPLAY "ERRO AO ALTERAR FORNECEDOR" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADFORN PARA O JORNAL DE TRANSACOES
       JORNFORN.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADFORN" TO PJ-ARQUIVO
               MOVE REGFORN TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO FO-CODIGO FO-TELEFONE EXISTENCIA ACTKEY
           MOVE SPACES TO FO-NOME FO-CPFCNPJ FO-EMAIL.

                   88 PROD-SEM-COMISSAO   VALUE 0.

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
               WRITE REGPROD
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPROD
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADPROD
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADPROD
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNPROD
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELAPROD
      *ALTERA O PRODUTO NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGPROD
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPROD
           IF ERRO = "00" OR "02"
               CLOSE CADPROD
               OPEN I-O CADPROD
               DISPLAY "ERRO AO ALTERAR PRODUTO" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADPROD PARA O JORNAL DE TRANSACOES
       JORNPROD.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPROD" TO PJ-ARQUIVO
               MOVE REGPROD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO PD-CODIGO PD-PRECO PD-COMISSIONA EXISTENCIA
           MOVE ZEROES TO ACTKEY

               02 IM-ALIQUOTA PIC 9(2)V99 VALUE ZEROES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           IF ACTKEY = 01
               IF EXISTENCIA = 1
                   REWRITE REGIMP
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNIMP
               ELSE
                   WRITE REGIMP
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNIMP
               END-IF
               IF ERRO = "00" OR "02"
                   DISPLAY "ALIQUOTA GRAVADA" AT 1805
           END-IF
           GO TO R-TIPO.

      *IMAGEM GRAVADA NO CADIMP PARA O JORNAL DE TRANSACOES
       JORNIMP.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADIMP" TO PJ-ARQUIVO
               MOVE REGIMP TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADIMP.

               02 MU-JUROSDIA PIC 9(1)V999 VALUE ZEROES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
               MOVE 1 TO MU-CODIGO
               IF EXISTENCIA = 1
                   REWRITE REGMULTA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNMULTA
               ELSE
                   WRITE REGMULTA
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNMULTA
               END-IF
               IF ERRO = "00" OR "02"
                   DISPLAY "PARAMETROS GRAVADOS" AT 2010
           END-IF
           GO TO SAIR.

      *IMAGEM GRAVADA NO CADMULTA PARA O JORNAL DE TRANSACOES
       JORNMULTA.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADMULTA" TO PJ-ARQUIVO
               MOVE REGMULTA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADMULTA.

               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROREQ PIC X(2) VALUE "00".
           01 ERROORI PIC X(2) VALUE "00".
               ACCEPT SL-HORA FROM TIME
               MOVE OPERADOR TO SL-OPERADOR
               WRITE REGSPOOL
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNSPOOL
               CLOSE CADSPOOL
           END-IF
           MOVE "00" TO ERRO.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADSPOOL PARA O JORNAL DE TRANSACOES
       JORNSPOOL.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADSPOOL" TO PJ-ARQUIVO
               MOVE REGSPOOL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM SPOOLREL.

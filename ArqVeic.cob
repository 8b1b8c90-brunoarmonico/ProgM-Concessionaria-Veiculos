               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRHIS    PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
       MOVEVEICULO.
           MOVE REGVEIC TO REGVHIST
           WRITE REGVHIST
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNVHIST
           IF ERRHIS = "00" OR ERRHIS = "02" OR ERRHIS = "22"
               IF ERRHIS = "22"
                   REWRITE REGVHIST
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVHIST
               END-IF
               DELETE CADVEIC
               MOVE "E" TO PJ-OPERACAO
               PERFORM JORNVEIC
               IF ERRO = "00"
                   ADD 1 TO QTDMOVIDOS
                   COMPUTE TOTARQUIVADO = TOTARQUIVADO

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADVEIC PARA O JORNAL DE TRANSACOES
       JORNVEIC.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADVEIC" TO PJ-ARQUIVO
               MOVE REGVEIC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVHIST PARA O JORNAL DE TRANSACOES
       JORNVHIST.
           IF ERRHIS = "00" OR ERRHIS = "02"
               MOVE "CADVHIST" TO PJ-ARQUIVO
               MOVE REGVHIST TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM ARQVEIC.

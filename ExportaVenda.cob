               02 EC-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROMAR   PIC X(2) VALUE "00".
           01 ERROMOD   PIC X(2) VALUE "00".
                   MOVE 1 TO EXPORTADO
                   ADD 1 TO VERSAO
                   REWRITE REGVEIC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVEIC
               END-IF
           END-IF.

                   ADD IT-VALOR TO TOTEXPORTADO
                   MOVE 1 TO IT-EXPORTADO
                   REWRITE REGITEM
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNITEM
               END-IF
           END-IF.


       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADITEM PARA O JORNAL DE TRANSACOES
       JORNITEM.
           IF ERROITE = "00" OR ERROITE = "02"
               MOVE "CADITEM" TO PJ-ARQUIVO
               MOVE REGITEM TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVEIC PARA O JORNAL DE TRANSACOES
       JORNVEIC.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADVEIC" TO PJ-ARQUIVO
               MOVE REGVEIC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM EXPVENDA.

           01 LINHAREL PIC X(80) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRMAR    PIC X(2) VALUE "00".
           01 ERRMOD    PIC X(2) VALUE "00".
                   GO TO CARGA
           END-READ
           WRITE REGFIPE
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNFIPE
           IF ERRO = "00" OR ERRO = "02"
               ADD 1 TO QTDGRAVA
           ELSE
               IF ERRO = "22"
                   REWRITE REGFIPE
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFIPE
                   ADD 1 TO QTDATUAL
               ELSE
                   PERFORM LINHAINVALIDA

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADFIPE PARA O JORNAL DE TRANSACOES
       JORNFIPE.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADFIPE" TO PJ-ARQUIVO
               MOVE REGFIPE TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM CARGAFIPE.

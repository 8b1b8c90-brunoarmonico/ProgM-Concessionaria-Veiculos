               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO     PIC X(2) VALUE "00".
           01 ERROLIQ  PIC X(2) VALUE "00".
           01 ERROEST  PIC X(2) VALUE "00".
               MOVE DATAHOJE TO LQ-DATA
               MOVE 0 TO LQ-ESTORNADA
               WRITE REGLIQ
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNLIQ
               IF ERROLIQ = "22"
      *REGISTRO DE UMA VENDA ANTERIOR ESTORNADA E JA AJUSTADA -
      *REAPROVEITA A CHAVE PARA A NOVA VENDA DO MESMO CHASSI
                   REWRITE REGLIQ
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNLIQ
               END-IF
               MOVE "00" TO ERROLIQ
               ADD 1 TO QTDLIQUIDADAS
      *(ESTORNO NO MESMO DIA DA RODADA TAMBEM CONTA)
                       MOVE 1 TO LQ-ESTORNADA
                       REWRITE REGLIQ
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNLIQ
                       ADD 1 TO QTDAJUSTES
                       IF LQ-VENDEDOR = ZEROES
                           MOVE 1000 TO TBL-IND

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADLIQ PARA O JORNAL DE TRANSACOES
       JORNLIQ.
           IF ERROLIQ = "00" OR ERROLIQ = "02"
               MOVE "CADLIQ" TO PJ-ARQUIVO
               MOVE REGLIQ TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM LIQCOMIS.

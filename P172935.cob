               02 MT-VALORMETA PIC 9(9)V99 VALUE ZEROES.

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
                   REWRITE REGMETA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNMETA
               ELSE
                   WRITE REGMETA
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNMETA
               END-IF
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADMETA PARA O JORNAL DE TRANSACOES
       JORNMETA.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADMETA" TO PJ-ARQUIVO
               MOVE REGMETA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *BUSCA A META NO ARQUIVO DE DADOS
       BUSCAMETA.
           READ CADMETA
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADMETA
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNMETA
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELAMETA

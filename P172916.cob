               02 FL-NOME   PIC X(20) VALUE SPACES.

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
               WRITE REGFIL
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNFIL
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADFIL
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADFIL
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNFIL
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELAFIL
      *ALTERA A FAIXA NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGFIL
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNFIL
           IF ERRO = "00" OR "02"
               CLOSE CADFIL
               OPEN I-O CADFIL
               DISPLAY "ERRO AO ALTERAR FILIAL" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADFIL PARA O JORNAL DE TRANSACOES
       JORNFIL.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADFIL" TO PJ-ARQUIVO
               MOVE REGFIL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO FL-CODIGO EXISTENCIA ACTKEY
           MOVE SPACES TO FL-NOME.

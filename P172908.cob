               02 VALORMINIMO PIC 9(7)V99 VALUE ZEROES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
       01  TELAMARGEM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 02  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 03  COLUMN 01
               VALUE  "|                            CADASTRO DE".
           05  LINE 03  COLUMN 41
               VALUE  " MARGEM                                |".
           05  LINE 04  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 04  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 05  COLUMN 01
               VALUE  "|  CODIGO (MARCA+MODELO):".
           05  LINE 05  COLUMN 41
               VALUE  "                                       |".
           05  LINE 06  COLUMN 01
               VALUE  "|".
           05  LINE 06  COLUMN 41
               VALUE  "                                       |".
           05  LINE 07  COLUMN 01
               VALUE  "|  VALOR MINIMO DE VENDA:".
           05  LINE 07  COLUMN 41
               VALUE  "                                       |".
           05  LINE 08  COLUMN 01
               VALUE  "|".
           05  LINE 08  COLUMN 41
               VALUE  "                                       |".
           05  LINE 09  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 09  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 10  COLUMN 01
               VALUE  "|".
           05  LINE 10  COLUMN 41
               VALUE  "                                       |".
           05  LINE 11  COLUMN 01
               VALUE  "|".
           05  LINE 11  COLUMN 41
               VALUE  "                                       |".
           05  LINE 12  COLUMN 01
               VALUE  "|".
           05  LINE 12  COLUMN 41
               VALUE  "                                       |".
           05  LINE 13  COLUMN 01
               VALUE  "|".
           05  LINE 13  COLUMN 41
               VALUE  "                                       |".
           05  LINE 14  COLUMN 01
               VALUE  "|".
           05  LINE 14  COLUMN 41
               VALUE  "                                       |".
           05  LINE 15  COLUMN 01
               VALUE  "|".
           05  LINE 15  COLUMN 41
               VALUE  "                                       |".
           05  LINE 16  COLUMN 01
               VALUE  "|".
           05  LINE 16  COLUMN 41
               VALUE  "                                       |".
           05  LINE 17  COLUMN 01
               VALUE  "|".
           05  LINE 17  COLUMN 41
               VALUE  "                                       |".
           05  LINE 18  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 18  COLUMN 41
               VALUE  "=======================================+".
           05  TCODIGO
               LINE 05  COLUMN 27  PIC 999999
               USING  CODIGOM
               CONTINUE.

      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
               IF ACTKEY = 01
                   PERFORM LIMPAVAR
                   DISPLAY TELAMARGEM
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCAMARGEM
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
           DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE CODIGO DE MARCA+MODELO
           IF ACTKEY = 01
               PERFORM LIMPAVAR
               DISPLAY TELAMARGEM
               GO TO MENUPRINC
           ELSE IF CODIGO1 = ZEROES OR CODIGO2 = ZEROES
               DISPLAY "CODIGO INVALIDO" AT 1405
               PERFORM LIMPAVAR
                       MOVE 0 TO EXISTENCIA
                       PERFORM LIMPAVAR
                       DISPLAY TELAMARGEM
                       GO TO MENUPRINC
                   END-IF
                 ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADMARGEM" AT 2010
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGMARGEM
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNMARGEM
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADMARGEM
                   OPEN I-O CADMARGEM
                   DISPLAY "DADOS GRAVADOS" AT 2010
                   GO TO MENUPRINC
               ELSE IF ERRO = "22"
                   DISPLAY "CADMARGEM JA EXISTE " AT 2010
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMARGEM"
                       AT 2010
                   GO TO MENUPRINC
               END-IF
           ELSE
               PERFORM LIMPAVAR
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *BUSCA MARGEM NO ARQUIVO DE DADOS
       BUSCAMARGEM.
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADMARGEM
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNMARGEM
      *REMOVE MARGEM DO ARQUIVO DE DADOS
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           CLOSE CADMARGEM
                           OPEN I-O CADMARGEM
                           DISPLAY "MARGEM EXCLUIDA" AT 2010
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                           DISPLAY "ERRO AO REMOVER MARGEM" AT 2110
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPAVAR
                       DISPLAY TELAMARGEM
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "MARGEM NAO ENCONTRADA" AT 2010
               GO TO MENUPRINC
           END-IF.

      *ALTERA DADOS DA MARGEM NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGMARGEM
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNMARGEM
           IF ERRO = "00" OR "02"
               CLOSE CADMARGEM
               OPEN I-O CADMARGEM
               DISPLAY "INFORMACOES DE MARGEM ALTERADAS" AT 2010
               GO TO MENUPRINC
           ELSE
               DISPLAY "ERRO AO ALTERAR MARGEM" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADMARGEM PARA O JORNAL DE TRANSACOES
       JORNMARGEM.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADMARGEM" TO PJ-ARQUIVO
               MOVE REGMARGEM TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO CODIGO1 CODIGO2 VALORMINIMO EXISTENCIA ACTKEY.

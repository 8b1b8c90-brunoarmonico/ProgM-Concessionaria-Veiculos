               02 NOMEPAIS   PIC X(20) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
       01  TELAPAIS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 02  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 03  COLUMN 01
               VALUE  "|                             CADASTRO D".
           05  LINE 03  COLUMN 41
               VALUE  "E PAIS                                  |".
           05  LINE 04  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 04  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 05  COLUMN 01
               VALUE  "|".
           05  LINE 05  COLUMN 41
               VALUE  "                                       |".
           05  LINE 06  COLUMN 01
               VALUE  "|  CODIGO:".
           05  LINE 06  COLUMN 41
               VALUE  "                                       |".
           05  LINE 07  COLUMN 01
               VALUE  "|".
           05  LINE 07  COLUMN 41
               VALUE  "                                       |".
           05  LINE 08  COLUMN 01
               VALUE  "|  NOME:".
           05  LINE 08  COLUMN 41
               VALUE  "                                       |".
           05  LINE 09  COLUMN 01
               VALUE  "|".
           05  LINE 09  COLUMN 41
               VALUE  "                                       |".
           05  LINE 10  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 10  COLUMN 41
               VALUE  "=======================================+".
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
               VALUE  "|".
           05  LINE 18  COLUMN 41
               VALUE  "                                       |".
           05  LINE 19  COLUMN 01
               VALUE  "|".
           05  LINE 19  COLUMN 41
               VALUE  "                                       |".
           05  LINE 20  COLUMN 01
               VALUE  "|".
           05  LINE 20  COLUMN 41
               VALUE  "                                       |".
           05  LINE 21  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 21  COLUMN 41
               VALUE  "=======================================+".
           05  TCODIGOPAIS
               LINE 06  COLUMN 12  PIC 9(02)
               USING  CODIGOPAIS
               CONTINUE.

      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
               IF ACTKEY = 01
                   PERFORM LIMPAVAR
                   DISPLAY TELAPAIS
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCAPAIS
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
           DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE CODIGO DO PAIS
           IF ACTKEY = 01
               PERFORM LIMPAVAR
               DISPLAY TELAPAIS
               GO TO MENUPRINC
           ELSE IF CODIGOPAIS = ZEROES
               DISPLAY "CODIGO INVALIDO" AT 1405
               PERFORM LIMPAVAR
                       MOVE 0 TO EXISTENCIA
                       PERFORM LIMPAVAR
                       DISPLAY TELAPAIS
                       GO TO MENUPRINC
                   END-IF
                 ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADPAIS" AT 2010
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGPAIS
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPAIS
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADPAIS
                   OPEN I-O CADPAIS
                   DISPLAY "DADOS GRAVADOS" AT 2010
                   GO TO MENUPRINC
               ELSE IF ERRO = "22"
                   DISPLAY "CADPAIS JA EXISTE " AT 2010
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPAIS" AT 2010
                   GO TO MENUPRINC
               END-IF
           ELSE
               PERFORM LIMPAVAR
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *BUSCA PAIS NO ARQUIVO DE DADOS
       BUSCAPAIS.
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADPAIS
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNPAIS
      *REMOVE PAIS DO ARQUIVO DE DADOS
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           CLOSE CADPAIS
                           OPEN I-O CADPAIS
                           DISPLAY "PAIS EXCLUIDO" AT 2010
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                           DISPLAY "ERRO AO REMOVER PAIS" AT 2110
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPAVAR
                       DISPLAY TELAPAIS
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "PAIS NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *ALTERA DADOS DO PAIS NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGPAIS
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPAIS
           IF ERRO = "00" OR "02"
               CLOSE CADPAIS
               OPEN I-O CADPAIS

               DISPLAY "INFORMACOES DE PAIS ALTERADAS" AT 2010
               GO TO MENUPRINC
           ELSE
               DISPLAY "ERRO AO ALTERAR PAIS" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADPAIS PARA O JORNAL DE TRANSACOES
       JORNPAIS.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPAIS" TO PJ-ARQUIVO
               MOVE REGPAIS TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROS TO CODIGOPAIS EXISTENCIA ACTKEY BSPAIS CODIGOSALVO

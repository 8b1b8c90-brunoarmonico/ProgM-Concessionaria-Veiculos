               02 GE-LONGITUDE PIC S9(3)V9(6).

       WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.

           01 TABUF PIC X(54)
          VALUE"ACALAPAMBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
       01  TELACEP.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 01  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 02  COLUMN 01
               VALUE  "|                               CADASTRO".
           05  LINE 02  COLUMN 41
               VALUE  " DE CEP                                |".
           05  LINE 03  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 03  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 04  COLUMN 01
               VALUE  "|  CEP:".
           05  LINE 04  COLUMN 41
               VALUE  "                                       |".
           05  LINE 05  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 05  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 06  COLUMN 01
               VALUE  "|  LOGRADOURO:".
           05  LINE 06  COLUMN 41
               VALUE  "           UF:                         |".
           05  LINE 07  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 07  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 08  COLUMN 01
               VALUE  "|  CIDADE:                      BAIRRO:".
           05  LINE 08  COLUMN 41
               VALUE  "                                       |".
           05  LINE 09  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 09  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 10  COLUMN 01
               VALUE  "|  REFERENCIA:".
           05  LINE 10  COLUMN 41
               VALUE  "                                       |".
           05  LINE 11  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 11  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 12  COLUMN 01
               VALUE  "|  LATITUDE:".
           05  LINE 12  COLUMN 41
               VALUE  " LONGITUDE:                            |".
           05  LINE 13  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 13  COLUMN 41
               VALUE  "=======================================+".
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
               VALUE  "|".
           05  LINE 21  COLUMN 41
               VALUE  "                                       |".
           05  LINE 22  COLUMN 01
               VALUE  "|".
           05  LINE 22  COLUMN 41
               VALUE  "                                       |".
           05  LINE 23  COLUMN 01
               VALUE  "|".
           05  LINE 23  COLUMN 41
               VALUE  "                                       |".
           05  LINE 24  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 24  COLUMN 41
               VALUE  "=======================================+".
           05  TCEP
               LINE 04  COLUMN 08  PIC 99999.999
               USING  CEP
                   OPEN OUTPUT CADCEP
                   CLOSE CADCEP
                  DISPLAY "ARQUIVO CADCEP FOI CRIADO" AT 0622
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCEP" AT 0622
           ELSE
           CONTINUE.

      *OPCOES DO MENU INICIAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR, F4 PROXIMO"
               AT 1505
                       PERFORM LIMPATELA
                       PERFORM LIMPAVAR
                       DISPLAY TELACEP
                       GO TO MENUPRINC
                   END-IF
                   PERFORM PROCURA
               ELSE IF ACTKEY = 03
                   GO TO R-REFLATI
               ELSE
                   DISPLAY "OPCAO INVALIDA" AT 1705
                   GO TO MENUPRINC.

      *RECEBE A LATITUDE DE REFERENCIA PARA A BUSCA DE PROXIMIDADE
       R-REFLATI.
           IF ACTKEY = 01
               PERFORM LIMPATELA
               PERFORM LIMPAVAR
               GO TO MENUPRINC
           ELSE IF REFLATI < -90 OR REFLATI > 90
               DISPLAY "LATITUDE INVALIDA - USE -90 A 90" AT 1705
               GO TO R-REFLATI
               PERFORM LIMPATELA
               PERFORM PROXIMO
               PERFORM LIMPAVAR
               GO TO MENUPRINC.

      *RECEBE NUMERO DE CEP
       R-CEP.
               PERFORM LIMPATELA
               PERFORM LIMPAVAR
               DISPLAY TELACEP
               GO TO MENUPRINC
           ELSE IF CEP = ZEROES
               PERFORM LIMPATELA
               DISPLAY "CEP INVALIDO" AT 1505
                       PERFORM LIMPAVAR
                       PERFORM LIMPATELA
                       DISPLAY TELACEP
                       GO TO MENUPRINC
                   END-IF
               ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADCEP" AT 2010
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGCEP
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCEP
               IF ERRO = "00" OR "02"
                   PERFORM GRAVAGEO
                   PERFORM LIMPATELA
                   CLOSE CADCEP
                   OPEN I-O CADCEP
                   DISPLAY "DADOS GRAVADOS" AT 2010
                   GO TO MENUPRINC
                ELSE IF ERRO = "22"
                   DISPLAY "CADCEP JA EXISTE " AT 2010
                   GO TO MENUPRINC
                ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCEP" AT 2010
                      GO TO MENUPRINC
           ELSE
               PERFORM LIMPAVAR
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *BUSCA CEP NO ARQUIVO
       PROCURA.
                       MOVE LATITUDE TO ANTLAT
                       MOVE LONGITUDE TO ANTLONG
                       DELETE CADCEP
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNCEP
                       IF ERRO = "00"
                           PERFORM APAGAGEOANT
                           PERFORM LIMPAVAR
                           CLOSE CADCEP
                           OPEN I-O CADCEP
                           DISPLAY "CEP EXCLUIDO" AT 2110
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                           DISPLAY "ERRO AO REMOVER O CEP" AT 2110
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPAVAR
                       DISPLAY TELACEP
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "CEP NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *ALTERA DADOS DO CEP NO ARQUIVO
       ALTERA.
           REWRITE REGCEP
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNCEP.
           IF ERRO = "00" OR "02"
               PERFORM APAGAGEOANT
               PERFORM GRAVAGEO
               CLOSE CADCEP
               OPEN I-O CADCEP
               DISPLAY "INFORMACOES DE CEP ALTERADAS" AT 2110
               GO TO MENUPRINC
           ELSE
               DISPLAY "ERRO AO ALTERAR O CEP" AT 2110
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCEP PARA O JORNAL DE TRANSACOES
       JORNCEP.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCEP" TO PJ-ARQUIVO
               MOVE REGCEP TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *ZERA A TABELA DE ENDERECOS MAIS PROXIMOS ANTES DE NOVA BUSCA
       LIMPATABPROX.

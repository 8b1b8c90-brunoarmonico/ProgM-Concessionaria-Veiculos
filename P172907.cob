               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 NIVEL      PIC 9(01) VALUE 0.
                   88 REG-SUPERVISOR VALUE 1.
               02 DATASENHA  PIC 9(08) VALUE ZEROES.
                   03 PRELATORIO PIC 9(1) VALUE 0.
                   03 PAUTMARGEM PIC 9(1) VALUE 0.
               02 OPFILIAL   PIC 9(02) VALUE 0.
               02 SENHAHASH  PIC X(36) VALUE SPACES.

           FD CADFIL
               LABEL RECORD IS STANDARD
               02 FL-NOME   PIC X(20) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROFIL PIC X(2) VALUE "00".
           01 BSFILIAL PIC 9(1) VALUE 0.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 EXISTENCIA PIC 9(1) VALUE 0.
           01 OPERADOR PIC X(08) VALUE SPACES.
           01 SENHAINF PIC X(20) VALUE SPACES.
           01 PARAMHASH.
               02 PH-SAL   PIC X(08) VALUE SPACES.
               02 PH-SENHA PIC X(20) VALUE SPACES.
               02 PH-HASH  PIC X(36) VALUE SPACES.
           01 SENHAOK PIC 9(1) VALUE 0.
           01 SENHACAD PIC X(20) VALUE SPACES.
           01 TAMSENHA PIC 9(02) VALUE ZEROES.
           01 BSOPER PIC 9(1) VALUE 0.
           01 NIVELOPER PIC 9(01) VALUE 0.
           01 CADOPERVAZIO PIC 9(1) VALUE 0.
           01 OPERADORID-SAVE PIC X(08) VALUE SPACES.
           01 SALSENHA-SAVE PIC X(08) VALUE SPACES.
           01 SENHAHASH-SAVE PIC X(36) VALUE SPACES.
           01 NIVEL-SAVE PIC 9(01) VALUE 0.
           01 DATASENHA-SAVE PIC 9(08) VALUE ZEROES.
           01 PERFIL-SAVE PIC X(06) VALUE SPACES.
       01  TELAOPER.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 02  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 03  COLUMN 01
               VALUE  "|                           CADASTRO DE".
           05  LINE 03  COLUMN 41
               VALUE  "OPERADOR                               |".
           05  LINE 04  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 04  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 05  COLUMN 01
               VALUE  "|".
           05  LINE 05  COLUMN 41
               VALUE  "                                       |".
           05  LINE 06  COLUMN 01
               VALUE  "|  OPERADOR:".
           05  LINE 06  COLUMN 41
               VALUE  "                                       |".
           05  LINE 07  COLUMN 01
               VALUE  "|".
           05  LINE 07  COLUMN 41
               VALUE  "                                       |".
           05  LINE 08  COLUMN 01
               VALUE  "|  SENHA:".
           05  LINE 08  COLUMN 41
               VALUE  "                                       |".
           05  LINE 09  COLUMN 01
               VALUE  "|".
           05  LINE 09  COLUMN 41
               VALUE  "                                       |".
           05  LINE 10  COLUMN 01
               VALUE  "|  SUPERVISOR (1-SIM 0-NAO):".
           05  LINE 10  COLUMN 41
               VALUE  "                                       |".
           05  LINE 11  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 11  COLUMN 41
               VALUE  "=======================================+".
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
           05  TOPERADORID
               LINE 06  COLUMN 14  PIC X(08)
               USING  OPERADORID.
           05  TSENHA
               LINE 08  COLUMN 11  PIC X(20)
               USING  SENHACAD.
           05  TNIVEL
               LINE 10  COLUMN 31  PIC 9(01)
               USING  NIVEL
               CONTINUE.

      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
               IF ACTKEY = 01
                   PERFORM LIMPAVAR
                   DISPLAY TELAOPER
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCAOPER
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
           DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE IDENTIFICACAO DO OPERADOR
           IF ACTKEY = 01
               PERFORM LIMPAVAR
               DISPLAY TELAOPER
               GO TO MENUPRINC
           ELSE IF OPERADORID = SPACES
               DISPLAY "OPERADOR INVALIDO" AT 1405
               PERFORM LIMPAVAR
               PERFORM LEROPER
               CONTINUE.

      *RECEBE SENHA DO OPERADOR - MINIMO DE 6 CARACTERES. A SENHA NAO
      *E MOSTRADA NEM GRAVADA, SO O RESUMO; NA ALTERACAO, SENHA EM
      *BRANCO MANTEM A QUE ESTA GRAVADA
       R-SENHA.
           IF EXISTENCIA = 1
               DISPLAY "(EM BRANCO MANTEM A ATUAL)" AT 0833
           END-IF
           ACCEPT TSENHA
           ACCEPT ACTKEY FROM ESCAPE KEY
           MOVE 0 TO TAMSENHA
           INSPECT SENHACAD TALLYING TAMSENHA
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF ACTKEY = 01
               PERFORM LIMPATELA
               MOVE SPACES TO SENHACAD
               DISPLAY TSENHA
               GO TO R-OPERADORID
           ELSE IF SENHACAD = SPACES AND EXISTENCIA = 0
               DISPLAY "SENHA INVALIDA" AT 1405
               GO TO R-SENHA
           ELSE IF SENHACAD NOT = SPACES AND TAMSENHA < 6
               DISPLAY "SENHA COM MINIMO DE 6 CARACTERES" AT 1405
               GO TO R-SENHA
           ELSE
               PERFORM LIMPATELA
               CONTINUE.
                       MOVE 0 TO EXISTENCIA
                       PERFORM LIMPAVAR
                       DISPLAY TELAOPER
                       GO TO MENUPRINC
                   END-IF
                 ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADOPER" AT 2010
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM GRAVAHASH
               ACCEPT DATALOGIN FROM DATE YYYYMMDD
               MOVE DATALOGIN TO DATASENHA
               MOVE 0 TO TENTATIVAS BLOQUEADO
               WRITE REGOPER
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNOPER
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADOPER
                   OPEN I-O CADOPER
                   DISPLAY "DADOS GRAVADOS" AT 2010
                   GO TO MENUPRINC
               ELSE IF ERRO = "22"
                   DISPLAY "OPERADOR JA EXISTE " AT 2010
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADOPER" AT 2010
                   GO TO MENUPRINC
               END-IF
           ELSE
               PERFORM LIMPAVAR
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *BUSCA OPERADOR NO ARQUIVO DE DADOS
       BUSCAOPER.
                       PERFORM LOGINSUP
                       MOVE 0 TO TENTATIVAS BLOQUEADO
                       REWRITE REGOPER
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNOPER
                       IF ERRO = "00" OR "02"
                           PERFORM LIMPATELA
                           DISPLAY "OPERADOR DESBLOQUEADO" AT 2010
                           PERFORM LIMPATELA
                           DISPLAY "ERRO AO DESBLOQUEAR" AT 2010
                       END-IF
                       GO TO MENUPRINC
                   END-IF
                   IF ACTKEY = 01
                       PERFORM LOGINSUP
                       DELETE CADOPER
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNOPER
      *REMOVE OPERADOR DO ARQUIVO DE DADOS
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           CLOSE CADOPER
                           OPEN I-O CADOPER
                           DISPLAY "OPERADOR EXCLUIDO" AT 2010
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                           DISPLAY "ERRO AO REMOVER OPERADOR" AT 2110
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPAVAR
                       DISPLAY TELAOPER
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "OPERADOR NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *ALTERA DADOS DO OPERADOR NO ARQUIVO
       ALTERACHAVE.
           PERFORM LOGINSUP
           IF SENHACAD NOT = SPACES
               ACCEPT DATALOGIN FROM DATE YYYYMMDD
               MOVE DATALOGIN TO DATASENHA
               PERFORM GRAVAHASH
           END-IF
           MOVE 0 TO TENTATIVAS BLOQUEADO
           REWRITE REGOPER
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNOPER
           IF ERRO = "00" OR "02"
               CLOSE CADOPER
               OPEN I-O CADOPER
               DISPLAY "INFORMACOES DE OPERADOR ALTERADAS" AT 2010
               GO TO MENUPRINC
           ELSE
               DISPLAY "ERRO AO ALTERAR OPERADOR" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADOPER PARA O JORNAL DE TRANSACOES
       JORNOPER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOPER" TO PJ-ARQUIVO
               MOVE REGOPER TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *VERIFICA SE O ARQUIVO DE OPERADORES AINDA ESTA VAZIO
      *(PRIMEIRO CADASTRO NAO EXIGE CONFIRMACAO DE SUPERVISOR)
               MOVE SPACES TO OPERADOR SENHAINF
               PERFORM LIMPAVAR
               DISPLAY TELAOPER
               GO TO MENUPRINC
           ELSE
               PERFORM LIMPATELA.

       LERSUPERVISOR.
           MOVE 0 TO BSOPER
           MOVE OPERADORID TO OPERADORID-SAVE
           MOVE SALSENHA TO SALSENHA-SAVE
           MOVE SENHAHASH TO SENHAHASH-SAVE
           MOVE NIVEL TO NIVEL-SAVE
           MOVE DATASENHA TO DATASENHA-SAVE
           MOVE TENTATIVAS TO TENTATIVAS-SAVE
           READ CADOPER
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE SENHAINF TO PH-SENHA
                   PERFORM CONFERESENHA
                   IF SENHAOK = 0
                       MOVE 1 TO BSOPER
                   ELSE IF NIVEL NOT = 1
                       MOVE 1 TO BSOPER
               MOVE 1 TO BSOPER
           END-IF
           MOVE OPERADORID-SAVE TO OPERADORID
           MOVE SALSENHA-SAVE TO SALSENHA
           MOVE SENHAHASH-SAVE TO SENHAHASH
           MOVE NIVEL-SAVE TO NIVEL
           MOVE DATASENHA-SAVE TO DATASENHA
           MOVE TENTATIVAS-SAVE TO TENTATIVAS
           MOVE PERFIL-SAVE TO PERFIL
           MOVE OPFILIAL-SAVE TO OPFILIAL.

      *CONFERE A SENHA EM PH-SENHA COM O RESUMO GRAVADO NO CADOPER -
      *SO O SAL E O RESUMO FICAM NO ARQUIVO, NUNCA A SENHA
       CONFERESENHA.
           MOVE 0 TO SENHAOK
           IF SENHAHASH NOT = SPACES AND SALSENHA NOT = SPACES
               MOVE SALSENHA TO PH-SAL
               CALL "HASHSENHA" USING PARAMHASH
               IF PH-HASH = SENHAHASH
                   MOVE 1 TO SENHAOK
               END-IF
           END-IF
           MOVE SPACES TO PH-SENHA PH-HASH.

       LIMPAVAR.
           MOVE ZEROS TO NIVEL EXISTENCIA ACTKEY
           MOVE ZEROES TO PERFIL DATASENHA TENTATIVAS BLOQUEADO
           MOVE ZEROES TO OPFILIAL
           MOVE SPACES TO OPERADORID SALSENHA SENHAHASH SENHACAD AUX.

      *TROCA A SENHA DIGITADA PELO RESUMO, COM SAL NOVO - SENHA EM
      *BRANCO (ALTERACAO) MANTEM O SAL E O RESUMO JA GRAVADOS
       GRAVAHASH.
           IF SENHACAD NOT = SPACES
               MOVE SPACES TO PH-SAL
               MOVE SENHACAD TO PH-SENHA
               CALL "HASHSENHA" USING PARAMHASH
               MOVE PH-SAL TO SALSENHA
               MOVE PH-HASH TO SENHAHASH
               MOVE SPACES TO SENHACAD PH-SENHA PH-HASH
           END-IF.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
       LIMPATELA.

           SELECT AUDCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTA.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERROSEL.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 NIVEL      PIC 9(01) VALUE 0.
               02 DATASENHA  PIC 9(08) VALUE ZEROES.
               02 TENTATIVAS PIC 9(01) VALUE 0.
                   03 PRELATORIO PIC 9(1) VALUE 0.
                   03 PAUTMARGEM PIC 9(1) VALUE 0.
               02 OPFILIAL   PIC 9(02) VALUE 0.
               02 SENHAHASH  PIC X(36) VALUE SPACES.

           FD CADAUDIT
               LABEL RECORD IS STANDARD
           01 LINHACTA.
               02 CTA-SEQ PIC 9(9).

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9) VALUE ZEROES.
               02 SL-RESUMO PIC X(36) VALUE SPACES.
               02 SL-SELO   PIC X(36) VALUE SPACES.

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
               02 VERSAOVEIC           PIC 9(6) VALUE ZEROES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 OPERADOR PIC X(08) VALUE SPACES.
           01 SENHAINF PIC X(20) VALUE SPACES.
           01 PARAMHASH.
               02 PH-SAL   PIC X(08) VALUE SPACES.
               02 PH-SENHA PIC X(20) VALUE SPACES.
               02 PH-HASH  PIC X(36) VALUE SPACES.
           01 SENHAOK PIC 9(1) VALUE 0.
           01 BSOPER PIC 9(1) VALUE 0.
           01 DATALOGIN PIC 9(8) VALUE ZEROES.
           01 DATALOGIN-R REDEFINES DATALOGIN.
               02 DS2-DIA PIC 9(2).
           01 DIASLOGIN PIC 9(8) VALUE ZEROES.
           01 DIASSENHA PIC 9(8) VALUE ZEROES.
           01 SENHANOVA1 PIC X(20) VALUE SPACES.
           01 SENHANOVA2 PIC X(20) VALUE SPACES.
           01 TAMSENHA PIC 9(02) VALUE ZEROES.
           01 ERROSES PIC X(2) VALUE "00".
           01 SESSAOATIVA PIC 9(1) VALUE 0.
           01 TERMINALID PIC X(8) VALUE SPACES.
               02 OPAUTMARGEM PIC 9(1) VALUE 0.
           01 ERROAUD PIC X(2) VALUE "00".
           01 ERROCTA PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
           01 SEQAUDIT PIC 9(9) VALUE ZEROES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 HORAAUDIT PIC 9(08) VALUE ZEROES.
       01  TELAMODELO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 02  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 03  COLUMN 01
               VALUE  "|                            CADASTRO DE".
           05  LINE 03  COLUMN 41
               VALUE  " MODELO                                |".
           05  LINE 04  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 04  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 05  COLUMN 01
               VALUE  "|  CODIGO:".
           05  LINE 05  COLUMN 41
               VALUE  "                                       |".
           05  LINE 06  COLUMN 01
               VALUE  "|".
           05  LINE 06  COLUMN 41
               VALUE  "                                       |".
           05  LINE 07  COLUMN 01
               VALUE  "|  MARCA:".
           05  LINE 07  COLUMN 41
               VALUE  "                                       |".
           05  LINE 08  COLUMN 01
               VALUE  "|".
           05  LINE 08  COLUMN 41
               VALUE  "                                       |".
           05  LINE 09  COLUMN 01
               VALUE  "|  MODELO:".
           05  LINE 09  COLUMN 41
               VALUE  "                                       |".
           05  LINE 10  COLUMN 01
               VALUE  "|".
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
               VALUE  "+=======================================".
           05  LINE 18  COLUMN 41
               VALUE  "=======================================+".
           05  TCODIGO
               LINE 05  COLUMN 12  PIC 999999
               USING  CODIGOM
           ELSE
               DISPLAY TELAMODELO
               PERFORM LOGIN
               GO TO MENUPRINC.

      *SOLICITA IDENTIFICACAO DO OPERADOR ANTES DE LIBERAR O MENU
       LOGIN.
           ACCEPT OPERADOR AT 0611
           DISPLAY "SENHA:" AT 0701
           ACCEPT SENHAINF AT 0708
           DISPLAY "F2 TROCAR A PROPRIA SENHA" AT 0731
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 02
               PERFORM TROCAPROPRIA
                       DISPLAY "SUPERVISOR" AT 0932
                       MOVE 1 TO BSOPER
                   ELSE
                       MOVE SENHAINF TO PH-SENHA
                       PERFORM CONFERESENHA
                       IF SENHAOK = 0
                           ADD 1 TO TENTATIVAS
                           IF TENTATIVAS > 2
                               MOVE 1 TO BLOQUEADO
                               DISPLAY "TENTATIVAS" AT 0928
                           END-IF
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE 1 TO BSOPER
                       ELSE
                           MOVE 0 TO TENTATIVAS
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE NIVEL TO NIVELOPER
                           MOVE PERFIL TO PERFILOPER
                           MOVE OPFILIAL TO FILIALOPER
           CLOSE CADOPER
           MOVE "00" TO ERRO.

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

      *CONFERE A IDADE DA SENHA EM BASE COMERCIAL DE 360 DIAS - SENHA
      *SEM DATA OU COM MAIS DE 90 DIAS OBRIGA A TROCA NO ATO
       CHECAVALIDADESENHA.

      *RECEBE E GRAVA A NOVA SENHA DO OPERADOR - O ARQUIVO DE
      *OPERADORES JA ESTA ABERTO E POSICIONADO NO REGISTRO
      *MINIMO DE 6 CARACTERES; GRAVA SO O RESUMO, COM SAL NOVO
       TROCASENHANOVA.
           DISPLAY "NOVA SENHA:" AT 1001
           ACCEPT SENHANOVA1 AT 1013
           DISPLAY "REPITA A NOVA SENHA:" AT 1101
           ACCEPT SENHANOVA2 AT 1122
           IF SENHANOVA1 = SPACES OR SENHANOVA1 NOT = SENHANOVA2
               DISPLAY "SENHAS NAO CONFEREM              " AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE 0 TO TAMSENHA
           INSPECT SENHANOVA1 TALLYING TAMSENHA
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAMSENHA < 6
               DISPLAY "MINIMO DE 6 CARACTERES SEM ESPACO" AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE SENHANOVA1 TO PH-SENHA
           PERFORM CONFERESENHA
           IF SENHAOK = 1
               DISPLAY "NOVA SENHA IGUAL A ATUAL         " AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE SPACES TO PH-SAL
           MOVE SENHANOVA1 TO PH-SENHA
           CALL "HASHSENHA" USING PARAMHASH
           MOVE PH-SAL TO SALSENHA
           MOVE PH-HASH TO SENHAHASH
           MOVE SPACES TO PH-SENHA PH-HASH
           ACCEPT DATALOGIN FROM DATE YYYYMMDD
           MOVE DATALOGIN TO DATASENHA
           MOVE 0 TO TENTATIVAS
           REWRITE REGOPER
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNOPER
           DISPLAY "SENHA ALTERADA                   " AT 1201
           MOVE SPACES TO SENHANOVA1 SENHANOVA2.

      *TROCA DE SENHA PELO PROPRIO OPERADOR (F2 APOS A SENHA NA TELA
           MOVE OPERADOR TO OPERADORID
           OPEN I-O CADOPER
           READ CADOPER
           MOVE SENHAINF TO PH-SENHA
           PERFORM CONFERESENHA
           IF ERRO = "00" AND SENHAOK = 1 AND BLOQUEADO = 0
               PERFORM TROCASENHANOVA
           ELSE
               DISPLAY "OPERADOR/SENHA INVALIDOS OU BLOQUEADO" AT 0901


      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR, F4 BUSCAR NOME"
               AT 1305
               IF ACTKEY = 01
                   PERFORM LIMPAVAR
                   DISPLAY TELAMODELO
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCAMODELO
           WHEN = 03
               IF ACTKEY = 01
                   PERFORM LIMPAVAR
                   DISPLAY TELAMODELO
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCAMODELONOME
           WHEN OTHER
           DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE CODIGO DO MODELO
           IF ACTKEY = 01
               PERFORM LIMPAVAR
               DISPLAY TELAMODELO
               GO TO MENUPRINC
           ELSE IF CODIGO1 = ZEROES OR CODIGO2 = ZEROES
               DISPLAY "CODIGO INVALIDO" AT 1405
               PERFORM LIMPAVAR
                           MOVE 0 TO EXISTENCIA
                           PERFORM LIMPAVAR
                           DISPLAY TELAMODELO
                           GO TO MENUPRINC
                       END-IF
                       MOVE 1 TO EXISTENCIA
                       MOVE REGMODEL TO ANTESMODEL
                       MOVE 0 TO EXISTENCIA
                       PERFORM LIMPATELA
                       PERFORM LIMPAVAR
                       GO TO MENUPRINC
                   END-IF
                 ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADMODEL" AT 1710
               PERFORM LIMPAVAR
               DISPLAY "ACESSO NEGADO - SEM DIREITO DE CADASTRO"
                   AT 2010
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "GRAVAR DADOS?" AT 1305
           IF ACTKEY = 01
               MOVE 1 TO VERSAO
               WRITE REGMODEL
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNMODEL
               IF ERRO = "00" OR "02"
                   MOVE "I" TO AUDITIPO
                   MOVE "CADMODEL" TO EVENTOARQ
                   CLOSE CADMODEL
                   OPEN I-O CADMODEL
                   DISPLAY "DADOS GRAVADOS" AT 1710
                   GO TO MENUPRINC
               ELSE IF ERRO = "22"
                   DISPLAY "CADMODEL JA EXISTE " AT 1710
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADMODEL" AT 1710
                   GO TO MENUPRINC
               END-IF
           ELSE
               PERFORM LIMPAVAR
               DISPLAY TELAMODELO
           GO TO MENUPRINC.

      *ALTERA DADOS DO MODELO NO ARQUIVO - CONFERE SE A VERSAO EM DISCO
      *AINDA E A MESMA QUE FOI LIDA, PARA EVITAR QUE UM SEGUNDO
               MOVE EDITADOMODEL TO REGMODEL
               ADD 1 TO VERSAO
               REWRITE REGMODEL
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNMODEL
               IF ERRO = "00" OR "02"
                   MOVE "A" TO AUDITIPO
                   MOVE "CADMODEL" TO EVENTOARQ
                   CLOSE CADMODEL
                   OPEN I-O CADMODEL
                   DISPLAY "INFORMACOES DE MODELO ALTERADAS" AT 1710
                   GO TO MENUPRINC
               ELSE
                   DISPLAY "ERRO AO ALTERAR MODELO" AT 1710
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE EDITADOMODEL TO REGMODEL
               DISPLAY "MODELO ALTERADO POR OUTRO OPERADOR - REFACA" AT
                   1710
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADMODEL PARA O JORNAL DE TRANSACOES
       JORNMODEL.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADMODEL" TO PJ-ARQUIVO
               MOVE REGMODEL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADOPER PARA O JORNAL DE TRANSACOES
       JORNOPER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOPER" TO PJ-ARQUIVO
               MOVE REGOPER TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADSELO PARA O JORNAL DE TRANSACOES
       JORNSELO.
           IF ERROSEL = "00" OR ERROSEL = "02"
               MOVE "CADSELO" TO PJ-ARQUIVO
               MOVE REGSELO TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *BUSCA O MODELO POR CODIGO NO ARQUIVO DE DADOS
       BUSCAMODELO.
                               AT 2010
                           DISPLAY "EXCLUSAO"
                               AT 2042
                           GO TO MENUPRINC
                       END-IF
                       PERFORM CHECAUSOMODELO
                       IF EMUSO = 1
                           PERFORM LIMPATELA
                           DISPLAY "MODELO EM USO POR VEICULO" AT 1610
                           DISPLAY "EXCLUSAO NAO PERMITIDA" AT 1710
                           GO TO MENUPRINC
                       END-IF
                       MOVE "E" TO AUDITIPO
                       MOVE "CADMODEL" TO EVENTOARQ
                       MOVE CODIGOM TO EVENTOCHAVE
                       MOVE REGMODEL TO EVENTOANTES
                       DELETE CADMODEL
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNMODEL
                       IF ERRO = "00"
                           PERFORM GRAVAEVENTO
                           PERFORM LIMPAVAR
                           CLOSE CADMODEL
                           OPEN I-O CADMODEL
                           DISPLAY "MODELO EXCLUIDO" AT 1710
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                           DISPLAY "ERRO AO REMOVER MODELO" AT 1710
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPATELA
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "MODELO NAO ENCONTRADO" AT 1710
               GO TO MENUPRINC
           END-IF.

      *VERIFICA SE O MODELO AINDA E USADO POR ALGUM VEICULO ANTES DE
           END-START
           IF ERRO = "23"
               DISPLAY "MODELO NAO ENCONTRADO" AT 1710
               GO TO MENUPRINC
           ELSE
               READ CADMODEL NEXT
               IF ERRO NOT = "00"
                   DISPLAY "MODELO NAO ENCONTRADO" AT 1710
                   GO TO MENUPRINC
               ELSE
                   GO TO BUSCAMODELO.

               MOVE EVENTOANTES TO AUD-ANTES
               MOVE EVENTODEPOIS TO AUD-DEPOIS
               WRITE REGAUDIT
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAUDIT
               IF ERROAUD = "00" OR ERROAUD = "02"
                   PERFORM SELAEVENTO
               END-IF
               CLOSE CADAUDIT
           END-IF
           MOVE SPACES TO EVENTOANTES EVENTODEPOIS EVENTOCHAVE.
               END-IF
           END-IF.

      *SELA O EVENTO GRAVADO NO CADSELO - RESUMO DO REGISTRO E SELO
      *ENCADEADO AO SELO DO EVENTO ANTERIOR (SEQUENCIA - 1), QUE O
      *VERAUDIT RECALCULA PARA ACHAR REGISTRO ALTERADO OU ELO QUEBRADO
       SELAEVENTO.
           MOVE 419 TO PS-TAM
           MOVE REGAUDIT TO PS-DADOS
           CALL "SELOAUD" USING PARAMSELO
           MOVE PS-SELO TO SELORESUMO
           OPEN I-O CADSELO
           IF ERROSEL = "30" OR ERROSEL = "35"
               OPEN OUTPUT CADSELO
               CLOSE CADSELO
               OPEN I-O CADSELO
           END-IF
           IF ERROSEL = "00"
               MOVE SPACES TO PS-DADOS
               COMPUTE SL-SEQ = AUD-SEQ - 1
               READ CADSELO
               IF ERROSEL = "00"
                   MOVE SL-SELO TO PS-DADOS(1:36)
               END-IF
               MOVE SELORESUMO TO PS-DADOS(37:36)
               MOVE 72 TO PS-TAM
               CALL "SELOAUD" USING PARAMSELO
               MOVE AUD-SEQ TO SL-SEQ
               MOVE SELORESUMO TO SL-RESUMO
               MOVE PS-SELO TO SL-SELO
               WRITE REGSELO
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNSELO
               CLOSE CADSELO
           END-IF
           MOVE "00" TO ERROSEL.

      *FIM DO PROGRAMA
       SAIR.
           IF SESSAOATIVA = 0

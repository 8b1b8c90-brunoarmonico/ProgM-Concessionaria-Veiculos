      *-----------------------------------------------------------------
      *CADASTRO DE VENDEDORES - CODIGO, NOME, CPF E SITUACAO (ATIVO OU
      *INATIVO). O CODIGO DO VENDEDOR E GRAVADO NA VENDA PELO P172904 E
      *USADO NO DEMONSTRATIVO MENSAL DE COMISSOES (RELCOMIS). A FILIAL
      *ONDE O VENDEDOR ATENDE FICA NO CADVFIL, AO LADO DO CADVEND, E
      *ORIENTA A DISTRIBUICAO DOS LEADS DO PORTAL PELO CARGALEAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY   IS VD-CODIGO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS VD-NOME WITH DUPLICATES.
           SELECT CADVFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VF-CODIGO
               FILE STATUS  IS ERROVFL.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
                   88 VEND-ATIVO   VALUE 1.
                   88 VEND-INATIVO VALUE 0.

      *FILIAL DE ATENDIMENTO DO VENDEDOR E NUMERO DO ULTIMO LEAD DO
      *PORTAL RECEBIDO (RODIZIO DO CARGALEAD)
           FD CADVFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVFIL.DAT".
           01 REGVFIL.
               02 VF-CODIGO  PIC 9(3) VALUE ZEROES.
               02 VF-FILIAL  PIC 9(2) VALUE ZEROES.
               02 VF-ULTLEAD PIC 9(6) VALUE ZEROES.

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
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
           01 ERRO PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROVFL PIC X(2) VALUE "00".
           01 EMUSO PIC 9(1) VALUE 0.
           01 FIMVARRE PIC 9(1) VALUE 0.
           01 AUX PIC X(01) VALUE SPACES.
               VALUE  "  CPF:".
           05  LINE 09  COLUMN 01
               VALUE  "  ATIVO (1-SIM 0-NAO):".
           05  LINE 10  COLUMN 01
               VALUE  "  FILIAL:".
           05  TVDCODIGO
               LINE 06  COLUMN 11  PIC 9(03)
               USING  VD-CODIGO
           05  TVDATIVO
               LINE 09  COLUMN 25  PIC 9(01)
               USING  VD-ATIVO.
           05  TVFFILIAL
               LINE 10  COLUMN 11  PIC 9(02)
               USING  VF-FILIAL.

           PROCEDURE DIVISION.
      *ABRE ARQUIVO COM OS VENDEDORES
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEND" AT 0622
           ELSE
               PERFORM ABREVFIL
               DISPLAY TELAVEND
               PERFORM LOGIN
               GO TO MENUPRINC.

      *ABRE O ARQUIVO DE FILIAIS DOS VENDEDORES, CRIANDO NA PRIMEIRA VEZ
       ABREVFIL.
           OPEN I-O CADVFIL
           IF ERROVFL = "30" OR ERROVFL = "35"
               OPEN OUTPUT CADVFIL
               CLOSE CADVFIL
               OPEN I-O CADVFIL
           END-IF.

      *SOLICITA IDENTIFICACAO DO OPERADOR ANTES DE LIBERAR O MENU
       LOGIN.
           PERFORM LERSESSAO
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
           ELSE IF VD-ATIVO NOT = 0 AND VD-ATIVO NOT = 1
               DISPLAY "SITUACAO INVALIDA" AT 1405
               GO TO R-ATIVO
           ELSE
               PERFORM LIMPATELA
               CONTINUE.

      *RECEBE A FILIAL ONDE O VENDEDOR ATENDE - 00 SEM FILIAL FIXA,
      *RECEBE LEADS SO DE FILIAL QUE NAO TEM VENDEDOR PROPRIO
       R-FILIAL.
           ACCEPT TVFFILIAL
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               MOVE ZEROES TO VF-FILIAL
               DISPLAY TVFFILIAL
               GO TO R-ATIVO
           ELSE
               PERFORM LIMPATELA
               GO TO VERIFICAOPC.
           READ CADVEND
              IF ERRO NOT = "23"
                 IF ERRO = "00"
                   PERFORM LERVFIL
                   DISPLAY TELAVEND
                   DISPLAY "VENDEDOR JA CADASTRADO" AT 1610
                   DISPLAY "F1 ALTERAR, F2 CANCELAR" AT 1710
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGVEND
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNVEND
               IF ERRO = "00" OR "02"
                   PERFORM GRAVAVFIL
                   PERFORM LIMPATELA
                   CLOSE CADVEND
                   OPEN I-O CADVEND
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *LE A FILIAL DO VENDEDOR - SEM REGISTRO, FICA SEM FILIAL FIXA
       LERVFIL.
           MOVE VD-CODIGO TO VF-CODIGO
           READ CADVFIL
           IF ERROVFL NOT = "00"
               MOVE ZEROES TO VF-FILIAL VF-ULTLEAD
           END-IF
           MOVE "00" TO ERROVFL.

      *GRAVA OU ATUALIZA A FILIAL DO VENDEDOR, PRESERVANDO O RODIZIO
       GRAVAVFIL.
           MOVE VD-CODIGO TO VF-CODIGO
           WRITE REGVFIL
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNVFIL
           IF ERROVFL = "22"
               REWRITE REGVFIL
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNVFIL
           END-IF
           MOVE "00" TO ERROVFL.

      *BUSCA VENDEDOR NO ARQUIVO DE DADOS
       BUSCAVEND.
           READ CADVEND
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   PERFORM LERVFIL
                   DISPLAY TELAVEND
                   DISPLAY "F1 DELETAR VENDEDOR, F2 VOLTAR" AT 1605
                   ACCEPT AUX AT 2360
                           GO TO MENUPRINC
                       END-IF
                       DELETE CADVEND
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNVEND
                       IF ERRO = "00"
                           MOVE VD-CODIGO TO VF-CODIGO
                           DELETE CADVFIL
                           MOVE "E" TO PJ-OPERACAO
                           PERFORM JORNVFIL
                           MOVE "00" TO ERROVFL
                           PERFORM LIMPAVAR
                           DISPLAY TELAVEND
                           CLOSE CADVEND
      *ALTERA DADOS DO VENDEDOR NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGVEND
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVEND
           IF ERRO = "00" OR "02"
               PERFORM GRAVAVFIL
               CLOSE CADVEND
               OPEN I-O CADVEND
               DISPLAY "INFORMACOES DE VENDEDOR ALTERADAS" AT 2010
               DISPLAY "ERRO AO ALTERAR VENDEDOR" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADOPER PARA O JORNAL DE TRANSACOES
       JORNOPER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOPER" TO PJ-ARQUIVO
               MOVE REGOPER TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVEND PARA O JORNAL DE TRANSACOES
       JORNVEND.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADVEND" TO PJ-ARQUIVO
               MOVE REGVEND TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVFIL PARA O JORNAL DE TRANSACOES
       JORNVFIL.
           IF ERROVFL = "00" OR ERROVFL = "02"
               MOVE "CADVFIL" TO PJ-ARQUIVO
               MOVE REGVFIL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO VD-CODIGO VD-ATIVO EXISTENCIA ACTKEY
           MOVE ZEROES TO VF-FILIAL VF-ULTLEAD
           MOVE SPACES TO VD-NOME VD-CPF AUX.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADVEND.
           CLOSE CADVFIL.
           END PROGRAM P172911.

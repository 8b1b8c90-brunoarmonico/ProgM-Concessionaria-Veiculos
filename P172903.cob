      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172903.
      *-----------------------------------------------------------------
      *CLIENTE PESSOA JURIDICA (F4) - A EMPRESA E IDENTIFICADA PELO
      *CNPJ, CONFERIDO PELOS DIGITOS VERIFICADORES, E GANHA UM CODIGO
      *DE CLIENTE NO CAMPO CPF ("J" E DEZ DIGITOS), PARA SEGUIR PELOS
      *MESMOS ARQUIVOS DO PROPRIETARIO PESSOA FISICA. O CNPJ, O CODIGO
      *E A PESSOA DE CONTATO FICAM NO CADEMPR. NO LUGAR DA DATA DE
      *NASCIMENTO ENTRA O CONTATO, E A IDADE MINIMA NAO SE APLICA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTA.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERROSEL.

           SELECT CADSES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.

           SELECT CADEMPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EM-CNPJ
               FILE STATUS  IS ERROEMP
               ALTERNATE RECORD KEY IS EM-CODIGO.

       DATA DIVISION.
       FILE SECTION.
           FD CADPROPR
           01 LINHACTA.
               02 CTA-SEQ PIC 9(9).

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9) VALUE ZEROES.
               02 SL-RESUMO PIC X(36) VALUE SPACES.
               02 SL-SELO   PIC X(36) VALUE SPACES.

      *SESSOES POR TERMINAL - CADA ESTACAO (VARIAVEL DE AMBIENTE
      *TERMINAL, CONSOLE QUANDO AUSENTE) CARREGA O PROPRIO OPERADOR
           FD CADSES
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

           FD CADVEIC
               LABEL RECORD IS STANDARD
                   88 VEIC-VENDIDO     VALUE 1.
               02 VERSAOVEIC           PIC 9(6) VALUE ZEROES.

      *CLIENTE PESSOA JURIDICA - CNPJ E CODIGO USADO NO LUGAR DO CPF
           FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
           01 REGEMPR.
               02 EM-CNPJ      PIC X(14) VALUE SPACES.
               02 EM-CODIGO    PIC X(11) VALUE SPACES.
               02 EM-CONTATO   PIC X(30) VALUE SPACES.
               02 EM-DATACAD   PIC 9(8) VALUE ZEROES.
               02 EM-OPERADOR  PIC X(8) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
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
           01 OPERADOR PIC X(08) VALUE SPACES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 CPF-DV1      PIC 9(2) VALUE ZEROES.
           01 CPF-DV2      PIC 9(2) VALUE ZEROES.
           01 CPF-VALIDO   PIC 9(1) VALUE 0.
           01 ERROEMP      PIC X(2) VALUE "00".
           01 CLIENTEPJ    PIC 9(1) VALUE 0.
           01 CONTATOPJ    PIC X(30) VALUE SPACES.
           01 CNPJINF      PIC X(14) VALUE SPACES.
           01 CNPJINF-N REDEFINES CNPJINF.
               03 CNPJ-D1  PIC 9.
               03 CNPJ-D2  PIC 9.
               03 CNPJ-D3  PIC 9.
               03 CNPJ-D4  PIC 9.
               03 CNPJ-D5  PIC 9.
               03 CNPJ-D6  PIC 9.
               03 CNPJ-D7  PIC 9.
               03 CNPJ-D8  PIC 9.
               03 CNPJ-D9  PIC 9.
               03 CNPJ-D10 PIC 9.
               03 CNPJ-D11 PIC 9.
               03 CNPJ-D12 PIC 9.
               03 CNPJ-D13 PIC 9.
               03 CNPJ-D14 PIC 9.
           01 CNPJ-SOMA1   PIC 9(4) VALUE ZEROES.
           01 CNPJ-SOMA2   PIC 9(4) VALUE ZEROES.
           01 CNPJ-RESTO1  PIC 9(2) VALUE ZEROES.
           01 CNPJ-RESTO2  PIC 9(2) VALUE ZEROES.
           01 CNPJ-DV1     PIC 9(2) VALUE ZEROES.
           01 CNPJ-DV2     PIC 9(2) VALUE ZEROES.
           01 CNPJ-VALIDO  PIC 9(1) VALUE 0.
           01 CODIGOPJ     PIC X(11) VALUE SPACES.
           01 CODIGOPJ-R REDEFINES CODIGOPJ.
               03 CODPJ-LETRA PIC X(1).
               03 CODPJ-NUM   PIC 9(10).
           01 ULTCODPJ     PIC 9(10) VALUE ZEROES.
           01 FIMEMPR      PIC 9(1) VALUE 0.

           SCREEN SECTION.
       01  TELAPROPR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 02  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 03  COLUMN 01
               VALUE  "|                           CADASTRO DE".
           05  LINE 03  COLUMN 41
               VALUE  "PROPRIETARIO                           |".
           05  LINE 04  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 04  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 05  COLUMN 01
               VALUE  "| CPF:             NOME:".
           05  LINE 05  COLUMN 41
               VALUE  "                                       |".
           05  LINE 06  COLUMN 01
               VALUE  "|".
           05  LINE 06  COLUMN 41
               VALUE  "                                       |".
           05  LINE 07  COLUMN 01
               VALUE  "| DATA DE NASCIMENTO:".
           05  LINE 07  COLUMN 41
               VALUE  "                                       |".
           05  LINE 08  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 08  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 09  COLUMN 01
               VALUE  "| CEP:          LOGRADOURO:".
           05  LINE 09  COLUMN 41
               VALUE  "                        NUMERO:        |".
           05  LINE 10  COLUMN 01
               VALUE  "|".
           05  LINE 10  COLUMN 41
               VALUE  "                                       |".
           05  LINE 11  COLUMN 01
               VALUE  "| COMPLEMENTO:".
           05  LINE 11  COLUMN 41
               VALUE  " BAIRRO:                               |".
           05  LINE 12  COLUMN 01
               VALUE  "|".
           05  LINE 12  COLUMN 41
               VALUE  "                                       |".
           05  LINE 13  COLUMN 01
               VALUE  "| CIDADE:                      UF:".
           05  LINE 13  COLUMN 41
               VALUE  "                                       |".
           05  LINE 14  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 14  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 15  COLUMN 01
               VALUE  "| TELEFONE:            E-MAIL".
           05  LINE 15  COLUMN 41
               VALUE  "                                       |".
           05  LINE 16  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 16  COLUMN 41
               VALUE  "=======================================+".
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
           05  TCPF
               LINE 05  COLUMN 07  PIC 9(11)
               USING  CPF
           ELSE
               DISPLAY TELAPROPR
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
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR" AT 1705
           DISPLAY "F4 PESSOA JURIDICA (CNPJ)" AT 1805
           ACCEPT AUX AT 0101
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 02
      *REALIZA BUSCA POR CPF
               PERFORM LIMPATELA
               DISPLAY "CPF/COD:" AT 1805
               ACCEPT CPF AT 1814
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   PERFORM LIMPATELA
                   PERFORM LIMPAVAR
                   DISPLAY TELAPROPR
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCAPROPR
           WHEN = 03
               GO TO SAIR
           WHEN = 04
               PERFORM LIMPATELA
               DISPLAY TELAPROPR
               GO TO R-CNPJ
           WHEN OTHER
           DISPLAY "OPCAO INVALIDA" AT 1905
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE CPF DO PROPRIETARIO
               PERFORM LIMPATELA
               PERFORM LIMPAVAR
               DISPLAY TELAPROPR
               GO TO MENUPRINC
           ELSE IF CPF = ZEROES OR CPF = SPACES
               DISPLAY "CPF INVALIDO" AT 1805
               PERFORM LIMPAVAR
               MOVE 1 TO CPF-VALIDO
           END-IF.

      *RECEBE O CNPJ DO CLIENTE PESSOA JURIDICA E LOCALIZA O CODIGO
      *DE CLIENTE DA EMPRESA - EMPRESA NOVA GANHA O PROXIMO CODIGO
       R-CNPJ.
           MOVE 1 TO CLIENTEPJ
           DISPLAY "CNPJ:" AT 0603
           ACCEPT CNPJINF AT 0609
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               PERFORM LIMPAVAR
               DISPLAY TELAPROPR
               GO TO MENUPRINC
           END-IF
           IF CNPJINF NOT NUMERIC OR CNPJINF = ZEROES
               DISPLAY "CNPJ INVALIDO - INFORME OS 14 DIGITOS" AT 1805
               GO TO R-CNPJ
           END-IF
           PERFORM VALIDACNPJ
           IF CNPJ-VALIDO = 0
               DISPLAY "CNPJ INVALIDO - DIGITO VERIFICADOR" AT 1805
               GO TO R-CNPJ
           END-IF
           PERFORM LIMPATELA
           PERFORM LERCNPJ
           IF CODIGOPJ = SPACES
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEMPR" AT 2010
               GO TO MENUPRINC
           END-IF
           MOVE CODIGOPJ TO CPF
           PERFORM LERPROPR
           PERFORM MOSTRAPJ
           GO TO R-NOME.

      *CALCULA OS DIGITOS VERIFICADORES DO CNPJ (PESOS 5 A 2 E 9 A 2
      *NO PRIMEIRO, 6 A 2 E 9 A 2 NO SEGUNDO) E CONFERE COM OS
      *DIGITOS INFORMADOS
       VALIDACNPJ.
           MOVE 0 TO CNPJ-VALIDO
           COMPUTE CNPJ-SOMA1 = CNPJ-D1 * 5 + CNPJ-D2 * 4
               + CNPJ-D3 * 3 + CNPJ-D4 * 2 + CNPJ-D5 * 9
               + CNPJ-D6 * 8 + CNPJ-D7 * 7 + CNPJ-D8 * 6
               + CNPJ-D9 * 5 + CNPJ-D10 * 4 + CNPJ-D11 * 3
               + CNPJ-D12 * 2
           DIVIDE CNPJ-SOMA1 BY 11 GIVING CPF-AUX
               REMAINDER CNPJ-RESTO1
           IF CNPJ-RESTO1 < 2
               MOVE 0 TO CNPJ-DV1
           ELSE
               COMPUTE CNPJ-DV1 = 11 - CNPJ-RESTO1
           END-IF
           COMPUTE CNPJ-SOMA2 = CNPJ-D1 * 6 + CNPJ-D2 * 5
               + CNPJ-D3 * 4 + CNPJ-D4 * 3 + CNPJ-D5 * 2
               + CNPJ-D6 * 9 + CNPJ-D7 * 8 + CNPJ-D8 * 7
               + CNPJ-D9 * 6 + CNPJ-D10 * 5 + CNPJ-D11 * 4
               + CNPJ-D12 * 3 + CNPJ-DV1 * 2
           DIVIDE CNPJ-SOMA2 BY 11 GIVING CPF-AUX
               REMAINDER CNPJ-RESTO2
           IF CNPJ-RESTO2 < 2
               MOVE 0 TO CNPJ-DV2
           ELSE
               COMPUTE CNPJ-DV2 = 11 - CNPJ-RESTO2
           END-IF
           IF CNPJ-DV1 = CNPJ-D13 AND CNPJ-DV2 = CNPJ-D14
               MOVE 1 TO CNPJ-VALIDO
           END-IF.

      *LOCALIZA A EMPRESA PELO CNPJ NO CADEMPR - SEM CADASTRO, RESERVA
      *O PROXIMO CODIGO DE CLIENTE PESSOA JURIDICA
       LERCNPJ.
           MOVE SPACES TO CODIGOPJ CONTATOPJ
           OPEN I-O CADEMPR
           IF ERROEMP NOT = "00"
               IF ERROEMP = "30" OR ERROEMP = "35"
                   OPEN OUTPUT CADEMPR
                   CLOSE CADEMPR
                   OPEN I-O CADEMPR
               END-IF
           END-IF
           IF ERROEMP = "00"
               MOVE CNPJINF TO EM-CNPJ
               READ CADEMPR
               IF ERROEMP = "00"
                   MOVE EM-CODIGO TO CODIGOPJ
                   MOVE EM-CONTATO TO CONTATOPJ
               ELSE
                   PERFORM PROXCODPJ
               END-IF
               CLOSE CADEMPR
           END-IF
           MOVE "00" TO ERROEMP.

      *PROXIMO CODIGO DE CLIENTE PESSOA JURIDICA - O MAIOR CODIGO JA
      *GRAVADO NO CADEMPR MAIS UM
       PROXCODPJ.
           MOVE ZEROES TO ULTCODPJ
           MOVE 0 TO FIMEMPR
           MOVE LOW-VALUES TO EM-CODIGO
           START CADEMPR KEY IS GREATER THAN EM-CODIGO
               INVALID KEY
                   MOVE 1 TO FIMEMPR
           END-START
           PERFORM PROXCODPJ-LOOP UNTIL FIMEMPR = 1
           MOVE "J" TO CODPJ-LETRA
           COMPUTE CODPJ-NUM = ULTCODPJ + 1.

       PROXCODPJ-LOOP.
           READ CADEMPR NEXT
           IF ERROEMP NOT = "00"
               MOVE 1 TO FIMEMPR
           ELSE
               MOVE EM-CODIGO TO CODIGOPJ
               MOVE CODPJ-NUM TO ULTCODPJ
           END-IF.

      *LOCALIZA O CNPJ E O CONTATO PELO CODIGO DE CLIENTE DA EMPRESA
       LERCODPJ.
           MOVE SPACES TO CNPJINF CONTATOPJ
           OPEN INPUT CADEMPR
           IF ERROEMP = "00"
               MOVE CPF TO EM-CODIGO
               READ CADEMPR KEY IS EM-CODIGO
               IF ERROEMP = "00"
                   MOVE EM-CNPJ TO CNPJINF
                   MOVE EM-CONTATO TO CONTATOPJ
                   MOVE 1 TO CLIENTEPJ
               END-IF
               CLOSE CADEMPR
           END-IF
           MOVE "00" TO ERROEMP.

      *MOSTRA O CODIGO DE CLIENTE, O CNPJ E O CONTATO DA EMPRESA
       MOSTRAPJ.
           DISPLAY "COD:" AT 0503
           DISPLAY CPF AT 0507
           DISPLAY "CNPJ:" AT 0603
           DISPLAY CNPJINF AT 0609
           DISPLAY "CONTATO:           " AT 0703
           DISPLAY CONTATOPJ AT 0712.

      *RECEBE NOME DO PROPRIETARIO
       R-NOME.
           ACCEPT TNOME
               PERFORM LIMPATELA
               MOVE SPACES TO NOME
               DISPLAY TNOME
               IF CLIENTEPJ = 1
                   GO TO R-CNPJ
               END-IF
               GO TO R-CPF
           ELSE IF NOME = SPACES
               DISPLAY "NOME INVALIDO" AT 1805

      *RECEBE DATA DE NASCIMENTO DO PROPRIETARIO
       R-NASC.
           IF CLIENTEPJ = 1
               MOVE ZEROES TO DATANASC
               GO TO R-CONTATO
           END-IF
           ACCEPT TNASC WITH UPDATE
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
           ELSE
               GO TO R-CEP.

      *RECEBE A PESSOA DE CONTATO DA EMPRESA NO LUGAR DA DATA DE
      *NASCIMENTO - PESSOA JURIDICA NAO TEM IDADE MINIMA
       R-CONTATO.
           PERFORM MOSTRAPJ
           ACCEPT CONTATOPJ AT 0712
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-NOME
           END-IF
           IF CONTATOPJ = SPACES
               DISPLAY "CONTATO INVALIDO" AT 1805
               GO TO R-CONTATO
           END-IF
           PERFORM LIMPATELA
           GO TO R-CEP.

      *RECEBE CEP DO PROPRIETARIO
       R-CEP.
           MOVE 0 TO BSCEP
                   MOVE BCEP TO CEP
                   DISPLAY TELAPROPR
                   PERFORM LERCEP
                   IF CLIENTEPJ = 1
                       PERFORM MOSTRAPJ
                   END-IF
                   DISPLAY "PROPRIETARIO JA CADASTRADO" AT 1810
                   DISPLAY "F1 ALTERAR, F2 CANCELAR" AT 1910
                   ACCEPT AUX AT 0101
                           MOVE 0 TO EXISTENCIA
                           PERFORM LIMPAVAR
                           DISPLAY TELAPROPR
                           GO TO MENUPRINC
                       END-IF
                       MOVE 1 TO EXISTENCIA
                       MOVE REGPROPR TO ANTESPROPR
                       MOVE 0 TO EXISTENCIA
                       PERFORM LIMPATELA
                       PERFORM LIMPAVAR
                       GO TO MENUPRINC
                   END-IF
                 ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADPROPR" AT 2010
               PERFORM LIMPAVAR
               DISPLAY "ACESSO NEGADO - SEM DIREITO DE CADASTRO"
                   AT 2010
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "GRAVAR DADOS?" AT 1705
           IF ACTKEY = 01
               MOVE 1 TO VERSAO
               WRITE REGPROPR
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPROPR
               IF ERRO = "00" OR "02"
                   MOVE "I" TO AUDITIPO
                   MOVE "CADPROPR" TO EVENTOARQ
                   MOVE CPF TO EVENTOCHAVE
                   MOVE REGPROPR TO EVENTODEPOIS
                   PERFORM GRAVAEVENTO
                   IF CLIENTEPJ = 1
                       PERFORM GRAVAEMPR
                   END-IF
                   PERFORM LIMPATELA
                   CLOSE CADPROPR
                   OPEN I-O CADPROPR
                   DISPLAY "DADOS GRAVADOS" AT 2010
                   GO TO MENUPRINC
               ELSE IF ERRO = "22"
                   DISPLAY "CADPROPR JA EXISTE " AT 2010
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPROPR" AT 2010
                   GO TO MENUPRINC
               END-IF
           ELSE
               PERFORM LIMPAVAR
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *ALTERA DADOS DO PROPRIETARIO NO ARQUIVO - CONFERE SE A VERSAO EM
      *DISCO AINDA E A MESMA QUE FOI LIDA, PARA EVITAR QUE UM SEGUNDO
               MOVE EDITADOPROPR TO REGPROPR
               ADD 1 TO VERSAO
               REWRITE REGPROPR
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNPROPR
               IF ERRO = "00" OR "02"
                   PERFORM GRAVAAUDIT
                   IF CLIENTEPJ = 1
                       PERFORM GRAVAEMPR
                   END-IF
                   CLOSE CADPROPR
                   OPEN I-O CADPROPR
                   DISPLAY "INFORMACOES DE PROPRIETARIO ALTERADAS" AT
                       2010
                   GO TO MENUPRINC
               ELSE
                   DISPLAY "ERRO AO ALTERAR PROPRIETARIO" AT 2010
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE EDITADOPROPR TO REGPROPR
               DISPLAY "PROPRIETARIO ALTERADO POR OUTRO OPERADOR - " AT
                   2010
               DISPLAY "REFACA" AT 2110
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADEMPR PARA O JORNAL DE TRANSACOES
       JORNEMPR.
           IF ERROEMP = "00" OR ERROEMP = "02"
               MOVE "CADEMPR" TO PJ-ARQUIVO
               MOVE REGEMPR TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADPROPR PARA O JORNAL DE TRANSACOES
       JORNPROPR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPROPR" TO PJ-ARQUIVO
               MOVE REGPROPR TO PJ-IMAGEM
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

      *GRAVA NO ARQUIVO INDEXADO DE AUDITORIA AS IMAGENS ANTES E
      *DEPOIS DA ALTERACAO, COM CHAVE PESQUISAVEL PELO P172912
               MOVE ANTESPROPR TO AUD-ANTES
               MOVE REGPROPR TO AUD-DEPOIS
               WRITE REGAUDIT
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAUDIT
               IF ERROAUD = "00" OR ERROAUD = "02"
                   PERFORM SELAEVENTO
               END-IF
               CLOSE CADAUDIT
           END-IF.

      *GRAVA O CNPJ, O CODIGO DE CLIENTE E O CONTATO DA EMPRESA
       GRAVAEMPR.
           OPEN I-O CADEMPR
           IF ERROEMP = "00"
               MOVE CNPJINF TO EM-CNPJ
               READ CADEMPR
               MOVE CNPJINF TO EM-CNPJ
               MOVE CPF TO EM-CODIGO
               MOVE CONTATOPJ TO EM-CONTATO
               MOVE OPERADOR TO EM-OPERADOR
               IF ERROEMP = "00"
                   REWRITE REGEMPR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNEMPR
               ELSE
                   ACCEPT EM-DATACAD FROM DATE YYYYMMDD
                   WRITE REGEMPR
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNEMPR
               END-IF
               CLOSE CADEMPR
           END-IF
           MOVE "00" TO ERROEMP.

      *REMOVE A EMPRESA DO CADEMPR JUNTO COM O CADASTRO EXCLUIDO
       EXCLUIEMPR.
           OPEN I-O CADEMPR
           IF ERROEMP = "00"
               MOVE CNPJINF TO EM-CNPJ
               READ CADEMPR
               IF ERROEMP = "00"
                   DELETE CADEMPR
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNEMPR
               END-IF
               CLOSE CADEMPR
           END-IF
           MOVE "00" TO ERROEMP.

      *BUSCA NO ARQUIVO DE CONTROLE O PROXIMO NUMERO DE SEQUENCIA
      *DA AUDITORIA E JA O RESERVA PARA ESTE EVENTO
       PROXSEQAUDIT.
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

      *BUSCA DADOS DO PROPRIETARIO
       BUSCAPROPR.
           READ CADPROPR
                   MOVE BCEP TO CEP
                   DISPLAY TELAPROPR
                   PERFORM LERCEP
                   IF CPF(1:1) = "J"
                       PERFORM LERCODPJ
                       PERFORM MOSTRAPJ
                   END-IF
      *POSSIBILITA REMOวรO DOS DADOS ENCONTRADOS
                   DISPLAY "F1 DELETAR PROPRIETARIO, F2 VOLTAR" AT 1705
                   ACCEPT AUX AT 0101
                               AT 2010
                           DISPLAY "EXCLUSAO"
                               AT 2110
                           GO TO MENUPRINC
                       END-IF
                       PERFORM CHECAUSOPROPR
                       IF EMUSO = 1
                           DISPLAY "PROPRIETARIO COM VEICULO CADASTRADO"
                               AT 2010
                           DISPLAY "EXCLUSAO NAO PERMITIDA" AT 2110
                           GO TO MENUPRINC
                       END-IF
                       MOVE "E" TO AUDITIPO
                       MOVE "CADPROPR" TO EVENTOARQ
                       MOVE CPF TO EVENTOCHAVE
                       MOVE REGPROPR TO EVENTOANTES
                       DELETE CADPROPR
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNPROPR
                       IF ERRO = "00"
                           PERFORM GRAVAEVENTO
                           IF CLIENTEPJ = 1
                               PERFORM EXCLUIEMPR
                           END-IF
                           PERFORM LIMPAVAR
                           DISPLAY TELAPROPR
                           CLOSE CADPROPR
                           OPEN I-O CADPROPR
                           DISPLAY "PROPRIETARIO EXCLUIDO" AT 2110
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                          DISPLAY "ERRO AO REMOVER PROPRIETARIO" AT 2110
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPATELA
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "PROPRIETARIO NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *VERIFICA SE O CPF DO PROPRIETARIO AINDA CONSTA EM ALGUM
               ELSE
                   DISPLAY "ERRO AO LER O CEP" AT 2005
                   PERFORM LIMPAVAR
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE 1 TO BSCEP
           MOVE ZEROES TO CPF DATANASC BCEP NUM DDD NUMERO EXISTENCIA
           MOVE ZEROES TO BSCEP AUX ACTKEY CEP
           MOVE SPACES TO NOME COMPLEMENTO EMAIL LOGRADOURO BAIRRO
           MOVE SPACES TO CIDADE UF ANTESPROPR CONTATOPJ CNPJINF
           MOVE 0 TO CLIENTEPJ.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
       LIMPATELA.
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

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172958.
      *-----------------------------------------------------------------
      *CONSENTIMENTO DE CONTATO E PEDIDOS DO TITULAR (LGPD). F1
      *REGISTRA O QUE O CLIENTE ACEITA: CONTATO DE MARKETING (AVISO DE
      *REVISAO DO AVISOREV E PESQUISA DE SATISFACAO DO PESQNPS) E OS
      *CANAIS E-MAIL E TELEFONE/SMS, QUE VALEM TAMBEM PARA O AVISO DE
      *PARCELA DO AVISOPARC. O REGISTRO FICA NO CADLGPD, UM POR CPF, E
      *CADA GRAVACAO GERA UM EVENTO I OU A NA AUDITORIA. CLIENTE SEM
      *REGISTRO NAO TEM RECUSA ANOTADA. F2 ANOTA O CPF DO PEDIDO DE
      *ACESSO DO TITULAR EM TITPARAM.TXT PARA O RELTITUL, QUE REUNE
      *TUDO O QUE O SISTEMA GUARDA SOBRE ELE. CLIENTE JA ANONIMIZADO
      *PELO ANONLGPD NAO TEM MAIS CONSENTIMENTO A REGISTRAR. CLIENTE
      *PESSOA JURIDICA NAO E TITULAR DE DADOS PESSOAIS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LG-CPF
               FILE STATUS  IS ERROLG.
           SELECT TITPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT CADAUDIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-SEQ
               FILE STATUS  IS ERROAUD
               ALTERNATE RECORD KEY IS AUD-CHAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-DATA WITH DUPLICATES.
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
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SE-TERMINAL
               FILE STATUS  IS ERROSES.
           SELECT CADOPER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPERADORID
               FILE STATUS  IS ERROOPE.

       DATA DIVISION.
       FILE SECTION.
           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

      *CONSENTIMENTO DE CONTATO POR CLIENTE - S ACEITA, N RECUSA,
      *EM BRANCO SEM REGISTRO. ANONIMIZADO S QUANDO O ANONLGPD APAGOU
      *OS DADOS PESSOAIS DO CADPROPR
           FD CADLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LG-CPF       PIC X(11) VALUE SPACES.
               02 LG-MARKETING PIC X(1) VALUE SPACES.
                   88 LGPD-MKT-RECUSADO VALUE "N".
               02 LG-EMAIL     PIC X(1) VALUE SPACES.
                   88 LGPD-EMAIL-RECUSADO VALUE "N".
               02 LG-FONE      PIC X(1) VALUE SPACES.
                   88 LGPD-FONE-RECUSADO VALUE "N".
               02 LG-DATA      PIC 9(8) VALUE ZEROES.
               02 LG-OPERADOR  PIC X(8) VALUE SPACES.
               02 LG-ANONIM    PIC X(1) VALUE SPACES.
                   88 LGPD-ANONIMIZADO VALUE "S".
               02 LG-DATAANON  PIC 9(8) VALUE ZEROES.
               02 FILLER       PIC X(11).

      *CPF DO PEDIDO DE ACESSO DO TITULAR, LIDO PELO RELTITUL
           FD TITPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TITPARAM.TXT".
           01 LINHAPARAM PIC X(11) VALUE SPACES.

           FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
           01 REGAUDIT.
               02 AUD-SEQ      PIC 9(9) VALUE ZEROES.
               02 AUD-CHAVE    PIC X(17) VALUE SPACES.
               02 AUD-OPERADOR PIC X(8) VALUE SPACES.
               02 AUD-DATA     PIC 9(8) VALUE ZEROES.
               02 AUD-HORA     PIC 9(8) VALUE ZEROES.
               02 AUD-ARQUIVO  PIC X(8) VALUE SPACES.
               02 AUD-TIPO     PIC X(1) VALUE SPACES.
               02 AUD-ANTES    PIC X(180) VALUE SPACES.
               02 AUD-DEPOIS   PIC X(180) VALUE SPACES.

           FD AUDCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDCTRL.TXT".
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
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSES.DAT".
           01 REGSES.
               02 SE-TERMINAL PIC X(8).
               02 SE-OPERADOR PIC X(8).
               02 SE-NIVEL    PIC 9(1).
               02 SE-PERFIL   PIC X(6).
               02 SE-FILIAL   PIC 9(2).
               02 SE-DATA     PIC 9(8).
               02 SE-HORA     PIC 9(8).
               02 SE-ATIVA    PIC 9(1).
                   88 SESSAO-ABERTA    VALUE 0.
                   88 SESSAO-ENCERRADA VALUE 1.

           FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 NIVEL      PIC 9(01) VALUE 0.
               02 DATASENHA  PIC 9(08) VALUE ZEROES.
               02 TENTATIVAS PIC 9(01) VALUE 0.
               02 BLOQUEADO  PIC 9(01) VALUE 0.
                   88 OPER-BLOQUEADO VALUE 1.
                   88 OPER-LIBERADO  VALUE 0.
               02 PERFIL.
                   03 PCADASTRAR PIC 9(1) VALUE 0.
                   03 PALTERAR   PIC 9(1) VALUE 0.
                   03 PEXCLUIR   PIC 9(1) VALUE 0.
                   03 PVENDER    PIC 9(1) VALUE 0.
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
           01 NIVELOPER PIC 9(01) VALUE 0.
           01 PERFILOPER.
               02 OPCADASTRAR PIC 9(1) VALUE 0.
               02 OPALTERAR   PIC 9(1) VALUE 0.
               02 OPEXCLUIR   PIC 9(1) VALUE 0.
               02 OPVENDER    PIC 9(1) VALUE 0.
               02 OPRELATORIO PIC 9(1) VALUE 0.
               02 OPAUTMARGEM PIC 9(1) VALUE 0.
           01 FILIALOPER PIC 9(2) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROLG PIC X(2) VALUE "00".
           01 ERRPAR PIC X(2) VALUE "00".
           01 ERROAUD PIC X(2) VALUE "00".
           01 ERROCTA PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
           01 ERROSES PIC X(2) VALUE "00".
           01 ERROOPE PIC X(2) VALUE "00".
           01 SESSAOATIVA PIC 9(1) VALUE 0.
           01 TERMINALID PIC X(8) VALUE SPACES.
           01 DATALOGIN PIC 9(8) VALUE ZEROES.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
           01 HORAAGORA-R REDEFINES HORAAGORA.
               02 HA-HH PIC 9(2).
               02 HA-MM PIC 9(2).
               02 FILLER PIC 9(4).
           01 HORASESSAO PIC 9(8) VALUE ZEROES.
           01 HORASESSAO-R REDEFINES HORASESSAO.
               02 HS-HH PIC 9(2).
               02 HS-MM PIC 9(2).
               02 FILLER PIC 9(4).
           01 MINAGORA PIC 9(4) VALUE ZEROES.
           01 MINSESSAO PIC 9(4) VALUE ZEROES.
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 SEQAUDIT PIC 9(9) VALUE ZEROES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 HORAAUDIT PIC 9(08) VALUE ZEROES.
           01 AUDITIPO PIC X(1) VALUE SPACES.
           01 EVENTOARQ PIC X(8) VALUE SPACES.
           01 EVENTOCHAVE PIC X(17) VALUE SPACES.
           01 EVENTOANTES PIC X(180) VALUE SPACES.
           01 EVENTODEPOIS PIC X(180) VALUE SPACES.
           01 CPFINF PIC X(11) VALUE SPACES.
           01 EXISTELGPD PIC 9(1) VALUE 0.
           01 RESPMKT PIC X(1) VALUE SPACES.
           01 RESPEMAIL PIC X(1) VALUE SPACES.
           01 RESPFONE PIC X(1) VALUE SPACES.
           01 RESPSN PIC X(1) VALUE SPACES.
           01 DATAREG PIC 9(8) VALUE ZEROES.
           01 DATAREG-R REDEFINES DATAREG.
               02 DR-ANO PIC 9(4).
               02 DR-MES PIC 9(2).
               02 DR-DIA PIC 9(2).
           01 ED-DATA.
               02 ED-DIA PIC 9(2).
               02 FILLER PIC X(1) VALUE "/".
               02 ED-MES PIC 9(2).
               02 FILLER PIC X(1) VALUE "/".
               02 ED-ANO PIC 9(4).

           SCREEN SECTION.
       01  TELALGPD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "      CONSENTIMENTO E PEDIDOS DO TITULAR (LGPD)".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 07  COLUMN 01
               VALUE  "  CONTATO DE MARKETING (S/N):".
           05  LINE 08  COLUMN 01
               VALUE  "  CONTATO POR E-MAIL (S/N):".
           05  LINE 09  COLUMN 01
               VALUE  "  CONTATO POR TELEFONE/SMS (S/N):".
           05  LINE 10  COLUMN 01
               VALUE  "  ULTIMO REGISTRO:".
           05  LINE 10  COLUMN 32
               VALUE  "OPERADOR:".
           05  LINE 11  COLUMN 01
               VALUE  "  MARKETING: AVISO DE REVISAO E PESQUISA NPS".
           05  LINE 12  COLUMN 01
               VALUE  "  CANAL RECUSADO FICA FORA DO AVISO DE PARCELA".

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS - O CADLGPD E CRIADO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN INPUT CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROPR" AT 0622
               GO TO SAIR
           END-IF
           OPEN I-O CADLGPD
           IF ERROLG NOT = "00"
               IF ERROLG = "30" OR ERROLG = "35"
                   OPEN OUTPUT CADLGPD
                   CLOSE CADLGPD
                   OPEN I-O CADLGPD
               END-IF
           END-IF
           IF ERROLG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLGPD" AT 0622
               CLOSE CADPROPR
               GO TO SAIR
           END-IF
           DISPLAY TELALGPD
           PERFORM LOGIN
           GO TO MENUPRINC.

      *SOLICITA IDENTIFICACAO DO OPERADOR - ADOTA A SESSAO DO MENU
      *GERAL QUANDO HOUVER
       LOGIN.
           PERFORM LERSESSAO
           IF SESSAOATIVA = 0
               PERFORM LOGINPROMPT
           END-IF.

       LOGINPROMPT.
           DISPLAY "OPERADOR:" AT 1401
           ACCEPT OPERADOR AT 1411
           DISPLAY "SENHA:" AT 1501
           ACCEPT SENHAINF AT 1508
           PERFORM LERPERADOR
           IF BSOPER = 1
               DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1601
               MOVE SPACES TO OPERADOR SENHAINF
               GO TO LOGINPROMPT
           ELSE
               DISPLAY TELALGPD
               CONTINUE.

      *VALIDA OPERADOR E SENHA NO ARQUIVO DE OPERADORES
       LERPERADOR.
           MOVE 0 TO BSOPER
           MOVE OPERADOR TO OPERADORID
           OPEN INPUT CADOPER
           READ CADOPER
           IF ERROOPE = "00"
               MOVE SENHAINF TO PH-SENHA
               PERFORM CONFERESENHA
               IF OPER-BLOQUEADO OR SENHAOK = 0
                   MOVE 1 TO BSOPER
               ELSE
                   MOVE NIVEL TO NIVELOPER
                   MOVE PERFIL TO PERFILOPER
                   MOVE OPFILIAL TO FILIALOPER
               END-IF
           ELSE
               MOVE 1 TO BSOPER
           END-IF
           CLOSE CADOPER
           MOVE "00" TO ERROOPE.

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

      *PROCURA UMA SESSAO ABERTA PELO MENU GERAL (P172900)
       LERSESSAO.
           MOVE 0 TO SESSAOATIVA
           MOVE SPACES TO TERMINALID
           ACCEPT TERMINALID FROM ENVIRONMENT "TERMINAL"
           IF TERMINALID = SPACES
               MOVE "CONSOLE" TO TERMINALID
           END-IF
           OPEN INPUT CADSES
           IF ERROSES = "00"
               MOVE TERMINALID TO SE-TERMINAL
               READ CADSES
               IF ERROSES = "00"
                   IF SE-OPERADOR NOT = SPACES AND SESSAO-ABERTA
                       PERFORM CHECASESSAO
                   END-IF
               END-IF
               CLOSE CADSES
           END-IF
           MOVE "00" TO ERROSES.

       CHECASESSAO.
           ACCEPT DATALOGIN FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           IF SE-DATA = DATALOGIN
               COMPUTE MINAGORA = HA-HH * 60 + HA-MM
               MOVE SE-HORA TO HORASESSAO
               COMPUTE MINSESSAO = HS-HH * 60 + HS-MM
               IF MINAGORA NOT < MINSESSAO
                   AND MINAGORA - MINSESSAO < 30
                   MOVE SE-OPERADOR TO OPERADOR
                   MOVE SE-NIVEL TO NIVELOPER
                   MOVE SE-PERFIL TO PERFILOPER
                   MOVE SE-FILIAL TO FILIALOPER
                   MOVE 1 TO SESSAOATIVA
               END-IF
           END-IF.

      *MENU PRINCIPAL
       MENUPRINC.
           MOVE SPACES TO CPFINF AUX
           MOVE ZEROES TO ACTKEY
           PERFORM LIMPATELA
           DISPLAY "F1 CONSENTIMENTO DE CONTATO, F2 PEDIDO DO TITULAR,"
               AT 1505
           DISPLAY "F3 SAIR" AT 1605
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELALGPD
               GO TO R-CPF
           WHEN = 02
               DISPLAY TELALGPD
               GO TO R-TITULAR
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *CLIENTE DO CONSENTIMENTO - MOSTRA O REGISTRO ATUAL, SE HOUVER
       R-CPF.
           ACCEPT CPFINF AT 0608
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CPFINF = SPACES
               GO TO MENUPRINC
           END-IF
           PERFORM LECLIENTE
           IF ERRO NOT = "00"
               GO TO R-CPF
           END-IF
           MOVE CPFINF TO LG-CPF
           READ CADLGPD
           IF ERROLG = "00"
               MOVE 1 TO EXISTELGPD
               MOVE REGLGPD TO EVENTOANTES
           ELSE
               MOVE 0 TO EXISTELGPD
               MOVE SPACES TO REGLGPD EVENTOANTES
               MOVE CPFINF TO LG-CPF
               MOVE ZEROES TO LG-DATA LG-DATAANON
           END-IF
           MOVE "00" TO ERROLG
           IF LGPD-ANONIMIZADO
               MOVE LG-DATAANON TO DATAREG
               PERFORM EDITADATA
               DISPLAY "CLIENTE ANONIMIZADO EM" AT 1805
               DISPLAY ED-DATA AT 1828
               ACCEPT AUX AT 2360
               DISPLAY TELALGPD
               GO TO MENUPRINC
           END-IF
           MOVE LG-MARKETING TO RESPMKT
           MOVE LG-EMAIL TO RESPEMAIL
           MOVE LG-FONE TO RESPFONE
           DISPLAY RESPMKT AT 0735
           DISPLAY RESPEMAIL AT 0835
           DISPLAY RESPFONE AT 0935
           IF EXISTELGPD = 1
               MOVE LG-DATA TO DATAREG
               PERFORM EDITADATA
               DISPLAY ED-DATA AT 1020
               DISPLAY LG-OPERADOR AT 1042
           ELSE
               DISPLAY "SEM REGISTRO" AT 1020
           END-IF.

       R-MARKETING.
           ACCEPT RESPMKT AT 0735
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELALGPD
               GO TO R-CPF
           END-IF
           MOVE RESPMKT TO RESPSN
           PERFORM CHECASN
           IF RESPSN = SPACES
               GO TO R-MARKETING
           END-IF
           MOVE RESPSN TO RESPMKT
           DISPLAY RESPMKT AT 0735.

       R-EMAIL.
           ACCEPT RESPEMAIL AT 0835
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MARKETING
           END-IF
           MOVE RESPEMAIL TO RESPSN
           PERFORM CHECASN
           IF RESPSN = SPACES
               GO TO R-EMAIL
           END-IF
           MOVE RESPSN TO RESPEMAIL
           DISPLAY RESPEMAIL AT 0835.

       R-FONE.
           ACCEPT RESPFONE AT 0935
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-EMAIL
           END-IF
           MOVE RESPFONE TO RESPSN
           PERFORM CHECASN
           IF RESPSN = SPACES
               GO TO R-FONE
           END-IF
           MOVE RESPSN TO RESPFONE
           DISPLAY RESPFONE AT 0935
           PERFORM LIMPATELA
           DISPLAY "GRAVAR O CONSENTIMENTO?" AT 1505
           DISPLAY "F1 - SIM, F2 - NAO" AT 1605
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY TELALGPD
               GO TO MENUPRINC
           END-IF
           GO TO GRAVALGPD.

      *GRAVA O CONSENTIMENTO COM A DATA E O OPERADOR DO REGISTRO
       GRAVALGPD.
           MOVE CPFINF TO LG-CPF
           MOVE RESPMKT TO LG-MARKETING
           MOVE RESPEMAIL TO LG-EMAIL
           MOVE RESPFONE TO LG-FONE
           ACCEPT LG-DATA FROM DATE YYYYMMDD
           MOVE OPERADOR TO LG-OPERADOR
           IF EXISTELGPD = 1
               REWRITE REGLGPD
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNLGPD
               MOVE "A" TO AUDITIPO
           ELSE
               WRITE REGLGPD
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNLGPD
               MOVE "I" TO AUDITIPO
           END-IF
           IF ERROLG NOT = "00" AND ERROLG NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO CADLGPD - STATUS" AT 1805
               DISPLAY ERROLG AT 1843
               MOVE "00" TO ERROLG
               ACCEPT AUX AT 2360
               DISPLAY TELALGPD
               GO TO MENUPRINC
           END-IF
           MOVE "CADLGPD" TO EVENTOARQ
           MOVE CPFINF TO EVENTOCHAVE
           MOVE REGLGPD TO EVENTODEPOIS
           PERFORM GRAVAEVENTO
           PERFORM LIMPATELA
           DISPLAY "CONSENTIMENTO GRAVADO" AT 1505
           ACCEPT AUX AT 2360
           DISPLAY TELALGPD
           GO TO MENUPRINC.

      *PEDIDO DE ACESSO DO TITULAR - ANOTA O CPF PARA O RELTITUL
       R-TITULAR.
           ACCEPT CPFINF AT 0608
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CPFINF = SPACES
               GO TO MENUPRINC
           END-IF
           PERFORM LECLIENTE
           IF ERRO NOT = "00"
               GO TO R-TITULAR
           END-IF
           OPEN OUTPUT TITPARAM
           IF ERRPAR NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO TITPARAM.TXT" AT 1805
               MOVE "00" TO ERRPAR
               ACCEPT AUX AT 2360
               DISPLAY TELALGPD
               GO TO MENUPRINC
           END-IF
           MOVE CPFINF TO LINHAPARAM
           WRITE LINHAPARAM
           CLOSE TITPARAM
           PERFORM LIMPATELA
           DISPLAY "PEDIDO ANOTADO - EMITA O RELATORIO DO TITULAR"
               AT 1505
           DISPLAY "NO MENU GERAL (RELTITUL.TXT)" AT 1605
           ACCEPT AUX AT 2360
           DISPLAY TELALGPD
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADLGPD PARA O JORNAL DE TRANSACOES
       JORNLGPD.
           IF ERROLG = "00" OR ERROLG = "02"
               MOVE "CADLGPD" TO PJ-ARQUIVO
               MOVE REGLGPD TO PJ-IMAGEM
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

      *LOCALIZA O CLIENTE NO CADPROPR E MOSTRA O NOME - ERRO FICA
      *DIFERENTE DE "00" QUANDO O CPF NAO SERVE
       LECLIENTE.
           IF CPFINF(1:1) = "J"
               DISPLAY "PESSOA JURIDICA NAO E TITULAR DE DADOS" AT 1805
               MOVE "23" TO ERRO
           ELSE
               MOVE CPFINF TO CPF
               READ CADPROPR
               IF ERRO NOT = "00"
                   DISPLAY "CLIENTE NAO CADASTRADO" AT 1805
               ELSE
                   DISPLAY "                                       "
                       AT 1802
                   DISPLAY NOME AT 0622
               END-IF
           END-IF.

      *ACEITA S OU N, EM MAIUSCULA OU MINUSCULA - OUTRA RESPOSTA
      *DEVOLVE RESPSN EM BRANCO
       CHECASN.
           EVALUATE RESPSN
           WHEN "S" WHEN "s"
               MOVE "S" TO RESPSN
           WHEN "N" WHEN "n"
               MOVE "N" TO RESPSN
           WHEN OTHER
               DISPLAY "RESPONDA S OU N" AT 1805
               MOVE SPACES TO RESPSN
           END-EVALUATE.

      *DATA AAAAMMDD DE DATAREG EM DD/MM/AAAA
       EDITADATA.
           MOVE DR-DIA TO ED-DIA
           MOVE DR-MES TO ED-MES
           MOVE DR-ANO TO ED-ANO.

      *GRAVA UM EVENTO DE AUDITORIA (INCLUSAO, EXCLUSAO, ALTERACAO,
      *ENTRADA OU SAIDA DE OPERADOR) COM AS IMAGENS DO REGISTRO
       GRAVAEVENTO.
           ACCEPT DATAAUDIT FROM DATE YYYYMMDD
           ACCEPT HORAAUDIT FROM TIME
           PERFORM PROXSEQAUDIT
           PERFORM ABREAUDIT
           IF ERROAUD = "00"
               MOVE SEQAUDIT TO AUD-SEQ
               MOVE EVENTOCHAVE TO AUD-CHAVE
               MOVE OPERADOR TO AUD-OPERADOR
               MOVE DATAAUDIT TO AUD-DATA
               MOVE HORAAUDIT TO AUD-HORA
               MOVE EVENTOARQ TO AUD-ARQUIVO
               MOVE AUDITIPO TO AUD-TIPO
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

       PROXSEQAUDIT.
           OPEN INPUT AUDCTRL
           IF ERROCTA NOT = "00"
               MOVE ZEROES TO SEQAUDIT
           ELSE
               READ AUDCTRL
                   AT END
                       MOVE ZEROES TO SEQAUDIT
                   NOT AT END
                       MOVE CTA-SEQ TO SEQAUDIT
               END-READ
               CLOSE AUDCTRL
           END-IF
           ADD 1 TO SEQAUDIT
           OPEN OUTPUT AUDCTRL
           MOVE SEQAUDIT TO CTA-SEQ
           WRITE LINHACTA
           CLOSE AUDCTRL.

      *ABRE O ARQUIVO INDEXADO DE AUDITORIA, CRIANDO NA PRIMEIRA VEZ
       ABREAUDIT.
           OPEN I-O CADAUDIT
           IF ERROAUD NOT = "00"
               IF ERROAUD = "30" OR ERROAUD = "35"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN I-O CADAUDIT
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

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
       LIMPATELA.
           DISPLAY "                                       " AT 1302
           DISPLAY "                                       " AT 1341
           DISPLAY "                                       " AT 1402
           DISPLAY "                                       " AT 1441
           DISPLAY "                                       " AT 1502
           DISPLAY "                                       " AT 1541
           DISPLAY "                                       " AT 1602
           DISPLAY "                                       " AT 1641
           DISPLAY "                                       " AT 1702
           DISPLAY "                                       " AT 1741
           DISPLAY "                                       " AT 1802
           DISPLAY "                                       " AT 1841
           DISPLAY "                                       " AT 1902
           DISPLAY "                                       " AT 1941
           DISPLAY "                                       " AT 2002
           DISPLAY "                                       " AT 2041.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADPROPR CADLGPD.
           END PROGRAM P172958.

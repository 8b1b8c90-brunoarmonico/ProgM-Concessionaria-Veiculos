      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172955.
      *-----------------------------------------------------------------
      *REVISAO DAS OCORRENCIAS DO COAF - AS OPERACOES EM ESPECIE
      *APONTADAS PELO APURCOAF (CADCOAF) SAO EXAMINADAS PELO
      *RESPONSAVEL DE COMPLIANCE, QUE CONFIRMA A OCORRENCIA PARA
      *COMUNICACAO OU A DESCARTA COM PARECER; O REVISOR E A DATA
      *FICAM NO REGISTRO. AS CONFIRMADAS SAO COMUNICADAS PELO EXPCOAF,
      *QUE GRAVA O LOTE E A DATA. O HISTORICO DO CPF MOSTRA TUDO O QUE
      *FOI APONTADO E COMUNICADO. ACESSO SO DE SUPERVISOR PELO MENU
      *GERAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCOAF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOAF
               FILE STATUS  IS ERRO.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
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
      *OCORRENCIAS DO COAF (LAYOUT DO APURCOAF)
           FD CADCOAF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOAF.DAT".
           01 REGCOAF.
               02 CHAVECOAF.
                   03 CO-CPF     PIC X(11).
                   03 CO-MES     PIC 9(6).
               02 CO-INIJAN      PIC 9(6).
               02 CO-LIMITE      PIC 9(7)V99.
               02 CO-QTD         PIC 9(4).
               02 CO-TOTAL       PIC 9(9)V99.
               02 CO-MAIOR       PIC 9(7)V99.
               02 CO-QTDFAIXA    PIC 9(3).
               02 CO-MOTIVO.
                   03 CO-MOTACIMA PIC X(1).
                   03 CO-MOTFRAC  PIC X(1).
                   03 CO-MOTSOMA  PIC X(1).
               02 CO-DATAAPUR    PIC 9(8).
               02 CO-SITUACAO    PIC 9(1).
                   88 COAF-PENDENTE   VALUE 0.
                   88 COAF-CONFIRMADA VALUE 1.
                   88 COAF-DESCARTADA VALUE 2.
                   88 COAF-COMUNICADA VALUE 3.
               02 CO-REVISOR     PIC X(8).
               02 CO-DATAREV     PIC 9(8).
               02 CO-PARECER     PIC X(40).
               02 CO-LOTE        PIC 9(4).
               02 CO-DATACOMUN   PIC 9(8).
               02 FILLER         PIC X(10).

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF  PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

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
           01 PERFILOPER PIC X(6) VALUE SPACES.
           01 FILIALOPER PIC 9(2) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
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
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 TEMPRO PIC 9(1) VALUE 0.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 CPFBUSCA PIC X(11) VALUE SPACES.
           01 MESBUSCA PIC 9(6) VALUE ZEROES.
           01 NOVASIT PIC 9(1) VALUE 0.
           01 PARECERINF PIC X(40) VALUE SPACES.
           01 NOMESIT PIC X(11) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 ED-QTD PIC ZZZ9.
           01 ED-FAIXA PIC ZZ9.
           01 ED-TOTAL PIC Z(8)9,99.
           01 ED-MAIOR PIC Z(6)9,99.
           01 ED-LIMITE PIC Z(6)9,99.

           SCREEN SECTION.
       01  TELACOAF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "      COAF - REVISAO DE OPERACOES EM ESPECIE".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 06  COLUMN 30
               VALUE  "MES (AAAAMM):".
           05  LINE 07  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 08  COLUMN 01
               VALUE  "  JANELA DESDE:".
           05  LINE 08  COLUMN 30
               VALUE  "LIMITE:".
           05  LINE 09  COLUMN 01
               VALUE  "  RECEBIMENTOS:".
           05  LINE 09  COLUMN 30
               VALUE  "TOTAL NA JANELA:".
           05  LINE 10  COLUMN 01
               VALUE  "  LOGO ABAIXO:".
           05  LINE 10  COLUMN 30
               VALUE  "MAIOR NO MES:".
           05  LINE 11  COLUMN 01
               VALUE  "  MOTIVO:".
           05  LINE 11  COLUMN 30
               VALUE  "(A ACIMA, F FRACIONADO, S SOMA)".
           05  LINE 12  COLUMN 01
               VALUE  "  SITUACAO:".

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE OCORRENCIAS, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADCOAF
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADCOAF
                   CLOSE CADCOAF
                  DISPLAY "ARQUIVO CADCOAF FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOAF" AT 0622
           ELSE
               OPEN INPUT CADPROPR
               IF ERROPRO = "00"
                   MOVE 1 TO TEMPRO
               END-IF
               MOVE "00" TO ERROPRO
               DISPLAY TELACOAF
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
               DISPLAY TELACOAF
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
           PERFORM LIMPAVAR
           PERFORM LIMPATELA
           DISPLAY "F1 REVISAR OCORRENCIA, F4 PENDENTES DE REVISAO,"
               AT 1305
           DISPLAY "F5 HISTORICO DO CPF, F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELACOAF
               GO TO R-CPF
           WHEN = 04
               DISPLAY TELACOAF
               GO TO PENDENTES
           WHEN = 05
               DISPLAY TELACOAF
               GO TO HISTORICO
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE O CPF E O MES DA OCORRENCIA
       R-CPF.
           ACCEPT CPFBUSCA AT 0608
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CPFBUSCA = SPACES
               DISPLAY TELACOAF
               GO TO MENUPRINC
           END-IF.

       R-MES.
           ACCEPT MESBUSCA AT 0644
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELACOAF
               GO TO MENUPRINC
           END-IF
           MOVE CPFBUSCA TO CO-CPF
           MOVE MESBUSCA TO CO-MES
           READ CADCOAF
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "OCORRENCIA NAO ENCONTRADA" AT 1805
               ACCEPT AUX AT 2360
               DISPLAY TELACOAF
               GO TO MENUPRINC
           END-IF.

      *MOSTRA A OCORRENCIA - A PENDENTE PODE SER CONFIRMADA OU
      *DESCARTADA
       MOSTRACOAF.
           PERFORM LIMPATELA
           DISPLAY CO-CPF AT 0608
           DISPLAY CO-MES AT 0644
           PERFORM LERNOME
           MOVE CO-LIMITE TO ED-LIMITE
           MOVE CO-QTD TO ED-QTD
           MOVE CO-TOTAL TO ED-TOTAL
           MOVE CO-QTDFAIXA TO ED-FAIXA
           MOVE CO-MAIOR TO ED-MAIOR
           DISPLAY CO-INIJAN AT 0817
           DISPLAY ED-LIMITE AT 0838
           DISPLAY ED-QTD AT 0917
           DISPLAY ED-TOTAL AT 0947
           DISPLAY ED-FAIXA AT 1017
           DISPLAY ED-MAIOR AT 1044
           DISPLAY CO-MOTIVO AT 1111
           PERFORM NOMESITUACAO
           DISPLAY NOMESIT AT 1213
           IF NOT COAF-PENDENTE
               DISPLAY "REVISOR:" AT 1305
               DISPLAY CO-REVISOR AT 1314
               DISPLAY "EM" AT 1323
               DISPLAY CO-DATAREV AT 1326
               DISPLAY "PARECER:" AT 1405
               DISPLAY CO-PARECER AT 1414
           END-IF
           IF COAF-COMUNICADA
               DISPLAY "COMUNICADA NO LOTE" AT 1505
               DISPLAY CO-LOTE AT 1524
               DISPLAY "EM" AT 1529
               DISPLAY CO-DATACOMUN AT 1532
           END-IF
           IF COAF-PENDENTE
               DISPLAY "F1 CONFIRMAR PARA COMUNICACAO, F2 DESCARTAR,"
                   AT 1605
               DISPLAY "F3 VOLTAR" AT 1650
           ELSE
               DISPLAY "F3 VOLTAR" AT 1605
           END-IF
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF COAF-PENDENTE
               EVALUATE ACTKEY
               WHEN = 01
                   MOVE 1 TO NOVASIT
                   GO TO REVISA
               WHEN = 02
                   MOVE 2 TO NOVASIT
                   GO TO REVISA
               END-EVALUATE
           END-IF
           DISPLAY TELACOAF
           GO TO MENUPRINC.

      *REGISTRA A DECISAO COM O REVISOR, A DATA E O PARECER - O
      *DESCARTE EXIGE PARECER
       REVISA.
           PERFORM LIMPATELA
           MOVE SPACES TO PARECERINF
           IF NOVASIT = 1
               DISPLAY "CONFIRMAR PARA COMUNICACAO AO COAF" AT 1305
           ELSE
               DISPLAY "DESCARTAR A OCORRENCIA" AT 1305
           END-IF
           DISPLAY "PARECER:" AT 1405
           ACCEPT PARECERINF AT 1414
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELACOAF
               GO TO MENUPRINC
           END-IF
           IF NOVASIT = 2 AND PARECERINF = SPACES
               DISPLAY "INFORME O MOTIVO DO DESCARTE" AT 1805
               ACCEPT AUX AT 2360
               GO TO REVISA
           END-IF
           DISPLAY "GRAVAR DECISAO?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               ACCEPT DATAHOJE FROM DATE YYYYMMDD
               MOVE NOVASIT TO CO-SITUACAO
               MOVE OPERADOR TO CO-REVISOR
               MOVE DATAHOJE TO CO-DATAREV
               MOVE PARECERINF TO CO-PARECER
               REWRITE REGCOAF
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNCOAF
               IF ERRO = "00" OR "02"
                   DISPLAY "DECISAO GRAVADA" AT 2010
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCOAF" AT 2010
               END-IF
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
           END-IF
           DISPLAY TELACOAF
           GO TO MENUPRINC.

      *LISTA AS OCORRENCIAS PENDENTES DE REVISAO
       PENDENTES.
           PERFORM LIMPATELA
           DISPLAY "CPF         MES    MOT  QTD TOTAL JANELA NOME"
               AT 1201
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CHAVECOAF
           START CADCOAF KEY IS NOT LESS THAN CHAVECOAF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM PENDENTES-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELACOAF
           GO TO MENUPRINC.

       PENDENTES-LOOP.
           READ CADCOAF NEXT
           IF ERRO NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               IF COAF-PENDENTE
                   MOVE CO-QTD TO ED-QTD
                   MOVE CO-TOTAL TO ED-TOTAL
                   MOVE SPACES TO NOME
                   IF TEMPRO = 1
                       MOVE CO-CPF TO CPF
                       READ CADPROPR
                       IF ERROPRO NOT = "00"
                           MOVE SPACES TO NOME
                       END-IF
                       MOVE "00" TO ERROPRO
                   END-IF
                   DISPLAY CO-CPF AT LINE LINHACON COL 01
                   DISPLAY CO-MES AT LINE LINHACON COL 13
                   DISPLAY CO-MOTIVO AT LINE LINHACON COL 20
                   DISPLAY ED-QTD AT LINE LINHACON COL 24
                   DISPLAY ED-TOTAL AT LINE LINHACON COL 29
                   DISPLAY NOME AT LINE LINHACON COL 42
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *HISTORICO DO CPF - TODAS AS OCORRENCIAS APONTADAS, COM A
      *DECISAO E O LOTE EM QUE FORAM COMUNICADAS
       HISTORICO.
           PERFORM LIMPATELA
           ACCEPT CPFBUSCA AT 0608
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CPFBUSCA = SPACES
               DISPLAY TELACOAF
               GO TO MENUPRINC
           END-IF
           MOVE CPFBUSCA TO CO-CPF
           PERFORM LERNOME
           DISPLAY "MES    MOT        TOTAL SITUACAO    REVISOR  LOTE"
               AT 1201
           DISPLAY "COMUNICADA" AT 1252
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           MOVE CPFBUSCA TO CO-CPF
           MOVE ZEROES TO CO-MES
           START CADCOAF KEY IS NOT LESS THAN CHAVECOAF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM HISTORICO-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELACOAF
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCOAF PARA O JORNAL DE TRANSACOES
       JORNCOAF.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCOAF" TO PJ-ARQUIVO
               MOVE REGCOAF TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       HISTORICO-LOOP.
           READ CADCOAF NEXT
           IF ERRO NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               IF CO-CPF NOT = CPFBUSCA
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE CO-TOTAL TO ED-TOTAL
                   PERFORM NOMESITUACAO
                   DISPLAY CO-MES AT LINE LINHACON COL 01
                   DISPLAY CO-MOTIVO AT LINE LINHACON COL 08
                   DISPLAY ED-TOTAL AT LINE LINHACON COL 12
                   DISPLAY NOMESIT AT LINE LINHACON COL 25
                   DISPLAY CO-REVISOR AT LINE LINHACON COL 37
                   IF COAF-COMUNICADA
                       DISPLAY CO-LOTE AT LINE LINHACON COL 46
                       DISPLAY CO-DATACOMUN AT LINE LINHACON COL 52
                   END-IF
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *BUSCA O NOME DO CLIENTE PELO CPF DA OCORRENCIA
       LERNOME.
           IF TEMPRO = 1
               MOVE CO-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   DISPLAY NOME AT 0709
               ELSE
                   DISPLAY "CPF NAO CADASTRADO" AT 0709
               END-IF
               MOVE "00" TO ERROPRO
           END-IF.

       NOMESITUACAO.
           EVALUATE TRUE
           WHEN COAF-PENDENTE
               MOVE "PENDENTE" TO NOMESIT
           WHEN COAF-CONFIRMADA
               MOVE "CONFIRMADA" TO NOMESIT
           WHEN COAF-DESCARTADA
               MOVE "DESCARTADA" TO NOMESIT
           WHEN COAF-COMUNICADA
               MOVE "COMUNICADA" TO NOMESIT
           WHEN OTHER
               MOVE SPACES TO NOMESIT
           END-EVALUATE.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY MESBUSCA NOVASIT LINHACON
           MOVE SPACES TO CPFBUSCA PARECERINF AUX.

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
           CLOSE CADCOAF
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF.
           END PROGRAM P172955.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172952.
      *-----------------------------------------------------------------
      *CONCILIACAO BANCARIA MANUAL - O CONCBANC CARREGA O EXTRATO DO
      *BANCO NO CADEXTB E CASA SOZINHO O QUE BATE POR DATA, VALOR E
      *REFERENCIA OU PELA SOMA DO RETORNO DA COBRANCA. AS SOBRAS SAO
      *CASADAS AQUI: O OPERADOR ESCOLHE A LINHA PENDENTE DO EXTRATO E
      *INFORMA UM OU MAIS LANCAMENTOS DO LIVRO CAIXA (DATA E
      *SEQUENCIA, DE QUALQUER DIA), DE MESMO SINAL E AINDA SEM
      *VINCULO, ATE A SOMA FECHAR COM O VALOR DO BANCO. A TELA LISTA
      *OS PENDENTES DO BANCO E DO CAIXA A PARTIR DE UMA DATA, E SO O
      *SUPERVISOR DESFAZ UMA CONCILIACAO (AUTOMATICA OU MANUAL),
      *QUE VOLTA A LINHA DO EXTRATO PARA PENDENTE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEEXTB
               FILE STATUS  IS ERRO.
           SELECT CADCONC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONC
               FILE STATUS  IS ERROCON
               ALTERNATE RECORD KEY IS CC-EXTB WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
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
      *LANCAMENTOS DO EXTRATO BANCARIO - SITUACAO P PENDENTE OU C
      *CONCILIADO; FORMA A AUTOMATICA OU M MANUAL; TIPO DO CASAMENTO
      *L LANCAMENTO UNICO, R RETORNO DO BANCO OU V VARIOS LANCAMENTOS
           FD CADEXTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTB.DAT".
           01 REGEXTB.
               02 CHAVEEXTB.
                   03 EB-DATA        PIC 9(8) VALUE ZEROES.
                   03 EB-SEQ         PIC 9(5) VALUE ZEROES.
               02 EB-DOCUMENTO       PIC X(10) VALUE SPACES.
               02 EB-SINAL           PIC X(1) VALUE SPACES.
                   88 EXTB-CREDITO   VALUE "C".
                   88 EXTB-DEBITO    VALUE "D".
               02 EB-VALOR           PIC 9(9)V99 VALUE ZEROES.
               02 EB-REFERENCIA      PIC X(17) VALUE SPACES.
               02 EB-HISTORICO       PIC X(30) VALUE SPACES.
               02 EB-SITUACAO        PIC X(1) VALUE SPACES.
                   88 EXTB-PENDENTE   VALUE "P".
                   88 EXTB-CONCILIADO VALUE "C".
               02 EB-FORMA           PIC X(1) VALUE SPACES.
               02 EB-TIPOCASA        PIC X(1) VALUE SPACES.
               02 EB-QTDCASA         PIC 9(4) VALUE ZEROES.
               02 EB-DATACONC        PIC 9(8) VALUE ZEROES.
               02 EB-OPERADOR        PIC X(8) VALUE SPACES.

      *VINCULO DO LANCAMENTO DO CAIXA COM A LINHA DO EXTRATO
           FD CADCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONC.DAT".
           01 REGCONC.
               02 CHAVECONC.
                   03 CC-DATA        PIC 9(8) VALUE ZEROES.
                   03 CC-SEQ         PIC 9(5) VALUE ZEROES.
               02 CC-EXTB.
                   03 CC-EXTDATA     PIC 9(8) VALUE ZEROES.
                   03 CC-EXTSEQ      PIC 9(5) VALUE ZEROES.
               02 CC-FORMA           PIC X(1) VALUE SPACES.
               02 CC-DATACONC        PIC 9(8) VALUE ZEROES.
               02 CC-OPERADOR        PIC X(8) VALUE SPACES.

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
           01 REGCAIXA.
               02 CHAVECAIXA.
                   03 CX-DATA PIC 9(8) VALUE ZEROES.
                   03 CX-SEQ  PIC 9(5) VALUE ZEROES.
               02 CX-TIPO      PIC X(1) VALUE SPACES.
               02 CX-SINAL     PIC X(1) VALUE SPACES.
                   88 CAIXA-ENTRADA VALUE "E".
                   88 CAIXA-SAIDA   VALUE "S".
               02 CX-CHAVE     PIC X(17) VALUE SPACES.
               02 CX-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 CX-OPERADOR  PIC X(8) VALUE SPACES.
               02 CX-HISTORICO PIC X(30) VALUE SPACES.

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
           01 PERFILOPER PIC X(6) VALUE SPACES.
           01 FILIALOPER PIC 9(2) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROCON PIC X(2) VALUE "00".
           01 ERROCAI PIC X(2) VALUE "00".
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
           01 TEMCAIXA PIC 9(1) VALUE 0.
           01 ACHOUEXTB PIC 9(1) VALUE 0.
           01 DATABUSCA PIC 9(8) VALUE ZEROES.
           01 SEQBUSCA PIC 9(5) VALUE ZEROES.
           01 DATACX PIC 9(8) VALUE ZEROES.
           01 SEQCX PIC 9(5) VALUE ZEROES.
           01 SINALCAIXA PIC X(1) VALUE SPACES.
           01 SITTEXTO PIC X(12) VALUE SPACES.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 JAESCOLHIDO PIC 9(1) VALUE 0.
           01 LIVRE PIC 9(1) VALUE 0.
           01 CONFIRMA PIC X(1) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.
      *LANCAMENTOS DO CAIXA ESCOLHIDOS PARA A LINHA DO EXTRATO
           01 TABSEL.
               03 TS-ENTRY OCCURS 20 TIMES.
                   05 TS-DATA PIC 9(8).
                   05 TS-SEQ  PIC 9(5).
           01 QTDSEL PIC 9(2) VALUE ZEROES.
           01 IND PIC 9(2) VALUE ZEROES.
           01 SOMACASA PIC 9(9)V99 VALUE ZEROES.
           01 FALTA PIC 9(9)V99 VALUE ZEROES.
           01 ED-VALOR PIC Z(8)9,99.
           01 ED-CAIXA PIC Z(6)9,99.

           SCREEN SECTION.
       01  TELACONC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "        CONCILIACAO BANCARIA".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  EXTRATO - DATA:".
           05  LINE 06  COLUMN 30
               VALUE  "SEQ:".
           05  LINE 07  COLUMN 01
               VALUE  "  DOCUMENTO:".
           05  LINE 07  COLUMN 30
               VALUE  "SINAL:".
           05  LINE 07  COLUMN 42
               VALUE  "VALOR:".
           05  LINE 08  COLUMN 01
               VALUE  "  REFERENCIA:".
           05  LINE 08  COLUMN 34
               VALUE  "HISTORICO:".
           05  LINE 09  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 09  COLUMN 30
               VALUE  "CASADO COM:".
           05  LINE 09  COLUMN 48
               VALUE  "LANCAMENTO(S) DO CAIXA".
           05  LINE 10  COLUMN 01
               VALUE  "  SOMA DO CAIXA:".
           05  LINE 10  COLUMN 42
               VALUE  "FALTA:".

           PROCEDURE DIVISION.
      *ABRE O EXTRATO, OS VINCULOS E O LIVRO CAIXA
       ABREARQUIVO.
           OPEN I-O CADEXTB
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADEXTB
                   CLOSE CADEXTB
                   DISPLAY "ARQUIVO CADEXTB FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXTB" AT 0622
           ELSE
               PERFORM ABRECONC
               DISPLAY TELACONC
               PERFORM LOGIN
               GO TO MENUPRINC.

       ABRECONC.
           OPEN I-O CADCONC
           IF ERROCON NOT = "00"
               IF ERROCON = "30" OR ERROCON = "35"
                   OPEN OUTPUT CADCONC
                   CLOSE CADCONC
                   OPEN I-O CADCONC
               END-IF
           END-IF
           MOVE 0 TO TEMCAIXA
           OPEN INPUT CADCAIXA
           IF ERROCAI = "00"
               MOVE 1 TO TEMCAIXA
           END-IF
           MOVE "00" TO ERROCAI.

      *SOLICITA IDENTIFICACAO DO OPERADOR - ADOTA A SESSAO DO MENU
      *GERAL QUANDO HOUVER
       LOGIN.
           PERFORM LERSESSAO
           IF SESSAOATIVA = 0
               PERFORM LOGINPROMPT
           END-IF.

       LOGINPROMPT.
           DISPLAY "OPERADOR:" AT 1301
           ACCEPT OPERADOR AT 1311
           DISPLAY "SENHA:" AT 1401
           ACCEPT SENHAINF AT 1408
           PERFORM LERPERADOR
           IF BSOPER = 1
               DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1501
               MOVE SPACES TO OPERADOR SENHAINF
               GO TO LOGINPROMPT
           ELSE
               DISPLAY TELACONC
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
           DISPLAY "F1 PENDENTES DO BANCO, F2 CONCILIAR, F4 DESFAZER"
               AT 1305
           DISPLAY "CONCILIACAO, F5 CAIXA SEM CONCILIAR, F3 SAIR"
               AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELACONC
               GO TO LISTABANCO
           WHEN = 02
               DISPLAY TELACONC
               GO TO CONCILIAR
           WHEN = 04
               DISPLAY TELACONC
               GO TO DESFAZER
           WHEN = 05
               DISPLAY TELACONC
               GO TO LISTACAIXA
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *CASA A LINHA PENDENTE DO EXTRATO COM LANCAMENTOS DO CAIXA
      *INFORMADOS UM A UM ATE A SOMA FECHAR COM O VALOR DO BANCO
       CONCILIAR.
           IF TEMCAIXA = 0
               DISPLAY "LIVRO CAIXA NAO ENCONTRADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM LEREXTB THRU LEREXTB-FIM
           IF ACHOUEXTB = 0
               GO TO MENUPRINC
           END-IF
           IF NOT EXTB-PENDENTE
               DISPLAY "LANCAMENTO DO BANCO JA CONCILIADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF EXTB-CREDITO
               MOVE "E" TO SINALCAIXA
           ELSE
               MOVE "S" TO SINALCAIXA
           END-IF
           MOVE ZEROES TO QTDSEL SOMACASA
           MOVE EB-VALOR TO FALTA
           PERFORM MOSTRASOMA.

       R-CAIXA.
           DISPLAY "CAIXA - DATA:" AT 1302
           DISPLAY "SEQ:" AT 1326
           MOVE ZEROES TO DATACX SEQCX
           ACCEPT DATACX AT 1316
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           ACCEPT SEQCX AT 1331
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           DISPLAY "                                       " AT 1802
           MOVE DATACX TO CX-DATA
           MOVE SEQCX TO CX-SEQ
           READ CADCAIXA
           IF ERROCAI NOT = "00"
               MOVE "00" TO ERROCAI
               DISPLAY "LANCAMENTO DO CAIXA NAO ENCONTRADO" AT 1805
               GO TO R-CAIXA
           END-IF
           IF CX-SINAL NOT = SINALCAIXA
               DISPLAY "SINAL DO CAIXA DIFERENTE DO BANCO" AT 1805
               GO TO R-CAIXA
           END-IF
           PERFORM LIVRECAIXA
           IF LIVRE = 0
               DISPLAY "LANCAMENTO DO CAIXA JA CONCILIADO" AT 1805
               GO TO R-CAIXA
           END-IF
           MOVE 0 TO JAESCOLHIDO
           PERFORM CHECASEL VARYING IND FROM 1 BY 1
               UNTIL IND > QTDSEL
           IF JAESCOLHIDO = 1
               DISPLAY "LANCAMENTO JA INFORMADO" AT 1805
               GO TO R-CAIXA
           END-IF
           IF CX-VALOR > FALTA
               DISPLAY "VALOR ULTRAPASSA O QUE FALTA" AT 1805
               GO TO R-CAIXA
           END-IF
           IF QTDSEL = 20
               DISPLAY "LIMITE DE 20 LANCAMENTOS" AT 1805
               GO TO R-CAIXA
           END-IF
           ADD 1 TO QTDSEL
           MOVE CX-DATA TO TS-DATA(QTDSEL)
           MOVE CX-SEQ TO TS-SEQ(QTDSEL)
           ADD CX-VALOR TO SOMACASA
           SUBTRACT CX-VALOR FROM FALTA
           MOVE CX-VALOR TO ED-CAIXA
           DISPLAY CX-CHAVE AT 1402
           DISPLAY ED-CAIXA AT 1420
           DISPLAY CX-HISTORICO AT 1432
           PERFORM MOSTRASOMA
           IF FALTA NOT = ZEROES
               GO TO R-CAIXA
           END-IF
           DISPLAY "CONFIRMA A CONCILIACAO (S/N)?" AT 1602
           ACCEPT CONFIRMA AT 1632
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           PERFORM GRAVASEL VARYING IND FROM 1 BY 1
               UNTIL IND > QTDSEL
           MOVE "C" TO EB-SITUACAO
           MOVE "M" TO EB-FORMA
           IF QTDSEL = 1
               MOVE "L" TO EB-TIPOCASA
           ELSE
               MOVE "V" TO EB-TIPOCASA
           END-IF
           MOVE QTDSEL TO EB-QTDCASA
           MOVE DATAHOJE TO EB-DATACONC
           MOVE OPERADOR TO EB-OPERADOR
           REWRITE REGEXTB
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNEXTB
           IF ERRO = "00"
               DISPLAY "CONCILIACAO GRAVADA" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO CADEXTB" AT 1805
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELACONC
           GO TO MENUPRINC.

       CHECASEL.
           IF TS-DATA(IND) = CX-DATA AND TS-SEQ(IND) = CX-SEQ
               MOVE 1 TO JAESCOLHIDO
           END-IF.

       GRAVASEL.
           MOVE TS-DATA(IND) TO CC-DATA
           MOVE TS-SEQ(IND) TO CC-SEQ
           MOVE EB-DATA TO CC-EXTDATA
           MOVE EB-SEQ TO CC-EXTSEQ
           MOVE "M" TO CC-FORMA
           MOVE DATAHOJE TO CC-DATACONC
           MOVE OPERADOR TO CC-OPERADOR
           WRITE REGCONC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNCONC
           MOVE "00" TO ERROCON.

      *O LANCAMENTO DO CAIXA SO PODE ESTAR EM UMA CONCILIACAO
       LIVRECAIXA.
           MOVE 0 TO LIVRE
           MOVE CX-DATA TO CC-DATA
           MOVE CX-SEQ TO CC-SEQ
           READ CADCONC
           IF ERROCON = "23"
               MOVE 1 TO LIVRE
           END-IF
           MOVE "00" TO ERROCON.

       MOSTRASOMA.
           MOVE SOMACASA TO ED-VALOR
           DISPLAY ED-VALOR AT 1018
           MOVE FALTA TO ED-VALOR
           DISPLAY ED-VALOR AT 1049
           DISPLAY QTDSEL AT 0942.

      *DESFAZ A CONCILIACAO DA LINHA DO EXTRATO - SO SUPERVISOR
       DESFAZER.
           IF NIVELOPER NOT = 1
               DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM LEREXTB THRU LEREXTB-FIM
           IF ACHOUEXTB = 0
               GO TO MENUPRINC
           END-IF
           IF NOT EXTB-CONCILIADO
               DISPLAY "LANCAMENTO DO BANCO NAO ESTA CONCILIADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "CONFIRMA DESFAZER A CONCILIACAO (S/N)?" AT 1602
           ACCEPT CONFIRMA AT 1641
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO MENUPRINC
           END-IF
           MOVE 0 TO FIMARQ
           MOVE EB-DATA TO CC-EXTDATA
           MOVE EB-SEQ TO CC-EXTSEQ
           START CADCONC KEY IS EQUAL CC-EXTB
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM DESFAZER-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROCON
           MOVE "P" TO EB-SITUACAO
           MOVE SPACES TO EB-FORMA EB-TIPOCASA EB-OPERADOR
           MOVE ZEROES TO EB-QTDCASA EB-DATACONC
           REWRITE REGEXTB
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNEXTB
           IF ERRO = "00"
               DISPLAY "CONCILIACAO DESFEITA" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO CADEXTB" AT 1805
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELACONC
           GO TO MENUPRINC.

       DESFAZER-LOOP.
           READ CADCONC NEXT
           IF ERROCON NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CC-EXTDATA NOT = EB-DATA OR CC-EXTSEQ NOT = EB-SEQ
                   MOVE 1 TO FIMARQ
               ELSE
                   DELETE CADCONC RECORD
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNCONC
               END-IF
           END-IF.

      *LE A LINHA DO EXTRATO PELA DATA E SEQUENCIA
       LEREXTB.
           MOVE 0 TO ACHOUEXTB
           MOVE ZEROES TO DATABUSCA SEQBUSCA
           ACCEPT DATABUSCA AT 0619
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR DATABUSCA = ZEROES
               GO TO LEREXTB-FIM
           END-IF
           ACCEPT SEQBUSCA AT 0635
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO LEREXTB-FIM
           END-IF
           MOVE DATABUSCA TO EB-DATA
           MOVE SEQBUSCA TO EB-SEQ
           READ CADEXTB
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "LANCAMENTO DO BANCO NAO ENCONTRADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO LEREXTB-FIM
           END-IF
           MOVE 1 TO ACHOUEXTB
           PERFORM MOSTRAEXTB.

       LEREXTB-FIM.
           CONTINUE.

       MOSTRAEXTB.
           IF EXTB-CONCILIADO
               IF EB-FORMA = "M"
                   MOVE "MANUAL" TO SITTEXTO
               ELSE
                   MOVE "AUTOMATICA" TO SITTEXTO
               END-IF
           ELSE
               MOVE "PENDENTE" TO SITTEXTO
           END-IF
           MOVE EB-VALOR TO ED-VALOR
           DISPLAY EB-DATA AT 0619
           DISPLAY EB-SEQ AT 0635
           DISPLAY EB-DOCUMENTO AT 0714
           DISPLAY EB-SINAL AT 0737
           DISPLAY ED-VALOR AT 0749
           DISPLAY EB-REFERENCIA AT 0815
           DISPLAY EB-HISTORICO AT 0845
           DISPLAY SITTEXTO AT 0913
           DISPLAY EB-QTDCASA AT 0942.

      *LISTA OS LANCAMENTOS DO BANCO PENDENTES A PARTIR DA DATA
       LISTABANCO.
           PERFORM LIMPATELA
           DISPLAY "A PARTIR DE (AAAAMMDD):" AT 1302
           MOVE ZEROES TO DATABUSCA
           ACCEPT DATABUSCA AT 1326
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "DATA     SEQ   DOCUMENTO  S        VALOR HISTORICO"
               AT 1201
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           MOVE DATABUSCA TO EB-DATA
           MOVE ZEROES TO EB-SEQ
           START CADEXTB KEY IS NOT LESS THAN CHAVEEXTB
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM LISTABANCO-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELACONC
           GO TO MENUPRINC.

       LISTABANCO-LOOP.
           READ CADEXTB NEXT
           IF ERRO NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               IF EXTB-PENDENTE
                   MOVE EB-VALOR TO ED-VALOR
                   DISPLAY EB-DATA AT LINE LINHACON COL 01
                   DISPLAY EB-SEQ AT LINE LINHACON COL 10
                   DISPLAY EB-DOCUMENTO AT LINE LINHACON COL 16
                   DISPLAY EB-SINAL AT LINE LINHACON COL 27
                   DISPLAY ED-VALOR AT LINE LINHACON COL 29
                   DISPLAY EB-HISTORICO AT LINE LINHACON COL 42
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *LISTA OS LANCAMENTOS DO CAIXA SEM VINCULO A PARTIR DA DATA
       LISTACAIXA.
           IF TEMCAIXA = 0
               DISPLAY "LIVRO CAIXA NAO ENCONTRADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "A PARTIR DE (AAAAMMDD):" AT 1302
           MOVE ZEROES TO DATABUSCA
           ACCEPT DATABUSCA AT 1326
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "DATA     SEQ   T S CHAVE                  VALOR "
               AT 1201
           DISPLAY "HISTORICO" AT 1251
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           MOVE DATABUSCA TO CX-DATA
           MOVE ZEROES TO CX-SEQ
           START CADCAIXA KEY IS NOT LESS THAN CHAVECAIXA
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM LISTACAIXA-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROCAI
           ACCEPT AUX AT 2360
           DISPLAY TELACONC
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCONC PARA O JORNAL DE TRANSACOES
       JORNCONC.
           IF ERROCON = "00" OR ERROCON = "02"
               MOVE "CADCONC" TO PJ-ARQUIVO
               MOVE REGCONC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADEXTB PARA O JORNAL DE TRANSACOES
       JORNEXTB.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADEXTB" TO PJ-ARQUIVO
               MOVE REGEXTB TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LISTACAIXA-LOOP.
           READ CADCAIXA NEXT
           IF ERROCAI NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               PERFORM LIVRECAIXA
               IF LIVRE = 1
                   MOVE CX-VALOR TO ED-CAIXA
                   DISPLAY CX-DATA AT LINE LINHACON COL 01
                   DISPLAY CX-SEQ AT LINE LINHACON COL 10
                   DISPLAY CX-TIPO AT LINE LINHACON COL 16
                   DISPLAY CX-SINAL AT LINE LINHACON COL 18
                   DISPLAY CX-CHAVE AT LINE LINHACON COL 20
                   DISPLAY ED-CAIXA AT LINE LINHACON COL 38
                   DISPLAY CX-HISTORICO AT LINE LINHACON COL 51
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY DATABUSCA SEQBUSCA DATACX SEQCX
               QTDSEL SOMACASA FALTA LINHACON
           MOVE SPACES TO AUX CONFIRMA.

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
           CLOSE CADEXTB CADCONC
           IF TEMCAIXA = 1
               CLOSE CADCAIXA
           END-IF.
           END PROGRAM P172952.

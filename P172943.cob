      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172943.
      *-----------------------------------------------------------------
      *TRANSFERENCIA DE PROPRIEDADE NO DETRAN (CADDETR) - CADA VENDA
      *DO P172904 ABRE UM CONTROLE COM O PRAZO DA COMUNICACAO DE VENDA
      *PELA LOJA E O PRAZO DA TRANSFERENCIA PELO COMPRADOR (30 DIAS).
      *A COMUNICACAO SAI NO LOTE DO EXPCOMUN; AQUI SE REGISTRA O
      *NUMERO DO PROTOCOLO DA COMUNICACAO E A DATA EM QUE O COMPRADOR
      *CONCLUIU A TRANSFERENCIA. SITUACAO: A AGUARDANDO COMUNICACAO,
      *C COMUNICADA, T TRANSFERIDA, X VENDA ESTORNADA. O RELDETR
      *LISTA OS PRAZOS VENCIDOS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDETR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDETR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS DT-CPF WITH DUPLICATES.
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
      *COMUNICACAO DE VENDA E TRANSFERENCIA DE PROPRIEDADE NO DETRAN
           FD CADDETR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDETR.DAT".
           01 REGDETR.
               02 CHAVEDETR.
                   03 DT-CHASSI     PIC X(17) VALUE SPACES.
                   03 DT-DATAVENDA  PIC 9(8) VALUE ZEROES.
               02 DT-PLACA          PIC X(7) VALUE SPACES.
               02 DT-CPF            PIC X(11) VALUE SPACES.
               02 DT-FILIAL         PIC 9(2) VALUE ZEROES.
               02 DT-VALORVENDA     PIC 9(7)V99 VALUE ZEROES.
               02 DT-PRAZOCOMUN     PIC 9(8) VALUE ZEROES.
               02 DT-PRAZOTRANSF    PIC 9(8) VALUE ZEROES.
               02 DT-LOTE           PIC 9(4) VALUE ZEROES.
               02 DT-PROTOCOLO      PIC X(20) VALUE SPACES.
               02 DT-DATACOMUN      PIC 9(8) VALUE ZEROES.
               02 DT-DATATRANSF     PIC 9(8) VALUE ZEROES.
               02 DT-SITUACAO       PIC X(1) VALUE SPACES.
                   88 DETR-AGUARDANDO VALUE "A".
                   88 DETR-COMUNICADA VALUE "C".
                   88 DETR-TRANSFERIDA VALUE "T".
                   88 DETR-CANCELADA  VALUE "X".
               02 DT-OPERADOR       PIC X(8) VALUE SPACES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

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
           01 CHASSIBUSCA PIC X(17) VALUE SPACES.
           01 ULTDATAVENDA PIC 9(8) VALUE ZEROES.
           01 ACHOUDETR PIC 9(1) VALUE 0.
           01 FIMDETR PIC 9(1) VALUE 0.
           01 SITTEXTO PIC X(24) VALUE SPACES.
           01 NOMECOMPRADOR PIC X(30) VALUE SPACES.
           01 PROTOCOLOINF PIC X(20) VALUE SPACES.
           01 DATAINF PIC 9(8) VALUE ZEROES.
           01 LINHACON PIC 99 VALUE ZEROES.

           SCREEN SECTION.
       01  TELADETR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "        TRANSFERENCIA DE PROPRIEDADE - DETRAN".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 06  COLUMN 32
               VALUE  "PLACA:".
           05  LINE 06  COLUMN 50
               VALUE  "VENDA:".
           05  LINE 07  COLUMN 01
               VALUE  "  COMPRADOR:".
           05  LINE 08  COLUMN 01
               VALUE  "  PRAZO COMUNICACAO:".
           05  LINE 08  COLUMN 32
               VALUE  "PRAZO TRANSFERENCIA:".
           05  LINE 09  COLUMN 01
               VALUE  "  LOTE DA COMUNICACAO:".
           05  LINE 09  COLUMN 32
               VALUE  "SITUACAO:".
           05  LINE 10  COLUMN 01
               VALUE  "  PROTOCOLO:".
           05  LINE 10  COLUMN 40
               VALUE  "COMUNICADA EM:".
           05  LINE 11  COLUMN 01
               VALUE  "  TRANSFERIDA EM:".

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE CONTROLE DO DETRAN
       ABREARQUIVO.
           OPEN I-O CADDETR
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADDETR
                   CLOSE CADDETR
                   DISPLAY "ARQUIVO CADDETR FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDETR" AT 0622
           ELSE
               DISPLAY TELADETR
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
               DISPLAY TELADETR
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
           DISPLAY "F1 COMUNICACAO DE VENDA, F2 TRANSFERENCIA" AT 1305
           DISPLAY "CONCLUIDA, F4 PENDENTES, F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELADETR
               GO TO COMUNICACAO
           WHEN = 02
               DISPLAY TELADETR
               GO TO TRANSFERENCIA
           WHEN = 04
               DISPLAY TELADETR
               GO TO PENDENTES
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *REGISTRA O PROTOCOLO DA COMUNICACAO DE VENDA AO DETRAN
       COMUNICACAO.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF ACHOUDETR = 0
               GO TO MENUPRINC
           END-IF
           IF DETR-CANCELADA
               DISPLAY "VENDA ESTORNADA - NADA A COMUNICAR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE DT-PROTOCOLO TO PROTOCOLOINF
           ACCEPT PROTOCOLOINF AT 1014
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR PROTOCOLOINF = SPACES
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DT-DATACOMUN TO DATAINF
           IF DATAINF = ZEROES
               MOVE DATAHOJE TO DATAINF
           END-IF
           ACCEPT DATAINF AT 1055
           IF DATAINF = ZEROES OR DATAINF > DATAHOJE
               OR DATAINF < DT-DATAVENDA
               DISPLAY "DATA DA COMUNICACAO INVALIDA" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE PROTOCOLOINF TO DT-PROTOCOLO
           MOVE DATAINF TO DT-DATACOMUN
           IF DETR-AGUARDANDO
               MOVE "C" TO DT-SITUACAO
           END-IF
           MOVE OPERADOR TO DT-OPERADOR
           GO TO REGRAVA.

      *REGISTRA A DATA EM QUE O COMPRADOR CONCLUIU A TRANSFERENCIA
       TRANSFERENCIA.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF ACHOUDETR = 0
               GO TO MENUPRINC
           END-IF
           IF DETR-CANCELADA
               DISPLAY "VENDA ESTORNADA - NADA A TRANSFERIR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DT-DATATRANSF TO DATAINF
           IF DATAINF = ZEROES
               MOVE DATAHOJE TO DATAINF
           END-IF
           ACCEPT DATAINF AT 1119
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF DATAINF = ZEROES OR DATAINF > DATAHOJE
               OR DATAINF < DT-DATAVENDA
               DISPLAY "DATA DA TRANSFERENCIA INVALIDA" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE DATAINF TO DT-DATATRANSF
           MOVE "T" TO DT-SITUACAO
           MOVE OPERADOR TO DT-OPERADOR
           GO TO REGRAVA.

       REGRAVA.
           REWRITE REGDETR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNDETR
           PERFORM LIMPATELA
           IF ERRO = "00"
               PERFORM MOSTRADETR
               DISPLAY "CONTROLE DO DETRAN ATUALIZADO" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADDETR" AT 1805
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *LE O CHASSI E LOCALIZA O CONTROLE DA VENDA MAIS RECENTE
       LERCHASSI.
           MOVE 0 TO ACHOUDETR
           MOVE SPACES TO CHASSIBUSCA
           ACCEPT CHASSIBUSCA AT 0611
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CHASSIBUSCA = SPACES
               GO TO LERCHASSI-FIM
           END-IF
           MOVE ZEROES TO ULTDATAVENDA
           MOVE 0 TO FIMDETR
           MOVE CHASSIBUSCA TO DT-CHASSI
           MOVE ZEROES TO DT-DATAVENDA
           START CADDETR KEY IS GREATER THAN CHAVEDETR
               INVALID KEY
                   MOVE 1 TO FIMDETR
           END-START
           PERFORM LERCHASSI-LOOP UNTIL FIMDETR = 1
           MOVE "00" TO ERRO
           IF ULTDATAVENDA = ZEROES
               DISPLAY "VENDA NAO ENCONTRADA PARA O CHASSI" AT 1805
               ACCEPT AUX AT 2360
               GO TO LERCHASSI-FIM
           END-IF
           MOVE CHASSIBUSCA TO DT-CHASSI
           MOVE ULTDATAVENDA TO DT-DATAVENDA
           READ CADDETR
           IF ERRO = "00"
               MOVE 1 TO ACHOUDETR
               PERFORM MOSTRADETR
           END-IF
           MOVE "00" TO ERRO.

       LERCHASSI-FIM.
           CONTINUE.

       LERCHASSI-LOOP.
           READ CADDETR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMDETR
           ELSE
               IF DT-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMDETR
               ELSE
                   MOVE DT-DATAVENDA TO ULTDATAVENDA
               END-IF
           END-IF.

      *MOSTRA O CONTROLE COM O NOME DO COMPRADOR
       MOSTRADETR.
           EVALUATE TRUE
           WHEN DETR-AGUARDANDO
               MOVE "AGUARDANDO COMUNICACAO" TO SITTEXTO
           WHEN DETR-COMUNICADA
               MOVE "COMUNICADA" TO SITTEXTO
           WHEN DETR-TRANSFERIDA
               MOVE "TRANSFERIDA" TO SITTEXTO
           WHEN DETR-CANCELADA
               MOVE "VENDA ESTORNADA" TO SITTEXTO
           WHEN OTHER
               MOVE SPACES TO SITTEXTO
           END-EVALUATE
           MOVE SPACES TO NOMECOMPRADOR
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE DT-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMECOMPRADOR
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO
           DISPLAY DT-CHASSI AT 0611
           DISPLAY DT-PLACA AT 0639
           DISPLAY DT-DATAVENDA AT 0657
           DISPLAY DT-CPF AT 0714
           DISPLAY NOMECOMPRADOR AT 0727
           DISPLAY DT-PRAZOCOMUN AT 0822
           DISPLAY DT-PRAZOTRANSF AT 0853
           DISPLAY DT-LOTE AT 0924
           DISPLAY SITTEXTO AT 0942
           DISPLAY DT-PROTOCOLO AT 1014
           DISPLAY DT-DATACOMUN AT 1055
           DISPLAY DT-DATATRANSF AT 1119.

      *LISTA AS VENDAS AINDA NAO TRANSFERIDAS COM OS PRAZOS
       PENDENTES.
           PERFORM LIMPATELA
           DISPLAY "CHASSI            PLACA   VENDA    PRZ.TRANSF S"
               AT 1203
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMDETR
           MOVE LOW-VALUES TO CHAVEDETR
           START CADDETR KEY IS GREATER THAN CHAVEDETR
               INVALID KEY
                   MOVE 1 TO FIMDETR
           END-START
           PERFORM PENDENTES-LOOP UNTIL FIMDETR = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADDETR PARA O JORNAL DE TRANSACOES
       JORNDETR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADDETR" TO PJ-ARQUIVO
               MOVE REGDETR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       PENDENTES-LOOP.
           READ CADDETR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMDETR
           ELSE
               IF (DETR-AGUARDANDO OR DETR-COMUNICADA)
                   AND LINHACON < 22
                   DISPLAY DT-CHASSI AT LINE LINHACON COL 03
                   DISPLAY DT-PLACA AT LINE LINHACON COL 21
                   DISPLAY DT-DATAVENDA AT LINE LINHACON COL 29
                   DISPLAY DT-PRAZOTRANSF AT LINE LINHACON COL 38
                   DISPLAY DT-SITUACAO AT LINE LINHACON COL 49
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY ULTDATAVENDA DATAINF LINHACON
           MOVE SPACES TO CHASSIBUSCA PROTOCOLOINF AUX.

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
           CLOSE CADDETR.
           END PROGRAM P172943.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172951.
      *-----------------------------------------------------------------
      *PESQUISA DE SATISFACAO POS-ENTREGA (NPS) - DIGITACAO DA
      *RESPOSTA DO CLIENTE (NOTA DE 0 A 10 E COMENTARIO) NA PESQUISA
      *DA VENDA ATUAL DO CHASSI (CADNPS). A PESQUISA E GERADA PELO
      *PESQNPS NA CADEIA NOTURNA; SE O CLIENTE RESPONDER ANTES, NA
      *LOJA, ELA E CRIADA AQUI, DESDE QUE A ENTREGA JA ESTEJA
      *CONFIRMADA NO P172950. NOTA DE 0 A 6 (DETRATOR) ABRE UMA TAREFA
      *DE ACOMPANHAMENTO PARA O GERENTE DA FILIAL (CADTAREF). A TELA
      *LISTA AS TAREFAS ABERTAS DA FILIAL DO OPERADOR (TODAS PARA O
      *OPERADOR SEM FILIAL) E SO O SUPERVISOR DA FILIAL CONCLUI A
      *TAREFA, INFORMANDO A SOLUCAO DADA AO CLIENTE. O NPS DO MES POR
      *VENDEDOR, FILIAL E MARCA SAI NO RELMETA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENPS
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS NP-DATARESP WITH DUPLICATES.
           SELECT CADTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVETAREF
               FILE STATUS  IS ERROTAR
               ALTERNATE RECORD KEY IS TF-FILIAL WITH DUPLICATES.
           SELECT CADENTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTR
               FILE STATUS  IS ERROENT
               ALTERNATE RECORD KEY IS EN-DATAAGEN WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
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
      *PESQUISA DE SATISFACAO - UMA POR VENDA ENTREGUE. SITUACAO E
      *ENVIADA, S SEM CONTATO, R RESPONDIDA; ORIGEM DA RESPOSTA I
      *IMPORTADA OU D DIGITADA
           FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
           01 REGNPS.
               02 CHAVENPS.
                   03 NP-CHASSI      PIC X(17) VALUE SPACES.
                   03 NP-DATAVENDA   PIC 9(8) VALUE ZEROES.
               02 NP-CPF             PIC X(11) VALUE SPACES.
               02 NP-VENDEDOR        PIC 9(3) VALUE ZEROES.
               02 NP-FILIAL          PIC 9(2) VALUE ZEROES.
               02 NP-MARCA           PIC 9(3) VALUE ZEROES.
               02 NP-DATAENTREGA     PIC 9(8) VALUE ZEROES.
               02 NP-DATAENVIO       PIC 9(8) VALUE ZEROES.
               02 NP-SITUACAO        PIC X(1) VALUE SPACES.
                   88 NPS-ENVIADA    VALUE "E".
                   88 NPS-SEMCONTATO VALUE "S".
                   88 NPS-RESPONDIDA VALUE "R".
               02 NP-NOTA            PIC 9(2) VALUE ZEROES.
               02 NP-COMENTARIO      PIC X(60) VALUE SPACES.
               02 NP-DATARESP        PIC 9(8) VALUE ZEROES.
               02 NP-ORIGEM          PIC X(1) VALUE SPACES.
               02 NP-OPERADOR        PIC X(8) VALUE SPACES.

      *TAREFAS DE ACOMPANHAMENTO DO GERENTE DA FILIAL - TIPO N PARA
      *A NOTA BAIXA NA PESQUISA; SITUACAO A ABERTA, C CONCLUIDA
           FD CADTAREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAREF.DAT".
           01 REGTAREF.
               02 CHAVETAREF.
                   03 TF-CHASSI      PIC X(17) VALUE SPACES.
                   03 TF-DATAVENDA   PIC 9(8) VALUE ZEROES.
                   03 TF-TIPO        PIC X(1) VALUE SPACES.
               02 TF-FILIAL          PIC 9(2) VALUE ZEROES.
               02 TF-CPF             PIC X(11) VALUE SPACES.
               02 TF-VENDEDOR        PIC 9(3) VALUE ZEROES.
               02 TF-NOTA            PIC 9(2) VALUE ZEROES.
               02 TF-DESCRICAO       PIC X(60) VALUE SPACES.
               02 TF-DATA            PIC 9(8) VALUE ZEROES.
               02 TF-SITUACAO        PIC X(1) VALUE SPACES.
                   88 TAREFA-ABERTA    VALUE "A".
                   88 TAREFA-CONCLUIDA VALUE "C".
               02 TF-DATACONC        PIC 9(8) VALUE ZEROES.
               02 TF-SOLUCAO         PIC X(60) VALUE SPACES.
               02 TF-OPERADOR        PIC X(8) VALUE SPACES.

           FD CADENTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENTR.DAT".
           01 REGENTR.
               02 CHAVEENTR.
                   03 EN-CHASSI      PIC X(17) VALUE SPACES.
                   03 EN-DATAVENDA   PIC 9(8) VALUE ZEROES.
               02 EN-PLACA           PIC X(7) VALUE SPACES.
               02 EN-CPF             PIC X(11) VALUE SPACES.
               02 EN-FILIAL          PIC 9(2) VALUE ZEROES.
               02 EN-DATAAGEN        PIC 9(8) VALUE ZEROES.
               02 EN-HORAAGEN        PIC 9(4) VALUE ZEROES.
               02 EN-QTDITENS        PIC 9(2) VALUE ZEROES.
               02 EN-QTDOK           PIC 9(2) VALUE ZEROES.
               02 EN-SITUACAO        PIC X(1) VALUE SPACES.
                   88 ENTR-AGENDADA  VALUE "A".
                   88 ENTR-ENTREGUE  VALUE "E".
               02 EN-DATAENTREGA     PIC 9(8) VALUE ZEROES.
               02 FILLER             PIC X(68).

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 CHASSI PIC X(17).
               02 PLACA PIC X(7).
               02 VEICULO.
                   03 V-MARCA  PIC 9(3).
                   03 V-MODELO PIC 9(3).
                   03 P-CPF    PIC X(11).
               02 V-ANO PIC 9(8).
               02 FILLER PIC X(47).
               02 VENDA.
                   03 VALORVENDA PIC 9(7)V99.
                   03 COMISSAO   PIC 9(2)V99.
                   03 DATAVENDA  PIC 9(8).
                   03 VENDEDOR   PIC 9(3).
                   03 FILLER     PIC X(27).
               02 FILLER PIC X(20).
               02 FILIAL PIC 9(2).
               02 STATUSVEIC PIC 9(1).
                   88 VEIC-DISPONIVEL VALUE 0.
                   88 VEIC-VENDIDO    VALUE 1.
                   88 VEIC-RESERVADO  VALUE 2.
               02 VERSAO PIC 9(6).

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
           01 ERROTAR PIC X(2) VALUE "00".
           01 ERROENT PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
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
      *NOTA MAXIMA DO DETRATOR - ABRE TAREFA PARA A FILIAL
           01 NOTADETRATOR PIC 9(2) VALUE 6.
           01 CHASSIBUSCA PIC X(17) VALUE SPACES.
           01 ACHOUPESQ PIC 9(1) VALUE 0.
           01 NOVAPESQ PIC 9(1) VALUE 0.
           01 ULTDATAVENDA PIC 9(8) VALUE ZEROES.
           01 ACHOUTAR PIC 9(1) VALUE 0.
           01 FIMNPS PIC 9(1) VALUE 0.
           01 FIMTAR PIC 9(1) VALUE 0.
           01 SITTEXTO PIC X(20) VALUE SPACES.
           01 NOMECLIENTE PIC X(30) VALUE SPACES.
           01 NOTAINF PIC 9(2) VALUE ZEROES.
           01 COMENTINF PIC X(60) VALUE SPACES.
           01 SOLUCAOINF PIC X(60) VALUE SPACES.
           01 CONFIRMA PIC X(1) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.

           SCREEN SECTION.
       01  TELANPS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "        PESQUISA DE SATISFACAO (NPS)".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 06  COLUMN 50
               VALUE  "VENDA:".
           05  LINE 07  COLUMN 01
               VALUE  "  CLIENTE:".
           05  LINE 08  COLUMN 01
               VALUE  "  VENDEDOR:".
           05  LINE 08  COLUMN 20
               VALUE  "FILIAL:".
           05  LINE 08  COLUMN 50
               VALUE  "ENTREGA:".
           05  LINE 09  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 09  COLUMN 50
               VALUE  "ENVIO:".
           05  LINE 10  COLUMN 01
               VALUE  "  NOTA:".
           05  LINE 10  COLUMN 20
               VALUE  "(0 A 10)".
           05  LINE 10  COLUMN 50
               VALUE  "RESPOSTA:".
           05  LINE 11  COLUMN 01
               VALUE  "  COMENTARIO:".

           PROCEDURE DIVISION.
      *ABRE AS PESQUISAS E AS TAREFAS DE ACOMPANHAMENTO
       ABREARQUIVO.
           OPEN I-O CADNPS
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADNPS
                   CLOSE CADNPS
                   DISPLAY "ARQUIVO CADNPS FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNPS" AT 0622
           ELSE
               PERFORM ABRETAR
               DISPLAY TELANPS
               PERFORM LOGIN
               GO TO MENUPRINC.

       ABRETAR.
           OPEN I-O CADTAREF
           IF ERROTAR NOT = "00"
               IF ERROTAR = "30" OR ERROTAR = "35"
                   OPEN OUTPUT CADTAREF
                   CLOSE CADTAREF
                   OPEN I-O CADTAREF
               END-IF
           END-IF.

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
               DISPLAY TELANPS
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
           DISPLAY "F1 DIGITAR RESPOSTA, F2 TAREFAS EM ABERTO," AT 1305
           DISPLAY "F4 CONCLUIR TAREFA, F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELANPS
               GO TO RESPOSTA
           WHEN = 02
               DISPLAY TELANPS
               GO TO TAREFAS
           WHEN = 04
               DISPLAY TELANPS
               GO TO CONCLUIR
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *DIGITA A RESPOSTA DO CLIENTE NA PESQUISA DA VENDA ATUAL
       RESPOSTA.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF ACHOUPESQ = 0
               GO TO MENUPRINC
           END-IF
           IF NPS-RESPONDIDA
               DISPLAY "PESQUISA JA RESPONDIDA" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

       R-NOTA.
           ACCEPT NOTAINF AT 1009
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF NOTAINF > 10
               DISPLAY "NOTA DEVE SER DE 0 A 10" AT 1805
               GO TO R-NOTA
           END-IF
           DISPLAY "                       " AT 1805
           ACCEPT COMENTINF AT 1115
           DISPLAY "CONFIRMA A RESPOSTA (S/N)?" AT 1305
           ACCEPT CONFIRMA AT 1333
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE "R" TO NP-SITUACAO
           MOVE NOTAINF TO NP-NOTA
           MOVE COMENTINF TO NP-COMENTARIO
           MOVE DATAHOJE TO NP-DATARESP
           MOVE "D" TO NP-ORIGEM
           MOVE OPERADOR TO NP-OPERADOR
           IF NOVAPESQ = 1
               MOVE DATAHOJE TO NP-DATAENVIO
               WRITE REGNPS
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNNPS
           ELSE
               REWRITE REGNPS
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNNPS
           END-IF
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DA RESPOSTA" AT 1805
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF NP-NOTA NOT > NOTADETRATOR
               PERFORM ABRETAREFA
               DISPLAY "RESPOSTA GRAVADA - TAREFA ABERTA PARA A FILIAL"
                   AT 1805
           ELSE
               DISPLAY "RESPOSTA GRAVADA" AT 1805
           END-IF
           ACCEPT AUX AT 2360
           DISPLAY TELANPS
           GO TO MENUPRINC.

      *NOTA DE DETRATOR ABRE (OU REABRE) A TAREFA DE ACOMPANHAMENTO
      *DO GERENTE DA FILIAL DA VENDA
       ABRETAREFA.
           MOVE NP-CHASSI TO TF-CHASSI
           MOVE NP-DATAVENDA TO TF-DATAVENDA
           MOVE "N" TO TF-TIPO
           MOVE NP-FILIAL TO TF-FILIAL
           MOVE NP-CPF TO TF-CPF
           MOVE NP-VENDEDOR TO TF-VENDEDOR
           MOVE NP-NOTA TO TF-NOTA
           MOVE NP-COMENTARIO TO TF-DESCRICAO
           MOVE DATAHOJE TO TF-DATA
           MOVE "A" TO TF-SITUACAO
           MOVE ZEROES TO TF-DATACONC
           MOVE SPACES TO TF-SOLUCAO TF-OPERADOR
           WRITE REGTAREF
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNTAREF
           IF ERROTAR = "22"
               REWRITE REGTAREF
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNTAREF
           END-IF
           MOVE "00" TO ERROTAR.

      *LE O CHASSI E LOCALIZA A PESQUISA DA VENDA MAIS RECENTE; SEM
      *PESQUISA, PREPARA UMA NOVA SE A VENDA ATUAL JA FOI ENTREGUE
       LERCHASSI.
           MOVE 0 TO ACHOUPESQ NOVAPESQ
           MOVE SPACES TO CHASSIBUSCA
           ACCEPT CHASSIBUSCA AT 0611
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CHASSIBUSCA = SPACES
               GO TO LERCHASSI-FIM
           END-IF
           MOVE ZEROES TO ULTDATAVENDA
           MOVE 0 TO FIMNPS
           MOVE CHASSIBUSCA TO NP-CHASSI
           MOVE ZEROES TO NP-DATAVENDA
           START CADNPS KEY IS NOT LESS THAN CHAVENPS
               INVALID KEY
                   MOVE 1 TO FIMNPS
           END-START
           PERFORM LERCHASSI-LOOP UNTIL FIMNPS = 1
           MOVE "00" TO ERRO
           IF ULTDATAVENDA NOT = ZEROES
               MOVE CHASSIBUSCA TO NP-CHASSI
               MOVE ULTDATAVENDA TO NP-DATAVENDA
               READ CADNPS
               IF ERRO = "00"
                   MOVE 1 TO ACHOUPESQ
                   PERFORM MOSTRAPESQ
                   GO TO LERCHASSI-FIM
               END-IF
               MOVE "00" TO ERRO
           END-IF
           OPEN INPUT CADVEIC
           MOVE CHASSIBUSCA TO CHASSI
           READ CADVEIC
           IF ERROVEI NOT = "00"
               MOVE "00" TO ERROVEI
               CLOSE CADVEIC
               DISPLAY "CHASSI NAO CADASTRADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO LERCHASSI-FIM
           END-IF
           CLOSE CADVEIC
           IF NOT VEIC-VENDIDO
               DISPLAY "VEICULO NAO ESTA VENDIDO" AT 1805
               ACCEPT AUX AT 2360
               GO TO LERCHASSI-FIM
           END-IF
           MOVE SPACES TO EN-SITUACAO
           OPEN INPUT CADENTR
           IF ERROENT = "00"
               MOVE CHASSIBUSCA TO EN-CHASSI
               MOVE DATAVENDA TO EN-DATAVENDA
               READ CADENTR
               IF ERROENT NOT = "00"
                   MOVE SPACES TO EN-SITUACAO
               END-IF
               CLOSE CADENTR
           END-IF
           MOVE "00" TO ERROENT
           IF NOT ENTR-ENTREGUE
               DISPLAY "ENTREGA DO VEICULO AINDA NAO CONFIRMADA" AT 1805
               ACCEPT AUX AT 2360
               GO TO LERCHASSI-FIM
           END-IF
           MOVE CHASSIBUSCA TO NP-CHASSI
           MOVE DATAVENDA TO NP-DATAVENDA
           MOVE P-CPF TO NP-CPF
           MOVE VENDEDOR TO NP-VENDEDOR
           MOVE FILIAL TO NP-FILIAL
           MOVE V-MARCA TO NP-MARCA
           MOVE EN-DATAENTREGA TO NP-DATAENTREGA
           MOVE ZEROES TO NP-DATAENVIO NP-NOTA NP-DATARESP
           MOVE SPACES TO NP-SITUACAO NP-COMENTARIO NP-ORIGEM
               NP-OPERADOR
           MOVE 1 TO ACHOUPESQ NOVAPESQ
           PERFORM MOSTRAPESQ.

       LERCHASSI-FIM.
           CONTINUE.

       LERCHASSI-LOOP.
           READ CADNPS NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMNPS
           ELSE
               IF NP-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMNPS
               ELSE
                   MOVE NP-DATAVENDA TO ULTDATAVENDA
               END-IF
           END-IF.

      *MOSTRA A PESQUISA COM O NOME DO CLIENTE
       MOSTRAPESQ.
           EVALUATE TRUE
           WHEN NPS-ENVIADA
               MOVE "ENVIADA" TO SITTEXTO
           WHEN NPS-SEMCONTATO
               MOVE "SEM CONTATO" TO SITTEXTO
           WHEN NPS-RESPONDIDA
               MOVE "RESPONDIDA" TO SITTEXTO
           WHEN OTHER
               MOVE "NAO ENVIADA" TO SITTEXTO
           END-EVALUATE
           MOVE SPACES TO NOMECLIENTE
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE NP-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMECLIENTE
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO
           DISPLAY NP-CHASSI AT 0611
           DISPLAY NP-DATAVENDA AT 0657
           DISPLAY NP-CPF AT 0712
           DISPLAY NOMECLIENTE AT 0725
           DISPLAY NP-VENDEDOR AT 0813
           DISPLAY NP-FILIAL AT 0828
           DISPLAY NP-DATAENTREGA AT 0859
           DISPLAY SITTEXTO AT 0913
           DISPLAY NP-DATAENVIO AT 0957
           DISPLAY NP-NOTA AT 1009
           DISPLAY NP-DATARESP AT 1060
           DISPLAY NP-COMENTARIO AT 1115.

      *LISTA AS TAREFAS EM ABERTO DA FILIAL DO OPERADOR - O OPERADOR
      *SEM FILIAL VE TODAS
       TAREFAS.
           PERFORM LIMPATELA
           DISPLAY "FL  DATA    CHASSI            NT VEN COMENTARIO"
               AT 1201
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMTAR
           IF FILIALOPER = ZEROES
               MOVE LOW-VALUES TO CHAVETAREF
               START CADTAREF KEY IS GREATER THAN CHAVETAREF
                   INVALID KEY
                       MOVE 1 TO FIMTAR
               END-START
           ELSE
               MOVE FILIALOPER TO TF-FILIAL
               START CADTAREF KEY IS EQUAL TF-FILIAL
                   INVALID KEY
                       MOVE 1 TO FIMTAR
               END-START
           END-IF
           PERFORM TAREFAS-LOOP UNTIL FIMTAR = 1
           MOVE "00" TO ERROTAR
           ACCEPT AUX AT 2360
           DISPLAY TELANPS
           GO TO MENUPRINC.

       TAREFAS-LOOP.
           READ CADTAREF NEXT
           IF ERROTAR NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMTAR
           ELSE
               IF FILIALOPER NOT = ZEROES
                   AND TF-FILIAL NOT = FILIALOPER
                   MOVE 1 TO FIMTAR
               ELSE
                   IF TAREFA-ABERTA
                       DISPLAY TF-FILIAL AT LINE LINHACON COL 01
                       DISPLAY TF-DATA AT LINE LINHACON COL 04
                       DISPLAY TF-CHASSI AT LINE LINHACON COL 13
                       DISPLAY TF-NOTA AT LINE LINHACON COL 31
                       DISPLAY TF-VENDEDOR AT LINE LINHACON COL 34
                       DISPLAY TF-DESCRICAO(1:42)
                           AT LINE LINHACON COL 38
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *CONCLUI A TAREFA EM ABERTO DO CHASSI - SO O SUPERVISOR DA
      *FILIAL DA VENDA, COM A SOLUCAO DADA AO CLIENTE
       CONCLUIR.
           IF NIVELOPER NOT = 1
               DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE SPACES TO CHASSIBUSCA
           ACCEPT CHASSIBUSCA AT 0611
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CHASSIBUSCA = SPACES
               GO TO MENUPRINC
           END-IF
           MOVE 0 TO ACHOUTAR FIMTAR
           MOVE CHASSIBUSCA TO TF-CHASSI
           MOVE ZEROES TO TF-DATAVENDA
           MOVE SPACES TO TF-TIPO
           START CADTAREF KEY IS NOT LESS THAN CHAVETAREF
               INVALID KEY
                   MOVE 1 TO FIMTAR
           END-START
           PERFORM CONCLUIR-LOOP UNTIL FIMTAR = 1
           MOVE "00" TO ERROTAR
           IF ACHOUTAR = 0
               DISPLAY "NAO HA TAREFA EM ABERTO PARA O CHASSI" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF FILIALOPER NOT = ZEROES AND TF-FILIAL NOT = FILIALOPER
               DISPLAY "TAREFA DE OUTRA FILIAL" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "ABERTA EM:" AT 1302
           DISPLAY TF-DATA AT 1313
           DISPLAY "NOTA:" AT 1323
           DISPLAY TF-NOTA AT 1329
           DISPLAY "CLIENTE:" AT 1333
           DISPLAY TF-CPF AT 1342
           DISPLAY TF-DESCRICAO AT 1402
           DISPLAY "SOLUCAO:" AT 1502
           ACCEPT SOLUCAOINF AT 1602
           IF SOLUCAOINF = SPACES
               DISPLAY "INFORME A SOLUCAO DADA AO CLIENTE" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "CONFIRMA A CONCLUSAO (S/N)?" AT 1702
           ACCEPT CONFIRMA AT 1731
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE "C" TO TF-SITUACAO
           MOVE DATAHOJE TO TF-DATACONC
           MOVE SOLUCAOINF TO TF-SOLUCAO
           MOVE OPERADOR TO TF-OPERADOR
           REWRITE REGTAREF
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNTAREF
           IF ERROTAR = "00"
               DISPLAY "TAREFA CONCLUIDA" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DA TAREFA" AT 1805
           END-IF
           MOVE "00" TO ERROTAR
           ACCEPT AUX AT 2360
           DISPLAY TELANPS
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADNPS PARA O JORNAL DE TRANSACOES
       JORNNPS.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADNPS" TO PJ-ARQUIVO
               MOVE REGNPS TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADTAREF PARA O JORNAL DE TRANSACOES
       JORNTAREF.
           IF ERROTAR = "00" OR ERROTAR = "02"
               MOVE "CADTAREF" TO PJ-ARQUIVO
               MOVE REGTAREF TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       CONCLUIR-LOOP.
           READ CADTAREF NEXT
           IF ERROTAR NOT = "00"
               MOVE 1 TO FIMTAR
           ELSE
               IF TF-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMTAR
               ELSE
                   IF TAREFA-ABERTA
                       MOVE 1 TO ACHOUTAR FIMTAR
                   END-IF
               END-IF
           END-IF.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY NOTAINF LINHACON
           MOVE SPACES TO CHASSIBUSCA AUX CONFIRMA COMENTINF
               SOLUCAOINF.

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
           CLOSE CADNPS CADTAREF.
           END PROGRAM P172951.

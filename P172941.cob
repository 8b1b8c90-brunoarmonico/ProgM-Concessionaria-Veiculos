      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172941.
      *-----------------------------------------------------------------
      *CAMPANHAS DE RECALL DO FABRICANTE (CADRECAL). A CAMPANHA COBRE
      *UMA MARCA E UM MODELO (MODELO 000 = TODOS OS MODELOS DA MARCA),
      *UMA FAIXA DE ANO DE FABRICACAO E, OPCIONALMENTE, UMA FAIXA DE
      *CHASSI. A APURACAO PERCORRE O CADVEIC E AS VENDAS ARQUIVADAS
      *(CADVHIST) E GRAVA CADA CHASSI ATINGIDO EM CADRECV COMO
      *PENDENTE, COM O DONO A AVISAR: O COMPRADOR ATUAL (P-CPF) DO
      *CARRO VENDIDO OU, PARA A VENDA ARQUIVADA, O DONO DA EPOCA DA
      *CAMPANHA NO HISTORICO (CADHIST). O CARRO DE ESTOQUE FICA SEM
      *DONO - QUEM REPARA E A LOJA. CADA CARRO PASSA DE PENDENTE A
      *NOTIFICADO E A REPARADO (COM A OS DA OFICINA, P172939). A
      *REAPURACAO INCLUI OS CARROS CADASTRADOS DEPOIS SEM MEXER NOS JA
      *APURADOS. O CARRO DE ESTOQUE COM RECALL NAO REPARADO NAO PODE
      *SER VENDIDO NO P172904. ENCERRAR A CAMPANHA E RESTRITO AO
      *SUPERVISOR. A LISTA COMPLETA COM OS CONTATOS SAI NO RELRECAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADRECAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RC-CAMPANHA
               FILE STATUS  IS ERRO.
           SELECT CADRECV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVERECV
               FILE STATUS  IS ERRORCV
               ALTERNATE RECORD KEY IS RL-CHASSI WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADVHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS H-CHASSI
               FILE STATUS  IS ERROVHI
               ALTERNATE RECORD KEY IS H-PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-P-CPF WITH DUPLICATES.
           SELECT CADHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEHIST
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS HS-CPF WITH DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADMARCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGO
               FILE STATUS  IS ERROMAR
               ALTERNATE RECORD KEY IS MARCA WITH DUPLICATES.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGOM
               FILE STATUS  IS ERROMOD
               ALTERNATE RECORD KEY IS MODELO WITH DUPLICATES.
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
      *CAMPANHA DE RECALL - MODELO ZERO VALE PARA TODOS OS MODELOS DA
      *MARCA E CHASSI INICIAL EM BRANCO DISPENSA A FAIXA DE CHASSI
           FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
           01 REGRECAL.
               02 RC-CAMPANHA   PIC 9(4) VALUE ZEROES.
               02 RC-DESCRICAO  PIC X(40) VALUE SPACES.
               02 RC-REFFABR    PIC X(15) VALUE SPACES.
               02 RC-MARCA      PIC 9(3) VALUE ZEROES.
               02 RC-MODELO     PIC 9(3) VALUE ZEROES.
               02 RC-ANOINI     PIC 9(4) VALUE ZEROES.
               02 RC-ANOFIM     PIC 9(4) VALUE ZEROES.
               02 RC-CHASSIINI  PIC X(17) VALUE SPACES.
               02 RC-CHASSIFIM  PIC X(17) VALUE SPACES.
               02 RC-DATA       PIC 9(8) VALUE ZEROES.
               02 RC-SITUACAO   PIC X(1) VALUE SPACES.
                   88 RECALL-ATIVO     VALUE "A".
                   88 RECALL-ENCERRADO VALUE "E".
               02 RC-OPERADOR   PIC X(8) VALUE SPACES.

      *CARRO ATINGIDO PELA CAMPANHA - P PENDENTE, N NOTIFICADO, R
      *REPARADO. ORIGEM E ESTOQUE, V VENDIDO, H VENDA ARQUIVADA
           FD CADRECV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECV.DAT".
           01 REGRECV.
               02 CHAVERECV.
                   03 RL-CAMPANHA PIC 9(4) VALUE ZEROES.
                   03 RL-CHASSI   PIC X(17) VALUE SPACES.
               02 RL-SITUACAO   PIC X(1) VALUE SPACES.
                   88 RECV-PENDENTE   VALUE "P".
                   88 RECV-NOTIFICADO VALUE "N".
                   88 RECV-REPARADO   VALUE "R".
               02 RL-ORIGEM     PIC X(1) VALUE SPACES.
                   88 RECV-ESTOQUE    VALUE "E".
                   88 RECV-VENDIDO    VALUE "V".
                   88 RECV-ARQUIVADO  VALUE "H".
               02 RL-CPF        PIC X(11) VALUE SPACES.
               02 RL-DATAAPUR   PIC 9(8) VALUE ZEROES.
               02 RL-DATANOTIF  PIC 9(8) VALUE ZEROES.
               02 RL-DATAREPARO PIC 9(8) VALUE ZEROES.
               02 RL-OS         PIC 9(6) VALUE ZEROES.
               02 RL-OPERADOR   PIC X(8) VALUE SPACES.

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
               02 V-ANO.
                   03 ANOFABRIC PIC 9(4).
                   03 ANOMODELO PIC 9(4).
               02 FILLER PIC X(47).
               02 VENDA.
                   03 VALORVENDA PIC 9(7)V99.
                   03 COMISSAO   PIC 9(2)V99.
                   03 DATAVENDA  PIC 9(8).
                   03 FILLER     PIC X(30).
               02 FILLER PIC X(20).
               02 FILIAL PIC 9(2).
               02 STATUSVEIC PIC 9(1).
                   88 VEIC-DISPONIVEL VALUE 0.
                   88 VEIC-VENDIDO    VALUE 1.
               02 VERSAO PIC 9(6).

           FD CADVHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVHIST.DAT".
           01 REGVHIST.
               02 H-CHASSI PIC X(17).
               02 H-PLACA PIC X(7).
               02 H-VEICULO.
                   03 H-V-MARCA  PIC 9(3).
                   03 H-V-MODELO PIC 9(3).
                   03 H-P-CPF    PIC X(11).
               02 H-V-ANO.
                   03 H-ANOFABRIC PIC 9(4).
                   03 H-ANOMODELO PIC 9(4).
               02 FILLER PIC X(47).
               02 H-VENDA.
                   03 H-VALORVENDA PIC 9(7)V99.
                   03 H-COMISSAO   PIC 9(2)V99.
                   03 H-DATAVENDA  PIC 9(8).
                   03 FILLER       PIC X(30).
               02 FILLER PIC X(20).
               02 H-FILIAL PIC 9(2).
               02 FILLER PIC X(7).

           FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
           01 REGHIST.
               02 CHAVEHIST.
                   03 HS-CHASSI PIC X(17) VALUE SPACES.
                   03 HS-SEQ    PIC 9(3) VALUE ZEROES.
               02 HS-CPF        PIC X(11) VALUE SPACES.
               02 HS-DATAINI    PIC 9(8) VALUE ZEROES.
               02 HS-DATAFIM    PIC 9(8) VALUE ZEROES.
               02 HS-VALORVENDA PIC 9(7)V99 VALUE ZEROES.
               02 HS-VALORTROCA PIC 9(7)V99 VALUE ZEROES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 DATANASC.
                   03 DIA PIC 9(2) VALUE ZEROES.
                   03 MES PIC 9(2) VALUE ZEROES.
                   03 ANO PIC 9(4) VALUE ZEROES.
               02 BCEP PIC 9(8) VALUE ZEROES.
               02 NUM PIC 9(6) VALUE ZEROES.
               02 COMPLEMENTO PIC X(25) VALUE SPACES.
               02 TELEFONE.
                   03 DDD PIC 9(2) VALUE ZEROES.
                   03 NUMERO PIC 9(9) VALUE ZEROES.
               02 EMAIL PIC X(30) VALUE SPACES.
               02 VERSAOPRO PIC 9(6) VALUE ZEROES.

           FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
           01 REGMARCA.
               02 CODIGO PIC 9(3).
               02 MARCA  PIC X(20).
               02 ORIGEM PIC X(1).
               02 PAIS   PIC 9(2).
               02 VERSAOMARCA PIC 9(6).

           FD CADMODEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODEL.DAT".
           01 REGMODEL.
               02 CODIGOM.
                   03 CODIGO1  PIC 9(3) VALUE ZEROES.
                   03 CODIGO2  PIC 9(3) VALUE ZEROES.
               02 MODELO       PIC X(20) VALUE SPACES.
               02 VERSAOMODEL  PIC 9(6) VALUE ZEROES.

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
           01 ERRORCV PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROVHI PIC X(2) VALUE "00".
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROMAR PIC X(2) VALUE "00".
           01 ERROMOD PIC X(2) VALUE "00".
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
           01 CAMPBUSCA PIC 9(4) VALUE ZEROES.
           01 TEMCAMP PIC 9(1) VALUE 0.
           01 BSMARCA PIC 9(1) VALUE 0.
           01 BSMODELO PIC 9(1) VALUE 0.
           01 TEMVHIST PIC 9(1) VALUE 0.
           01 TEMHIST PIC 9(1) VALUE 0.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 FIMHIST PIC 9(1) VALUE 0.
      *VEICULO EM APURACAO - DO CADVEIC OU DO CADVHIST
           01 ACHASSI PIC X(17) VALUE SPACES.
           01 AMARCA PIC 9(3) VALUE ZEROES.
           01 AMODELO PIC 9(3) VALUE ZEROES.
           01 AANOFABRIC PIC 9(4) VALUE ZEROES.
           01 ACPF PIC X(11) VALUE SPACES.
           01 AORIGEM PIC X(1) VALUE SPACES.
           01 ATINGIDO PIC 9(1) VALUE 0.
           01 QTDNOVOS PIC 9(5) VALUE ZEROES.
           01 QTDPEND PIC 9(5) VALUE ZEROES.
           01 QTDNOTIF PIC 9(5) VALUE ZEROES.
           01 QTDREPAR PIC 9(5) VALUE ZEROES.
      *ATUALIZACAO DA SITUACAO DO CARRO
           01 CHASSIINF PIC X(17) VALUE SPACES.
           01 SITUACAOINF PIC X(1) VALUE SPACES.
           01 OSINF PIC 9(6) VALUE ZEROES.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 NOMELISTA PIC X(22) VALUE SPACES.

           SCREEN SECTION.
       01  TELARECAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "              CAMPANHAS DE RECALL".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CAMPANHA:".
           05  LINE 06  COLUMN 30
               VALUE  "REF. FABRICANTE:".
           05  LINE 07  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  MARCA:".
           05  LINE 08  COLUMN 40
               VALUE  "MODELO:".
           05  LINE 09  COLUMN 01
               VALUE  "  ANO FABRICACAO DE:".
           05  LINE 09  COLUMN 30
               VALUE  "ATE:".
           05  LINE 10  COLUMN 01
               VALUE  "  CHASSI DE:".
           05  LINE 10  COLUMN 34
               VALUE  "ATE:".
           05  LINE 11  COLUMN 01
               VALUE  "  DATA:".
           05  LINE 11  COLUMN 30
               VALUE  "SITUACAO:".

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DAS CAMPANHAS
       ABREARQUIVO.
           OPEN I-O CADRECAL
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADRECAL
                   CLOSE CADRECAL
                  DISPLAY "ARQUIVO CADRECAL FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADRECAL" AT 0622
           ELSE
               PERFORM ABRERECV
               DISPLAY TELARECAL
               PERFORM LOGIN
               GO TO MENUPRINC.

       ABRERECV.
           OPEN I-O CADRECV
           IF ERRORCV NOT = "00"
               IF ERRORCV = "30" OR ERRORCV = "35"
                   OPEN OUTPUT CADRECV
                   CLOSE CADRECV
                   OPEN I-O CADRECV
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
               DISPLAY TELARECAL
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
           DISPLAY "F1 NOVA CAMPANHA, F2 CONSULTAR CAMPANHA," AT 1305
           DISPLAY "F4 SITUACAO DO CARRO, F5 REAPURAR CAMPANHA," AT 1405
           DISPLAY "F6 ENCERRAR CAMPANHA, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELARECAL
               GO TO NOVACAMP
           WHEN = 02
               PERFORM PEDECAMPANHA
               GO TO LISTACAMP
           WHEN = 04
               PERFORM PEDECAMPANHA
               GO TO SITUACAO
           WHEN = 05
               PERFORM PEDECAMPANHA
               GO TO REAPURA
           WHEN = 06
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
                   GO TO MENUPRINC
               END-IF
               PERFORM PEDECAMPANHA
               GO TO ENCERRA
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *LOCALIZA A CAMPANHA E MOSTRA OS DADOS
       PEDECAMPANHA.
           DISPLAY TELARECAL
           MOVE ZEROES TO CAMPBUSCA
           ACCEPT CAMPBUSCA AT 0613
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE CAMPBUSCA TO RC-CAMPANHA
           READ CADRECAL
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "CAMPANHA NAO CADASTRADA" AT 1805
               GO TO PEDECAMPANHA
           END-IF
           PERFORM MOSTRACAMP.

       MOSTRACAMP.
           DISPLAY RC-CAMPANHA AT 0613
           DISPLAY RC-REFFABR AT 0647
           DISPLAY RC-DESCRICAO AT 0714
           DISPLAY RC-MARCA AT 0810
           PERFORM LERMARCA
           DISPLAY RC-MODELO AT 0848
           IF RC-MODELO = ZEROES
               DISPLAY "TODOS" AT 0852
           ELSE
               PERFORM LERMODELO
           END-IF
           DISPLAY RC-ANOINI AT 0922
           DISPLAY RC-ANOFIM AT 0935
           DISPLAY RC-CHASSIINI AT 1014
           DISPLAY RC-CHASSIFIM AT 1039
           DISPLAY RC-DATA AT 1109
           IF RECALL-ATIVO
               DISPLAY "ATIVA    " AT 1140
           ELSE
               DISPLAY "ENCERRADA" AT 1140
           END-IF.

      *CADASTRA A CAMPANHA E APURA OS CARROS ATINGIDOS
       NOVACAMP.
           MOVE ZEROES TO CAMPBUSCA
           ACCEPT CAMPBUSCA AT 0613
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF CAMPBUSCA = ZEROES
               DISPLAY "NUMERO DA CAMPANHA INVALIDO" AT 1805
               GO TO NOVACAMP
           END-IF
           MOVE CAMPBUSCA TO RC-CAMPANHA
           READ CADRECAL
           IF ERRO = "00"
               DISPLAY "CAMPANHA JA CADASTRADA" AT 1805
               PERFORM MOSTRACAMP
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE "00" TO ERRO
           INITIALIZE REGRECAL
           MOVE CAMPBUSCA TO RC-CAMPANHA
           ACCEPT RC-REFFABR AT 0647
           ACCEPT RC-DESCRICAO AT 0714
           GO TO R-MARCA.

       R-MARCA.
           ACCEPT RC-MARCA AT 0810
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LERMARCA
           IF BSMARCA = 1
               DISPLAY "MARCA NAO ENCONTRADA" AT 1805
               GO TO R-MARCA
           END-IF
           GO TO R-MODELO.

       R-MODELO.
           ACCEPT RC-MODELO AT 0848
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MARCA
           END-IF
           IF RC-MODELO = ZEROES
               DISPLAY "TODOS               " AT 0852
           ELSE
               PERFORM LERMODELO
               IF BSMODELO = 1
                   DISPLAY "MODELO NAO ENCONTRADO" AT 1805
                   GO TO R-MODELO
               END-IF
           END-IF
           PERFORM LIMPATELA
           GO TO R-ANOS.

       R-ANOS.
           ACCEPT RC-ANOINI AT 0922
           ACCEPT RC-ANOFIM AT 0935
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MODELO
           END-IF
           IF RC-ANOINI = ZEROES OR RC-ANOFIM < RC-ANOINI
               DISPLAY "FAIXA DE ANO INVALIDA" AT 1805
               GO TO R-ANOS
           END-IF
           PERFORM LIMPATELA
           GO TO R-CHASSIS.

      *FAIXA DE CHASSI OPCIONAL - EM BRANCO VALE A MARCA/MODELO/ANO
       R-CHASSIS.
           ACCEPT RC-CHASSIINI AT 1014
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-ANOS
           END-IF
           IF RC-CHASSIINI NOT = SPACES
               ACCEPT RC-CHASSIFIM AT 1039
               IF RC-CHASSIFIM < RC-CHASSIINI
                   DISPLAY "FAIXA DE CHASSI INVALIDA" AT 1805
                   GO TO R-CHASSIS
               END-IF
           ELSE
               MOVE SPACES TO RC-CHASSIFIM
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO RC-DATA
           ACCEPT RC-DATA AT 1109
           MOVE "A" TO RC-SITUACAO
           MOVE OPERADOR TO RC-OPERADOR
           PERFORM LIMPATELA
           DISPLAY "CONFIRMA A CAMPANHA? F1 - SIM, F2 - NAO" AT 1305
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           WRITE REGRECAL
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNRECAL
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRECAL" AT 1805
               MOVE "00" TO ERRO
               GO TO MENUPRINC
           END-IF
           PERFORM MOSTRACAMP
           PERFORM APURACAMP
           GO TO MENUPRINC.

      *REAPURA A CAMPANHA - SO ENTRAM OS CARROS AINDA NAO APURADOS
       REAPURA.
           IF RECALL-ENCERRADO
               DISPLAY "CAMPANHA ENCERRADA" AT 1805
               GO TO MENUPRINC
           END-IF
           PERFORM APURACAMP
           GO TO MENUPRINC.

      *PERCORRE O CADASTRO E AS VENDAS ARQUIVADAS GRAVANDO OS CARROS
      *ATINGIDOS PELA CAMPANHA
       APURACAMP.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROES TO QTDNOVOS
           MOVE 0 TO TEMHIST
           OPEN INPUT CADHIST
           IF ERROHIS = "00"
               MOVE 1 TO TEMHIST
           END-IF
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 0 TO FIMARQ
               MOVE SPACES TO CHASSI
               START CADVEIC KEY IS NOT LESS THAN CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM APURAVEIC-LOOP UNTIL FIMARQ = 1
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI
           OPEN INPUT CADVHIST
           IF ERROVHI = "00"
               MOVE 0 TO FIMARQ
               MOVE SPACES TO H-CHASSI
               START CADVHIST KEY IS NOT LESS THAN H-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM APURAVHIST-LOOP UNTIL FIMARQ = 1
               CLOSE CADVHIST
           END-IF
           MOVE "00" TO ERROVHI
           IF TEMHIST = 1
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERROHIS
           PERFORM LIMPATELA
           DISPLAY "CARROS INCLUIDOS NA CAMPANHA:" AT 1805
           DISPLAY QTDNOVOS AT 1835
           ACCEPT AUX AT 2360.

       APURAVEIC-LOOP.
           READ CADVEIC NEXT
           IF ERROVEI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE CHASSI TO ACHASSI
               MOVE V-MARCA TO AMARCA
               MOVE V-MODELO TO AMODELO
               MOVE ANOFABRIC TO AANOFABRIC
               IF VEIC-VENDIDO
                   MOVE "V" TO AORIGEM
                   MOVE P-CPF TO ACPF
               ELSE
                   MOVE "E" TO AORIGEM
                   MOVE SPACES TO ACPF
               END-IF
               PERFORM CHECAVEICULO
           END-IF.

       APURAVHIST-LOOP.
           READ CADVHIST NEXT
           IF ERROVHI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE H-CHASSI TO ACHASSI
               MOVE H-V-MARCA TO AMARCA
               MOVE H-V-MODELO TO AMODELO
               MOVE H-ANOFABRIC TO AANOFABRIC
               MOVE "H" TO AORIGEM
               MOVE H-P-CPF TO ACPF
               PERFORM CHECAVEICULO
           END-IF.

      *CONFERE SE O VEICULO CAI NA CAMPANHA E GRAVA O CARRO AINDA NAO
      *APURADO
       CHECAVEICULO.
           MOVE 0 TO ATINGIDO
           IF AMARCA = RC-MARCA
               AND (RC-MODELO = ZEROES OR AMODELO = RC-MODELO)
               AND AANOFABRIC NOT < RC-ANOINI
               AND AANOFABRIC NOT > RC-ANOFIM
               MOVE 1 TO ATINGIDO
               IF RC-CHASSIINI NOT = SPACES
                   IF ACHASSI < RC-CHASSIINI
                       OR ACHASSI > RC-CHASSIFIM
                       MOVE 0 TO ATINGIDO
                   END-IF
               END-IF
           END-IF
           IF ATINGIDO = 1
               MOVE RC-CAMPANHA TO RL-CAMPANHA
               MOVE ACHASSI TO RL-CHASSI
               READ CADRECV
               IF ERRORCV NOT = "00"
                   IF AORIGEM = "H"
                       PERFORM DONODAEPOCA
                   END-IF
                   MOVE RC-CAMPANHA TO RL-CAMPANHA
                   MOVE ACHASSI TO RL-CHASSI
                   MOVE "P" TO RL-SITUACAO
                   MOVE AORIGEM TO RL-ORIGEM
                   MOVE ACPF TO RL-CPF
                   MOVE DATAHOJE TO RL-DATAAPUR
                   MOVE ZEROES TO RL-DATANOTIF RL-DATAREPARO RL-OS
                   MOVE OPERADOR TO RL-OPERADOR
                   WRITE REGRECV
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNRECV
                   IF ERRORCV = "00"
                       ADD 1 TO QTDNOVOS
                   END-IF
               END-IF
               MOVE "00" TO ERRORCV
           END-IF.

      *DONO DA VENDA ARQUIVADA NA DATA DA CAMPANHA - O EPISODIO DO
      *HISTORICO QUE COBRE A DATA; SEM ELE FICA O COMPRADOR DA VENDA
       DONODAEPOCA.
           IF TEMHIST = 1
               MOVE 0 TO FIMHIST
               MOVE ACHASSI TO HS-CHASSI
               MOVE ZEROES TO HS-SEQ
               START CADHIST KEY IS GREATER THAN CHAVEHIST
                   INVALID KEY
                       MOVE 1 TO FIMHIST
               END-START
               PERFORM DONODAEPOCA-LOOP UNTIL FIMHIST = 1
               MOVE "00" TO ERROHIS
           END-IF.

       DONODAEPOCA-LOOP.
           READ CADHIST NEXT
           IF ERROHIS NOT = "00"
               MOVE 1 TO FIMHIST
           ELSE
               IF HS-CHASSI NOT = ACHASSI
                   MOVE 1 TO FIMHIST
               ELSE
                   IF HS-DATAINI NOT > RC-DATA
                       AND (HS-DATAFIM = ZEROES
                           OR HS-DATAFIM NOT < RC-DATA)
                       MOVE HS-CPF TO ACPF
                   END-IF
               END-IF
           END-IF.

      *LISTA OS CARROS DA CAMPANHA COM O DONO E O TELEFONE
       LISTACAMP.
           PERFORM LIMPATELA
           DISPLAY "CHASSI            S DONO                   "
               AT 1203
           DISPLAY "TELEFONE     NOTIF.   REPARO" AT 1246
           MOVE 13 TO LINHACON
           MOVE ZEROES TO QTDPEND QTDNOTIF QTDREPAR
           MOVE 0 TO FIMARQ
           OPEN INPUT CADPROPR
           MOVE RC-CAMPANHA TO RL-CAMPANHA
           MOVE SPACES TO RL-CHASSI
           START CADRECV KEY IS NOT LESS THAN CHAVERECV
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM LISTACAMP-LOOP UNTIL FIMARQ = 1
           CLOSE CADPROPR
           MOVE "00" TO ERRORCV ERROPRO
           DISPLAY "PENDENTES:" AT 2203
           DISPLAY QTDPEND AT 2214
           DISPLAY "NOTIFICADOS:" AT 2221
           DISPLAY QTDNOTIF AT 2234
           DISPLAY "REPARADOS:" AT 2241
           DISPLAY QTDREPAR AT 2252
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

       LISTACAMP-LOOP.
           READ CADRECV NEXT
           IF ERRORCV NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RL-CAMPANHA NOT = RC-CAMPANHA
                   MOVE 1 TO FIMARQ
               ELSE
                   IF RECV-PENDENTE
                       ADD 1 TO QTDPEND
                   END-IF
                   IF RECV-NOTIFICADO
                       ADD 1 TO QTDNOTIF
                   END-IF
                   IF RECV-REPARADO
                       ADD 1 TO QTDREPAR
                   END-IF
                   IF LINHACON < 22
                       PERFORM LERDONO
                       DISPLAY RL-CHASSI AT LINE LINHACON COL 03
                       DISPLAY RL-SITUACAO AT LINE LINHACON COL 21
                       DISPLAY NOMELISTA AT LINE LINHACON COL 23
                       DISPLAY DDD AT LINE LINHACON COL 46
                       DISPLAY NUMERO AT LINE LINHACON COL 49
                       DISPLAY RL-DATANOTIF AT LINE LINHACON COL 59
                       DISPLAY RL-DATAREPARO AT LINE LINHACON COL 68
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *NOME E TELEFONE DO DONO A AVISAR - CARRO DE ESTOQUE E DA LOJA
       LERDONO.
           MOVE SPACES TO NOMELISTA
           MOVE ZEROES TO DDD NUMERO
           IF RL-CPF = SPACES
               MOVE "ESTOQUE DA LOJA" TO NOMELISTA
           ELSE
               MOVE RL-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMELISTA
               ELSE
                   MOVE ZEROES TO DDD NUMERO
                   MOVE RL-CPF TO NOMELISTA
               END-IF
               MOVE "00" TO ERROPRO
           END-IF.

      *REGISTRA A NOTIFICACAO DO DONO OU O REPARO DO CARRO
       SITUACAO.
           PERFORM LIMPATELA
           DISPLAY "CHASSI:" AT 1305
           MOVE SPACES TO CHASSIINF
           ACCEPT CHASSIINF AT 1313
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE RC-CAMPANHA TO RL-CAMPANHA
           MOVE CHASSIINF TO RL-CHASSI
           READ CADRECV
           IF ERRORCV NOT = "00"
               MOVE "00" TO ERRORCV
               DISPLAY "CHASSI FORA DA CAMPANHA" AT 1805
               GO TO SITUACAO
           END-IF
           OPEN INPUT CADPROPR
           PERFORM LERDONO
           CLOSE CADPROPR
           MOVE "00" TO ERROPRO
           DISPLAY "DONO:" AT 1405
           DISPLAY NOMELISTA AT 1411
           DISPLAY DDD AT 1435
           DISPLAY NUMERO AT 1438
           DISPLAY "SITUACAO ATUAL:" AT 1505
           DISPLAY RL-SITUACAO AT 1521
           IF RECV-REPARADO
               DISPLAY "REPARO JA REGISTRADO EM" AT 1605
               DISPLAY RL-DATAREPARO AT 1629
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           GO TO R-SITUACAO.

       R-SITUACAO.
           DISPLAY "NOVA SITUACAO (N NOTIFICADO, R REPARADO):" AT 1605
           MOVE SPACES TO SITUACAOINF
           ACCEPT SITUACAOINF AT 1647
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO SITUACAO
           END-IF
           IF SITUACAOINF NOT = "N" AND SITUACAOINF NOT = "R"
               DISPLAY "SITUACAO INVALIDA" AT 1805
               GO TO R-SITUACAO
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           IF SITUACAOINF = "N"
               MOVE DATAHOJE TO RL-DATANOTIF
           ELSE
               DISPLAY "OS DO REPARO:" AT 1705
               MOVE ZEROES TO OSINF
               ACCEPT OSINF AT 1719
               MOVE OSINF TO RL-OS
               MOVE DATAHOJE TO RL-DATAREPARO
           END-IF
           MOVE SITUACAOINF TO RL-SITUACAO
           MOVE OPERADOR TO RL-OPERADOR
           REWRITE REGRECV
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNRECV
           PERFORM LIMPATELA
           IF ERRORCV = "00"
               DISPLAY "SITUACAO DO CARRO ATUALIZADA" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRECV" AT 1805
           END-IF
           MOVE "00" TO ERRORCV
           GO TO MENUPRINC.

      *ENCERRA A CAMPANHA - OS CARROS NAO REPARADOS DEIXAM DE BLOQUEAR
      *A VENDA
       ENCERRA.
           IF RECALL-ENCERRADO
               DISPLAY "CAMPANHA JA ENCERRADA" AT 1805
               GO TO MENUPRINC
           END-IF
           DISPLAY "ENCERRAR A CAMPANHA? F1 - SIM, F2 - NAO" AT 1305
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           MOVE "E" TO RC-SITUACAO
           MOVE OPERADOR TO RC-OPERADOR
           REWRITE REGRECAL
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNRECAL
           PERFORM LIMPATELA
           IF ERRO = "00"
               DISPLAY "CAMPANHA ENCERRADA" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRECAL" AT 1805
           END-IF
           MOVE "00" TO ERRO
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADRECAL PARA O JORNAL DE TRANSACOES
       JORNRECAL.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADRECAL" TO PJ-ARQUIVO
               MOVE REGRECAL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADRECV PARA O JORNAL DE TRANSACOES
       JORNRECV.
           IF ERRORCV = "00" OR ERRORCV = "02"
               MOVE "CADRECV" TO PJ-ARQUIVO
               MOVE REGRECV TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *BUSCA O NOME DA MARCA DA CAMPANHA
       LERMARCA.
           MOVE 0 TO BSMARCA
           MOVE RC-MARCA TO CODIGO
           OPEN INPUT CADMARCA
           READ CADMARCA
           IF ERROMAR = "00"
               DISPLAY MARCA AT 0814
           ELSE
               MOVE 1 TO BSMARCA
           END-IF
           CLOSE CADMARCA
           MOVE "00" TO ERROMAR.

      *BUSCA O NOME DO MODELO DA CAMPANHA
       LERMODELO.
           MOVE 0 TO BSMODELO
           MOVE RC-MARCA TO CODIGO1
           MOVE RC-MODELO TO CODIGO2
           OPEN INPUT CADMODEL
           READ CADMODEL
           IF ERROMOD = "00"
               DISPLAY MODELO AT 0852
           ELSE
               MOVE 1 TO BSMODELO
           END-IF
           CLOSE CADMODEL
           MOVE "00" TO ERROMOD.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY CAMPBUSCA TEMCAMP BSMARCA BSMODELO
           MOVE ZEROES TO LINHACON OSINF QTDNOVOS
           MOVE SPACES TO CHASSIINF SITUACAOINF AUX.

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
           CLOSE CADRECAL CADRECV.
           END PROGRAM P172941.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172953.
      *-----------------------------------------------------------------
      *DESPESAS OPERACIONAIS DA LOJA - ALUGUEL, CONTAS DE CONSUMO,
      *SALARIOS, PROPAGANDA, ASSINATURA DO PORTAL E DEMAIS CUSTOS QUE
      *NAO SAO DE VEICULO (ESTES FICAM NO CADPAG DO P172925). CADA
      *DESPESA (CADDESP) TEM CATEGORIA DO PLANO DE DESPESAS (CADCATD),
      *CENTRO DE CUSTO NA FILIAL (00 PARA A ADMINISTRACAO CENTRAL),
      *FORNECEDOR DO CADFORN, MES DE COMPETENCIA, VENCIMENTO E BAIXA
      *DE PAGAMENTO, QUE LANCA A SAIDA NO LIVRO CAIXA (TIPO D) NA
      *DATA DO PAGAMENTO. O OPERADOR COM FILIAL SO LANCA E VE A
      *PROPRIA FILIAL. LANCAR OU CANCELAR DESPESA COM COMPETENCIA EM
      *MES JA FECHADO PELO FECHADIA (FECHCTRL) EXIGE AUTORIZACAO DE
      *SUPERVISOR, E PAGAMENTO COM DATA EM DIA JA FECHADO E RECUSADO.
      *AS DESPESAS MENSAIS FIXAS SAO CADASTRADAS NO P172954 E GERADAS
      *PELO GERADESP NA CADEIA NOTURNA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADDESP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDESP
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS DP-COMPET WITH DUPLICATES
               ALTERNATE RECORD KEY IS DP-VENCTO WITH DUPLICATES.
           SELECT CADCATD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CD-CODIGO
               FILE STATUS  IS ERROCAT.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FO-CODIGO
               FILE STATUS  IS ERROFOR
               ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
           SELECT FECHCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTL.
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
      *DESPESAS OPERACIONAIS - SITUACAO 0 EM ABERTO, 1 PAGA OU 2
      *CANCELADA (COMO NO CADPAG); RECORRENTE COM O CODIGO DO CADRECD
      *QUANDO GERADA PELO GERADESP, ZERO QUANDO LANCADA NA TELA
           FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
           01 REGDESP.
               02 CHAVEDESP.
                   03 DP-NUMERO   PIC 9(6) VALUE ZEROES.
               02 DP-FILIAL       PIC 9(2) VALUE ZEROES.
               02 DP-CATEGORIA    PIC 9(3) VALUE ZEROES.
               02 DP-FORNECEDOR   PIC 9(4) VALUE ZEROES.
               02 DP-DOCUMENTO    PIC X(15) VALUE SPACES.
               02 DP-HISTORICO    PIC X(30) VALUE SPACES.
               02 DP-COMPET       PIC 9(6) VALUE ZEROES.
               02 DP-LANCTO       PIC 9(8) VALUE ZEROES.
               02 DP-VENCTO       PIC 9(8) VALUE ZEROES.
               02 DP-VALOR        PIC 9(7)V99 VALUE ZEROES.
               02 DP-DATAPAGTO    PIC 9(8) VALUE ZEROES.
               02 DP-VALORPAGO    PIC 9(7)V99 VALUE ZEROES.
               02 DP-SITUACAO     PIC 9(1) VALUE ZEROES.
                   88 DESP-ABERTA    VALUE 0.
                   88 DESP-PAGA      VALUE 1.
                   88 DESP-CANCELADA VALUE 2.
               02 DP-RECORR       PIC 9(4) VALUE ZEROES.
               02 DP-OPERADOR     PIC X(8) VALUE SPACES.

      *PLANO DE CATEGORIAS DE DESPESA (P172954) - GRUPO P PESSOAL,
      *O OCUPACAO, M MARKETING, A ADMINISTRATIVA OU F FINANCEIRA
           FD CADCATD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATD.DAT".
           01 REGCATD.
               02 CD-CODIGO PIC 9(3) VALUE ZEROES.
               02 CD-NOME   PIC X(30) VALUE SPACES.
               02 CD-GRUPO  PIC X(1) VALUE SPACES.

           FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FO-CODIGO  PIC 9(4) VALUE ZEROES.
               02 FO-NOME    PIC X(30) VALUE SPACES.
               02 FO-CPFCNPJ PIC X(14) VALUE SPACES.
               02 FO-TELEFONE.
                   03 FO-DDD    PIC 9(2) VALUE ZEROES.
                   03 FO-NUMERO PIC 9(9) VALUE ZEROES.
               02 FO-EMAIL   PIC X(30) VALUE SPACES.

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
           01 REGCAIXA.
               02 CHAVECAIXA.
                   03 CX-DATA PIC 9(8) VALUE ZEROES.
                   03 CX-SEQ  PIC 9(5) VALUE ZEROES.
               02 CX-TIPO      PIC X(1) VALUE SPACES.
               02 CX-SINAL     PIC X(1) VALUE SPACES.
               02 CX-CHAVE     PIC X(17) VALUE SPACES.
               02 CX-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 CX-OPERADOR  PIC X(8) VALUE SPACES.
               02 CX-HISTORICO PIC X(30) VALUE SPACES.

           FD FECHCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHCTRL.TXT".
           01 LINHACTRL.
               02 CT-DATA    PIC 9(8).
               02 CT-SALDO   PIC 9(9)V99.

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
           01 OPERADOR2 PIC X(08) VALUE SPACES.
           01 SENHAINF2 PIC X(20) VALUE SPACES.
           01 BSOPER2 PIC 9(1) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROCAT PIC X(2) VALUE "00".
           01 ERROFOR PIC X(2) VALUE "00".
           01 ERROFIL PIC X(2) VALUE "00".
           01 ERROCAI PIC X(2) VALUE "00".
           01 ERROCTL PIC X(2) VALUE "00".
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
           01 ACHOU PIC 9(1) VALUE 0.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 FIMCAI PIC 9(1) VALUE 0.
           01 NUMBUSCA PIC 9(6) VALUE ZEROES.
           01 ULTNUMERO PIC 9(6) VALUE ZEROES.
           01 DESPSALVA PIC X(121) VALUE SPACES.
           01 DATABAIXA PIC 9(8) VALUE ZEROES.
           01 VALORBAIXA PIC 9(7)V99 VALUE ZEROES.
           01 DATACAIXA PIC 9(8) VALUE ZEROES.
           01 SEQCAIXA PIC 9(5) VALUE ZEROES.
           01 DATABUSCA PIC 9(8) VALUE ZEROES.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 ED-VALOR PIC Z(6)9,99.
      *FECHAMENTO DO FECHADIA - DIAS ATE DATAFECH ESTAO FECHADOS
           01 TEMFECH PIC 9(1) VALUE 0.
           01 DATAFECH PIC 9(8) VALUE ZEROES.
           01 SALDOFECH PIC 9(9)V99 VALUE ZEROES.
           01 COMPFECH PIC 9(1) VALUE 0.
           01 DATACHK.
               03 DC-ANO PIC 9(4) VALUE ZEROES.
               03 DC-MES PIC 9(2) VALUE ZEROES.
               03 DC-DIA PIC 9(2) VALUE ZEROES.
           01 DATACHK-N REDEFINES DATACHK PIC 9(8).
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 ZAUX PIC 9(4) VALUE ZEROES.
           01 ZRESTO PIC 9(2) VALUE ZEROES.

           SCREEN SECTION.
       01  TELADESP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "          DESPESAS OPERACIONAIS DA LOJA".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  NUMERO:".
           05  LINE 07  COLUMN 01
               VALUE  "  FILIAL:".
           05  LINE 08  COLUMN 01
               VALUE  "  CATEGORIA:".
           05  LINE 09  COLUMN 01
               VALUE  "  FORNECEDOR:".
           05  LINE 10  COLUMN 01
               VALUE  "  DOCUMENTO:".
           05  LINE 10  COLUMN 42
               VALUE  "COMPETENCIA:".
           05  LINE 11  COLUMN 01
               VALUE  "  HISTORICO:".
           05  LINE 12  COLUMN 01
               VALUE  "  VENCIMENTO:".
           05  LINE 12  COLUMN 42
               VALUE  "VALOR:".

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE DESPESAS, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADDESP
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADDESP
                   CLOSE CADDESP
                  DISPLAY "ARQUIVO CADDESP FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADDESP" AT 0622
           ELSE
               DISPLAY TELADESP
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
               DISPLAY TELADESP
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
           DISPLAY "F1 LANCAR DESPESA, F2 CONSULTAR/PAGAR/CANCELAR,"
               AT 1305
           DISPLAY "F4 VENCIMENTOS EM ABERTO, F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELADESP
               GO TO R-FILIAL
           WHEN = 02
               DISPLAY TELADESP
               GO TO CONSULTA
           WHEN = 04
               DISPLAY TELADESP
               GO TO VENCIMENTOS
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE O CENTRO DE CUSTO - O OPERADOR COM FILIAL SO LANCA NA
      *PROPRIA FILIAL; 00 E A ADMINISTRACAO CENTRAL
       R-FILIAL.
           IF FILIALOPER NOT = 0
               MOVE FILIALOPER TO DP-FILIAL
               DISPLAY DP-FILIAL AT 0711
           ELSE
               ACCEPT DP-FILIAL AT 0711
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   GO TO MENUPRINC
               END-IF
           END-IF
           PERFORM LERFILIAL
           IF ACHOU = 0
               DISPLAY "FILIAL NAO CADASTRADA" AT 1805
               GO TO R-FILIAL
           END-IF
           DISPLAY "                                       " AT 1802.

       R-CATEGORIA.
           ACCEPT DP-CATEGORIA AT 0814
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LERCATEGORIA
           IF ACHOU = 0
               DISPLAY "CATEGORIA NAO CADASTRADA" AT 1805
               GO TO R-CATEGORIA
           END-IF
           DISPLAY "                                       " AT 1802.

       R-FORNECEDOR.
           ACCEPT DP-FORNECEDOR AT 0915
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LERFORNECEDOR
           IF ACHOU = 0
               DISPLAY "FORNECEDOR NAO CADASTRADO" AT 1805
               GO TO R-FORNECEDOR
           END-IF
           DISPLAY "                                       " AT 1802.

       R-DOCUMENTO.
           ACCEPT DP-DOCUMENTO AT 1014
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF.

      *COMPETENCIA EM BRANCO ASSUME O MES CORRENTE
       R-COMPET.
           ACCEPT DP-COMPET AT 1055
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           IF DP-COMPET = ZEROES
               MOVE DATAHOJE(1:6) TO DP-COMPET
               DISPLAY DP-COMPET AT 1055
           END-IF
           MOVE DP-COMPET TO DATACHK-N(1:6)
           IF DC-MES < 1 OR DC-MES > 12
               DISPLAY "COMPETENCIA INVALIDA (AAAAMM)" AT 1805
               GO TO R-COMPET
           END-IF
           DISPLAY "                                       " AT 1802.

      *HISTORICO EM BRANCO ASSUME O NOME DA CATEGORIA
       R-HISTORICO.
           ACCEPT DP-HISTORICO AT 1114
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF DP-HISTORICO = SPACES
               MOVE CD-NOME TO DP-HISTORICO
               DISPLAY DP-HISTORICO AT 1114
           END-IF.

       R-VENCTO.
           ACCEPT DP-VENCTO AT 1215
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE DP-VENCTO TO DATACHK-N
           IF DC-MES < 1 OR DC-MES > 12
               DISPLAY "VENCIMENTO INVALIDO (AAAAMMDD)" AT 1805
               GO TO R-VENCTO
           END-IF
           PERFORM CALCULAULTDIA
           IF DC-DIA < 1 OR DC-DIA > ULTDIA
               DISPLAY "VENCIMENTO INVALIDO (AAAAMMDD)" AT 1805
               GO TO R-VENCTO
           END-IF
           DISPLAY "                                       " AT 1802.

       R-VALOR.
           ACCEPT DP-VALOR AT 1249
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF DP-VALOR = ZEROES
               DISPLAY "INFORME O VALOR DA DESPESA" AT 1805
               GO TO R-VALOR
           END-IF
           DISPLAY "                                       " AT 1802
           PERFORM CHECACOMPET
           IF COMPFECH = 1
               DISPLAY "COMPETENCIA EM PERIODO JA FECHADO - EXIGE"
                   AT 1805
               DISPLAY "AUTORIZACAO DE SUPERVISOR" AT 1905
               PERFORM R-AUTORIZAFECH
               IF BSOPER2 = 1
                   PERFORM LIMPATELA
                   DISPLAY "LANCAMENTO RECUSADO - PERIODO FECHADO"
                       AT 1805
                   ACCEPT AUX AT 2360
                   DISPLAY TELADESP
                   GO TO MENUPRINC
               END-IF
           END-IF
           GO TO GRAVADESP.

      *GRAVA A DESPESA COM O PROXIMO NUMERO
       GRAVADESP.
           PERFORM LIMPATELA
           DISPLAY "GRAVAR DESPESA?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY TELADESP
               GO TO MENUPRINC
           END-IF
           MOVE REGDESP TO DESPSALVA
           PERFORM BUSCAULTNUM
           MOVE DESPSALVA TO REGDESP
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           COMPUTE DP-NUMERO = ULTNUMERO + 1
           MOVE DATAHOJE TO DP-LANCTO
           MOVE ZEROES TO DP-DATAPAGTO DP-VALORPAGO DP-RECORR
           MOVE 0 TO DP-SITUACAO
           MOVE OPERADOR TO DP-OPERADOR
           WRITE REGDESP
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNDESP
           IF ERRO = "00" OR "02"
               DISPLAY DP-NUMERO AT 0611
               DISPLAY "DESPESA GRAVADA" AT 2010
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADDESP" AT 2010
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELADESP
           GO TO MENUPRINC.

      *LOCALIZA O ULTIMO NUMERO DE DESPESA JA USADO
       BUSCAULTNUM.
           MOVE ZEROES TO ULTNUMERO
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO DP-NUMERO
           START CADDESP KEY IS GREATER THAN CHAVEDESP
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM BUSCAULTNUM-LOOP UNTIL FIMARQ = 1.

       BUSCAULTNUM-LOOP.
           READ CADDESP NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
               MOVE "00" TO ERRO
           ELSE
               MOVE DP-NUMERO TO ULTNUMERO
           END-IF.

      *CONSULTA A DESPESA PELO NUMERO E OFERECE BAIXA E CANCELAMENTO
       CONSULTA.
           MOVE ZEROES TO NUMBUSCA
           ACCEPT NUMBUSCA AT 0611
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR NUMBUSCA = ZEROES
               GO TO MENUPRINC
           END-IF
           MOVE NUMBUSCA TO DP-NUMERO
           READ CADDESP
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "DESPESA NAO ENCONTRADA" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF FILIALOPER NOT = 0 AND DP-FILIAL NOT = FILIALOPER
               DISPLAY "DESPESA DE OUTRA FILIAL" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

       MOSTRADESP.
           DISPLAY TELADESP
           PERFORM LIMPATELA
           MOVE DP-VALOR TO ED-VALOR
           DISPLAY DP-NUMERO AT 0611
           DISPLAY DP-FILIAL AT 0711
           DISPLAY DP-CATEGORIA AT 0814
           DISPLAY DP-FORNECEDOR AT 0915
           DISPLAY DP-DOCUMENTO AT 1014
           DISPLAY DP-COMPET AT 1055
           DISPLAY DP-HISTORICO AT 1114
           DISPLAY DP-VENCTO AT 1215
           DISPLAY ED-VALOR AT 1249
           PERFORM LERFILIAL
           PERFORM LERCATEGORIA
           PERFORM LERFORNECEDOR
           IF DESP-PAGA
               MOVE DP-VALORPAGO TO ED-VALOR
               DISPLAY "SITUACAO: PAGA EM" AT 1305
               DISPLAY DP-DATAPAGTO AT 1323
               DISPLAY "VALOR PAGO:" AT 1333
               DISPLAY ED-VALOR AT 1345
               DISPLAY "F3 VOLTAR" AT 1405
           ELSE
               IF DESP-CANCELADA
                   DISPLAY "SITUACAO: CANCELADA" AT 1305
                   DISPLAY "F3 VOLTAR" AT 1405
               ELSE
                   DISPLAY "SITUACAO: EM ABERTO" AT 1305
                   DISPLAY "F1 PAGAR, F4 CANCELAR, F3 VOLTAR" AT 1405
               END-IF
           END-IF
           IF DP-RECORR NOT = ZEROES
               DISPLAY "GERADA PELA DESPESA RECORRENTE" AT 1505
               DISPLAY DP-RECORR AT 1536
           END-IF
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               IF DESP-ABERTA
                   GO TO BAIXADESP
               END-IF
           WHEN = 04
               IF DESP-ABERTA
                   GO TO CANCELADESP
               END-IF
           END-EVALUATE
           DISPLAY TELADESP
           GO TO MENUPRINC.

      *REGISTRA O PAGAMENTO - DATA E VALOR EM BRANCO ASSUMEM HOJE E O
      *VALOR DA DESPESA. DIA JA FECHADO PELO FECHADIA NAO RECEBE
      *PAGAMENTO. A SAIDA VAI PARA O LIVRO CAIXA NA DATA DO PAGAMENTO
       BAIXADESP.
           PERFORM LIMPATELA
           MOVE ZEROES TO DATABAIXA VALORBAIXA
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD):" AT 1605
           ACCEPT DATABAIXA AT 1635
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELADESP
               GO TO MENUPRINC
           END-IF
           DISPLAY "VALOR PAGO:" AT 1705
           ACCEPT VALORBAIXA AT 1717
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           IF DATABAIXA = ZEROES
               MOVE DATAHOJE TO DATABAIXA
           END-IF
           IF DATABAIXA > DATAHOJE
               DISPLAY "DATA DE PAGAMENTO NO FUTURO" AT 1805
               GO TO BAIXADESP
           END-IF
           PERFORM LERFECHCTRL
           IF TEMFECH = 1 AND DATABAIXA NOT > DATAFECH
               DISPLAY "DATA EM PERIODO JA FECHADO" AT 1805
               GO TO BAIXADESP
           END-IF
           IF VALORBAIXA = ZEROES
               MOVE DP-VALOR TO VALORBAIXA
           END-IF
           MOVE DATABAIXA TO DP-DATAPAGTO
           MOVE VALORBAIXA TO DP-VALORPAGO
           MOVE 1 TO DP-SITUACAO
           REWRITE REGDESP
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNDESP
           IF ERRO = "00" OR "02"
               PERFORM LANCACAIXADESP
               PERFORM LIMPATELA
               DISPLAY "PAGAMENTO REGISTRADO" AT 1605
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO REGISTRAR O PAGAMENTO" AT 1605
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELADESP
           GO TO MENUPRINC.

      *CANCELA A DESPESA EM ABERTO - COMPETENCIA EM MES FECHADO EXIGE
      *AUTORIZACAO DE SUPERVISOR
       CANCELADESP.
           PERFORM LIMPATELA
           PERFORM CHECACOMPET
           IF COMPFECH = 1
               DISPLAY "COMPETENCIA EM PERIODO JA FECHADO - EXIGE"
                   AT 1805
               DISPLAY "AUTORIZACAO DE SUPERVISOR" AT 1905
               PERFORM R-AUTORIZAFECH
               IF BSOPER2 = 1
                   PERFORM LIMPATELA
                   DISPLAY "CANCELAMENTO RECUSADO - PERIODO FECHADO"
                       AT 1805
                   ACCEPT AUX AT 2360
                   DISPLAY TELADESP
                   GO TO MENUPRINC
               END-IF
               PERFORM LIMPATELA
           END-IF
           DISPLAY "CANCELAR A DESPESA?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               MOVE 2 TO DP-SITUACAO
               REWRITE REGDESP
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNDESP
               IF ERRO = "00" OR "02"
                   DISPLAY "DESPESA CANCELADA" AT 2010
               ELSE
                   DISPLAY "ERRO AO CANCELAR A DESPESA" AT 2010
               END-IF
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
           END-IF
           DISPLAY TELADESP
           GO TO MENUPRINC.

      *LANCA A SAIDA DE DINHEIRO NO LIVRO CAIXA (CADCAIXA) COM A
      *PROXIMA SEQUENCIA DO DIA DO PAGAMENTO
       LANCACAIXADESP.
           OPEN I-O CADCAIXA
           IF ERROCAI NOT = "00"
               IF ERROCAI = "30" OR ERROCAI = "35"
                   OPEN OUTPUT CADCAIXA
                   CLOSE CADCAIXA
                   OPEN I-O CADCAIXA
               END-IF
           END-IF
           IF ERROCAI = "00"
               MOVE DATABAIXA TO DATACAIXA
               MOVE ZEROES TO SEQCAIXA
               MOVE 0 TO FIMCAI
               MOVE DATACAIXA TO CX-DATA
               MOVE ZEROES TO CX-SEQ
               START CADCAIXA KEY IS GREATER THAN CHAVECAIXA
                   INVALID KEY
                       MOVE 1 TO FIMCAI
               END-START
               PERFORM LANCACAIXADESP-LOOP UNTIL FIMCAI = 1
               MOVE DATACAIXA TO CX-DATA
               COMPUTE CX-SEQ = SEQCAIXA + 1
               MOVE "D" TO CX-TIPO
               MOVE "S" TO CX-SINAL
               MOVE SPACES TO CX-CHAVE
               STRING "DESP" DELIMITED BY SIZE
                   DP-NUMERO DELIMITED BY SIZE
                   INTO CX-CHAVE
               END-STRING
               MOVE VALORBAIXA TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE DP-HISTORICO TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.

       LANCACAIXADESP-LOOP.
           READ CADCAIXA NEXT
           IF ERROCAI NOT = "00"
               MOVE 1 TO FIMCAI
               MOVE "00" TO ERROCAI
           ELSE
               IF CX-DATA NOT = DATACAIXA
                   MOVE 1 TO FIMCAI
               ELSE
                   MOVE CX-SEQ TO SEQCAIXA
               END-IF
           END-IF.

      *LISTA AS DESPESAS EM ABERTO POR VENCIMENTO A PARTIR DA DATA
      *(EM BRANCO, TODAS, INCLUSIVE AS VENCIDAS)
       VENCIMENTOS.
           PERFORM LIMPATELA
           DISPLAY "VENCIMENTO A PARTIR DE (AAAAMMDD):" AT 1302
           MOVE ZEROES TO DATABUSCA
           ACCEPT DATABUSCA AT 1337
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "NUMERO FL CAT VENCTO        VALOR HISTORICO"
               AT 1201
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           MOVE DATABUSCA TO DP-VENCTO
           START CADDESP KEY IS NOT LESS THAN DP-VENCTO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM VENCIMENTOS-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELADESP
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCAIXA PARA O JORNAL DE TRANSACOES
       JORNCAIXA.
           IF ERROCAI = "00" OR ERROCAI = "02"
               MOVE "CADCAIXA" TO PJ-ARQUIVO
               MOVE REGCAIXA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADDESP PARA O JORNAL DE TRANSACOES
       JORNDESP.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADDESP" TO PJ-ARQUIVO
               MOVE REGDESP TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       VENCIMENTOS-LOOP.
           READ CADDESP NEXT
           IF ERRO NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               IF DESP-ABERTA
                   AND (FILIALOPER = 0 OR DP-FILIAL = FILIALOPER)
                   MOVE DP-VALOR TO ED-VALOR
                   DISPLAY DP-NUMERO AT LINE LINHACON COL 01
                   DISPLAY DP-FILIAL AT LINE LINHACON COL 08
                   DISPLAY DP-CATEGORIA AT LINE LINHACON COL 11
                   DISPLAY DP-VENCTO AT LINE LINHACON COL 15
                   DISPLAY ED-VALOR AT LINE LINHACON COL 24
                   DISPLAY DP-HISTORICO AT LINE LINHACON COL 35
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *BUSCA A FILIAL DO CENTRO DE CUSTO - 00 E A ADMINISTRACAO
      *CENTRAL, QUE NAO ESTA NO CADFIL
       LERFILIAL.
           MOVE 0 TO ACHOU
           IF DP-FILIAL = ZEROES
               MOVE 1 TO ACHOU
               DISPLAY "ADMINISTRACAO CENTRAL" AT 0715
           ELSE
               OPEN INPUT CADFIL
               IF ERROFIL = "00"
                   MOVE DP-FILIAL TO FL-CODIGO
                   READ CADFIL
                   IF ERROFIL = "00"
                       MOVE 1 TO ACHOU
                       DISPLAY FL-NOME AT 0715
                   END-IF
                   CLOSE CADFIL
               END-IF
               MOVE "00" TO ERROFIL
           END-IF.

      *BUSCA A CATEGORIA NO PLANO DE DESPESAS
       LERCATEGORIA.
           MOVE 0 TO ACHOU
           MOVE SPACES TO CD-NOME
           OPEN INPUT CADCATD
           IF ERROCAT = "00"
               MOVE DP-CATEGORIA TO CD-CODIGO
               READ CADCATD
               IF ERROCAT = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY CD-NOME AT 0819
               END-IF
               CLOSE CADCATD
           END-IF
           MOVE "00" TO ERROCAT.

      *BUSCA O FORNECEDOR DA DESPESA
       LERFORNECEDOR.
           MOVE 0 TO ACHOU
           OPEN INPUT CADFORN
           IF ERROFOR = "00"
               MOVE DP-FORNECEDOR TO FO-CODIGO
               READ CADFORN
               IF ERROFOR = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY FO-NOME AT 0921
               END-IF
               CLOSE CADFORN
           END-IF
           MOVE "00" TO ERROFOR.

      *LE A DATA E O SALDO DO ULTIMO FECHAMENTO
       LERFECHCTRL.
           MOVE 0 TO TEMFECH
           OPEN INPUT FECHCTRL
           IF ERROCTL = "00"
               READ FECHCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-DATA TO DATAFECH
                       MOVE CT-SALDO TO SALDOFECH
                       MOVE 1 TO TEMFECH
               END-READ
               CLOSE FECHCTRL
           END-IF
           MOVE "00" TO ERROCTL.

      *A COMPETENCIA ESTA FECHADA QUANDO O FECHADIA JA PASSOU DO
      *ULTIMO DIA DO MES
       CHECACOMPET.
           MOVE 0 TO COMPFECH
           PERFORM LERFECHCTRL
           IF TEMFECH = 1
               MOVE ZEROES TO DATACHK-N
               MOVE DP-COMPET TO DATACHK-N(1:6)
               PERFORM CALCULAULTDIA
               MOVE ULTDIA TO DC-DIA
               IF DATAFECH NOT < DATACHK-N
                   MOVE 1 TO COMPFECH
               END-IF
           END-IF.

      *ULTIMO DIA DO MES DE DATACHK - BISSEXTO PELA REGRA SIMPLES
      *DO DIVISIVEL POR 4, SUFICIENTE PARA O HORIZONTE DO SISTEMA
       CALCULAULTDIA.
           EVALUATE DC-MES
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO ULTDIA
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO ULTDIA
           WHEN OTHER
               MOVE 28 TO ULTDIA
               DIVIDE DC-ANO BY 4 GIVING ZAUX REMAINDER ZRESTO
               IF ZRESTO = ZEROES
                   MOVE 29 TO ULTDIA
               END-IF
           END-EVALUATE.

      *AUTORIZACAO ESTRITA DE SUPERVISOR (NIVEL 1) PARA MEXER EM
      *PERIODO FECHADO
       R-AUTORIZAFECH.
           MOVE 0 TO BSOPER2
           DISPLAY "OPERADOR SUPERVISOR:" AT 2005
           ACCEPT OPERADOR2 AT 2026
           DISPLAY "SENHA:" AT 2105
           ACCEPT SENHAINF2 AT 2112
           MOVE OPERADOR2 TO OPERADORID
           OPEN INPUT CADOPER
           READ CADOPER
           IF ERROOPE = "00"
               MOVE SENHAINF2 TO PH-SENHA
               PERFORM CONFERESENHA
               IF SENHAOK = 0 OR NIVEL NOT = 1
                   OR BLOQUEADO NOT = 0
                   MOVE 1 TO BSOPER2
               END-IF
           ELSE
               MOVE 1 TO BSOPER2
           END-IF
           CLOSE CADOPER
           MOVE "00" TO ERROOPE
           MOVE SPACES TO OPERADOR2 SENHAINF2
           DISPLAY "                                       " AT 2002
           DISPLAY "                                       " AT 2041
           DISPLAY "                                       " AT 2102.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO DP-NUMERO DP-FILIAL DP-CATEGORIA
               DP-FORNECEDOR DP-COMPET DP-LANCTO DP-VENCTO DP-VALOR
               DP-DATAPAGTO DP-VALORPAGO DP-SITUACAO DP-RECORR
               ACTKEY NUMBUSCA DATABUSCA LINHACON
           MOVE SPACES TO DP-DOCUMENTO DP-HISTORICO DP-OPERADOR
               CD-NOME AUX.

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
           CLOSE CADDESP.
           END PROGRAM P172953.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172948.
      *-----------------------------------------------------------------
      *EXTRATO DO CLIENTE POR CPF - JUNTA NUM SO DOCUMENTO OS CARROS
      *QUE O CLIENTE COMPROU E AS TROCAS DADAS NA COMPRA (CADHIST), AS
      *PARCELAS DO FINANCIAMENTO COM VENCIMENTO, VALOR PAGO E ENCARGOS
      *DE ATRASO (PAGOS, PELO HISTORICO DE BAIXAS DO CADBXPC, OU A
      *PAGAR HOJE, PELA MULTA E JUROS DO CADMULTA), AS RENEGOCIACOES
      *DO P172922 AINDA EM ABERTO, OS SINAIS DE RESERVA EM DEPOSITO
      *(CADRES) E O SALDO ATUAL. O EXTRATO E EXIBIDO NA TELA E
      *GRAVADO EM EXTRATO.TXT - OS EXTRATOS EMITIDOS NA MESMA ENTRADA
      *FICAM NO ARQUIVO, QUE O MENU GERAL GUARDA NO ESPOLIO PARA
      *REIMPRESSAO E PARA ANEXAR A CARTA DE COBRANCA.
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
           SELECT CADHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEHIST
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS HS-CPF WITH DUPLICATES.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERROPAR
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADBXPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBXPC
               FILE STATUS  IS ERROBXP
               ALTERNATE RECORD KEY IS BP-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS BP-CPF WITH DUPLICATES.
           SELECT CADRES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RS-CHASSI
               FILE STATUS  IS ERRORES.
           SELECT CADMULTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MU-CODIGO
               FILE STATUS  IS ERROMUL.
           SELECT CADFER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FE-DATA
               FILE STATUS  IS ERROFER.
           SELECT EXTRATO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROEXT.
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

           FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 CHAVEPARC.
                   03 PR-CHASSI    PIC X(17) VALUE SPACES.
                   03 PR-NUMPARC   PIC 9(3) VALUE ZEROES.
               02 PR-CPF           PIC X(11) VALUE SPACES.
               02 PR-VENCTO        PIC 9(8) VALUE ZEROES.
               02 PR-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 PR-DATAPAGTO     PIC 9(8) VALUE ZEROES.
               02 PR-VALORPAGO     PIC 9(7)V99 VALUE ZEROES.
               02 PR-SITUACAO      PIC 9(1) VALUE ZEROES.
                   88 PARC-ABERTA    VALUE 0.
                   88 PARC-PAGA      VALUE 1.
                   88 PARC-ESTORNADA VALUE 2.
                   88 PARC-RENEGOCIADA VALUE 3.
               02 PR-REMESSA       PIC 9(4) VALUE ZEROES.

           FD CADBXPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBXPC.DAT".
           01 REGBXPC.
               02 CHAVEBXPC.
                   03 BP-CHASSI    PIC X(17) VALUE SPACES.
                   03 BP-NUMPARC   PIC 9(3) VALUE ZEROES.
                   03 BP-SEQ       PIC 9(3) VALUE ZEROES.
               02 BP-DATA          PIC 9(8) VALUE ZEROES.
               02 BP-CPF           PIC X(11) VALUE SPACES.
               02 BP-TIPO          PIC X(1) VALUE SPACES.
               02 BP-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 BP-ABATIDO       PIC 9(7)V99 VALUE ZEROES.
               02 BP-DESCONTO      PIC 9(7)V99 VALUE ZEROES.
               02 BP-ACRESCIMO     PIC 9(7)V99 VALUE ZEROES.
               02 BP-SALDO         PIC 9(7)V99 VALUE ZEROES.
               02 BP-OPERADOR      PIC X(8) VALUE SPACES.

           FD CADRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
           01 REGRES.
               02 RS-CHASSI   PIC X(17) VALUE SPACES.
               02 RS-CPF      PIC X(11) VALUE SPACES.
               02 RS-VALOR    PIC 9(7)V99 VALUE ZEROES.
               02 RS-DATARES  PIC 9(8) VALUE ZEROES.
               02 RS-VALIDADE PIC 9(8) VALUE ZEROES.
               02 RS-OPERADOR PIC X(8) VALUE SPACES.
               02 RS-SITUACAO PIC 9(1) VALUE ZEROES.
                   88 RES-ATIVA      VALUE 0.
                   88 RES-CONVERTIDA VALUE 1.
                   88 RES-EXPIRADA   VALUE 2.
                   88 RES-CANCELADA  VALUE 3.

           FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
           01 REGMULTA.
               02 MU-CODIGO   PIC 9(1) VALUE ZEROES.
               02 MU-MULTA    PIC 9(2)V99 VALUE ZEROES.
               02 MU-JUROSDIA PIC 9(1)V999 VALUE ZEROES.

           FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           01 REGFER.
               02 FE-DATA      PIC 9(8) VALUE ZEROES.
               02 FE-DESCRICAO PIC X(30) VALUE SPACES.

           FD EXTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTRATO.TXT".
           01 LINHAEXT PIC X(78) VALUE SPACES.

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
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 ERROBXP PIC X(2) VALUE "00".
           01 ERRORES PIC X(2) VALUE "00".
           01 ERROMUL PIC X(2) VALUE "00".
           01 ERROFER PIC X(2) VALUE "00".
           01 ERROEXT PIC X(2) VALUE "00".
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
           01 CPFBUSCA PIC X(11) VALUE SPACES.
           01 CONLIN PIC 9(2) VALUE ZEROES.
           01 FIMHIS PIC 9(1) VALUE 0.
           01 FIMPAR PIC 9(1) VALUE 0.
           01 FIMBXP PIC 9(1) VALUE 0.
           01 FIMRES PIC 9(1) VALUE 0.
           01 FIMEXT PIC 9(1) VALUE 0.
           01 TEMBXPC PIC 9(1) VALUE 0.
           01 TEMHISTBX PIC 9(1) VALUE 0.
      *LINHAS JA GRAVADAS EM EXTRATO.TXT NESTA ENTRADA - A TELA
      *MOSTRA SO AS LINHAS DO ULTIMO EXTRATO EMITIDO
           01 QTDLINEXT PIC 9(5) VALUE ZEROES.
           01 QTDLINANT PIC 9(5) VALUE ZEROES.
           01 LINLIDAS PIC 9(5) VALUE ZEROES.
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
      *MULTA E JUROS DE ATRASO DO CADMULTA, LIDOS UMA VEZ POR EXTRATO
           01 TEMMULTA PIC 9(1) VALUE 0.
           01 MULTAPCT PIC 9(2)V99 VALUE ZEROES.
           01 JUROSPCT PIC 9(1)V999 VALUE ZEROES.
      *CONTAGEM DE DIAS EM BASE COMERCIAL (ANO DE 360 DIAS), COMO
      *O P172909 FAZ NA CORRECAO DA PARCELA VENCIDA
           01 VENCDATA PIC 9(8) VALUE ZEROES.
           01 VENCDATA-R REDEFINES VENCDATA.
               02 VC-ANO PIC 9(4).
               02 VC-MES PIC 9(2).
               02 VC-DIA PIC 9(2).
           01 HOJEDATA PIC 9(8) VALUE ZEROES.
           01 HOJEDATA-R REDEFINES HOJEDATA.
               02 HJ-ANO PIC 9(4).
               02 HJ-MES PIC 9(2).
               02 HJ-DIA PIC 9(2).
           01 DIASVENC PIC 9(8) VALUE ZEROES.
           01 DIASHOJE PIC 9(8) VALUE ZEROES.
           01 DIASATRASO PIC S9(8) VALUE ZEROES.
           01 TEMFERIADO PIC 9(1) VALUE 0.
      *APOIO DO CALENDARIO DE DIAS UTEIS - VENCIMENTO ROLADO E O
      *CALCULO DO DIA DA SEMANA (ZELLER, 0 SABADO / 1 DOMINGO)
           01 VENCUTIL.
               03 VU-ANO PIC 9(4) VALUE ZEROES.
               03 VU-MES PIC 9(2) VALUE ZEROES.
               03 VU-DIA PIC 9(2) VALUE ZEROES.
           01 VENCUTIL-N REDEFINES VENCUTIL PIC 9(8).
           01 ZANO PIC 9(4) VALUE ZEROES.
           01 ZMES PIC 9(2) VALUE ZEROES.
           01 ZJ PIC 9(2) VALUE ZEROES.
           01 ZK PIC 9(2) VALUE ZEROES.
           01 ZT1 PIC 9(4) VALUE ZEROES.
           01 ZT2 PIC 9(4) VALUE ZEROES.
           01 ZT3 PIC 9(4) VALUE ZEROES.
           01 ZSOMA PIC 9(4) VALUE ZEROES.
           01 ZAUX PIC 9(4) VALUE ZEROES.
           01 ZRESTO PIC 9(2) VALUE ZEROES.
           01 DIASEMANA PIC 9(1) VALUE 0.
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 DIAUTILOK PIC 9(1) VALUE 0.
           01 EHFERIADO PIC 9(1) VALUE 0.
      *VALORES DA PARCELA E TOTAIS DO EXTRATO
           01 SALDOPARC PIC 9(7)V99 VALUE ZEROES.
           01 VALORMULTA PIC 9(7)V99 VALUE ZEROES.
           01 VALORJUROS PIC 9(7)V99 VALUE ZEROES.
           01 ENCARGOPARC PIC 9(7)V99 VALUE ZEROES.
           01 SALDOLINHA PIC 9(7)V99 VALUE ZEROES.
           01 QTDVEIC PIC 9(3) VALUE ZEROES.
           01 QTDPARC PIC 9(3) VALUE ZEROES.
           01 QTDPARCAB PIC 9(3) VALUE ZEROES.
           01 QTDATRASO PIC 9(3) VALUE ZEROES.
           01 QTDRENAB PIC 9(3) VALUE ZEROES.
           01 QTDSINAL PIC 9(3) VALUE ZEROES.
           01 TOTSALDO PIC 9(9)V99 VALUE ZEROES.
           01 TOTENCARGO PIC 9(9)V99 VALUE ZEROES.
           01 TOTENCPAGO PIC 9(9)V99 VALUE ZEROES.
           01 TOTPAGO PIC 9(9)V99 VALUE ZEROES.
           01 TOTSINAL PIC 9(9)V99 VALUE ZEROES.
           01 SALDOATUAL PIC S9(9)V99 VALUE ZEROES.
      *CHASSIS COM PARCELAS RENEGOCIADAS - O PLANO NOVO SEGUE A
      *NUMERACAO DA ULTIMA PARCELA RENEGOCIADA NO MESMO CHASSI
           01 TABRENEG.
               03 TR-ENTRY OCCURS 20 TIMES.
                   05 TR-CHASSI  PIC X(17).
                   05 TR-QTD     PIC 9(3).
                   05 TR-VALOR   PIC 9(7)V99.
                   05 TR-ULTNUM  PIC 9(3).
           01 TR-USADOS PIC 9(2) VALUE ZEROES.
           01 TR-IND PIC 9(2) VALUE 1.
           01 TR-ACHOU PIC 9(2) VALUE ZEROES.
           01 RENQTDNOVA PIC 9(3) VALUE ZEROES.
           01 RENSALDO PIC 9(7)V99 VALUE ZEROES.
      *LINHAS DETALHE DO EXTRATO
           01 LINHAVEIC.
               02 LV-CHASSI    PIC X(17) VALUE SPACES.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LV-DATAINI   PIC 9(8) VALUE ZEROES.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LV-DATAFIM   PIC X(8) VALUE SPACES.
               02 FILLER       PIC X(2) VALUE SPACES.
               02 LV-VALOR     PIC Z(6)9,99.
               02 FILLER       PIC X(3) VALUE SPACES.
               02 LV-TROCA     PIC Z(6)9,99.
           01 LINHAPARC.
               02 LP-CHASSI    PIC X(17) VALUE SPACES.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LP-NUMPARC   PIC ZZ9.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LP-VENCTO    PIC 9(8) VALUE ZEROES.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LP-SITUACAO  PIC X(6) VALUE SPACES.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LP-VALOR     PIC Z(5)9,99.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LP-PAGO      PIC Z(5)9,99.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LP-ENCARGO   PIC Z(5)9,99.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LP-SALDO     PIC Z(5)9,99.
           01 LINHARENEG.
               02 LR-CHASSI    PIC X(17) VALUE SPACES.
               02 FILLER       PIC X(3) VALUE SPACES.
               02 LR-QTD       PIC ZZ9.
               02 FILLER       PIC X(3) VALUE SPACES.
               02 LR-VALOR     PIC Z(6)9,99.
               02 FILLER       PIC X(5) VALUE SPACES.
               02 LR-QTDNOVA   PIC ZZ9.
               02 FILLER       PIC X(3) VALUE SPACES.
               02 LR-SALDO     PIC Z(6)9,99.
           01 LINHASINAL.
               02 LS-CHASSI    PIC X(17) VALUE SPACES.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LS-DATARES   PIC 9(8) VALUE ZEROES.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LS-VALIDADE  PIC 9(8) VALUE ZEROES.
               02 FILLER       PIC X(2) VALUE SPACES.
               02 LS-VALOR     PIC Z(6)9,99.
           01 LINHATOTAL.
               02 LT-TEXTO     PIC X(40) VALUE SPACES.
               02 LT-VALOR     PIC Z(8)9,99.
               02 FILLER       PIC X(1) VALUE SPACES.
               02 LT-SINAL     PIC X(20) VALUE SPACES.
           01 ED-TOTAL PIC Z(8)9,99.
           01 ED-QTD PIC ZZ9.

           SCREEN SECTION.
       01  TELAEXT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "               EXTRATO DO CLIENTE".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 06  COLUMN 22
               VALUE  "NOME:".
           05  LINE 07  COLUMN 01
               VALUE  "  VEICULOS:".
           05  LINE 07  COLUMN 22
               VALUE  "PARCELAS:".
           05  LINE 07  COLUMN 41
               VALUE  "EM ABERTO:".
           05  LINE 07  COLUMN 58
               VALUE  "EM ATRASO:".
           05  LINE 08  COLUMN 01
               VALUE  "  SALDO DAS PARCELAS:".
           05  LINE 08  COLUMN 41
               VALUE  "ENCARGOS ATE HOJE:".
           05  LINE 09  COLUMN 01
               VALUE  "  SINAIS EM DEPOSITO:".
           05  LINE 09  COLUMN 41
               VALUE  "RENEGOCIACOES EM ABERTO:".
           05  LINE 10  COLUMN 01
               VALUE  "  SALDO ATUAL:".
           05  TCPF
               LINE 06  COLUMN 08  PIC X(11)
               USING  CPFBUSCA.
           05  TNOME
               LINE 06  COLUMN 28  PIC X(30)
               FROM   NOME.

           PROCEDURE DIVISION.
      *ABRE O CADASTRO DE PROPRIETARIOS E INICIA O ARQUIVO DE
      *EXTRATOS DESTA ENTRADA
       ABREARQUIVO.
           OPEN INPUT CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROPR" AT 0622
               ACCEPT AUX AT 2360
               GO TO SAIR
           ELSE
               OPEN OUTPUT EXTRATO
               CLOSE EXTRATO
               DISPLAY TELAEXT
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
               DISPLAY TELAEXT
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
           DISPLAY "F1 EMITIR EXTRATO, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAEXT
               GO TO R-CPF
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE O CPF - SO CLIENTE CADASTRADO NO CADPROPR
       R-CPF.
           ACCEPT TCPF
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAEXT
               GO TO MENUPRINC
           END-IF
           MOVE CPFBUSCA TO CPF
           READ CADPROPR
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "CLIENTE NAO CADASTRADO" AT 1405
               GO TO R-CPF
           END-IF
           DISPLAY "                      " AT 1405
           DISPLAY TNOME
           PERFORM GERAEXTRATO
           PERFORM MOSTRARESUMO
           GO TO MOSTRAEXTRATO.

      *GRAVA O EXTRATO DO CPF NO FIM DE EXTRATO.TXT
       GERAEXTRATO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE QTDLINEXT TO QTDLINANT
           MOVE ZEROES TO QTDVEIC QTDPARC QTDPARCAB QTDATRASO QTDRENAB
               QTDSINAL TR-USADOS
           MOVE ZEROES TO TOTSALDO TOTENCARGO TOTENCPAGO TOTPAGO
               TOTSINAL SALDOATUAL
           PERFORM LEMULTA
           MOVE 0 TO TEMFERIADO
           OPEN INPUT CADFER
           IF ERROFER = "00"
               MOVE 1 TO TEMFERIADO
           END-IF
           MOVE "00" TO ERROFER
           OPEN EXTEND EXTRATO
           PERFORM CABECALHO
           PERFORM LISTAVEICULOS
           PERFORM LISTAPARCELAS
           PERFORM LISTARENEG
           PERFORM LISTASINAIS
           PERFORM LISTARESUMO
           CLOSE EXTRATO
           IF TEMFERIADO = 1
               CLOSE CADFER
           END-IF
           MOVE "00" TO ERROFER.

      *PARAMETROS DE MULTA E JUROS DE ATRASO - SEM CADMULTA O
      *EXTRATO SAI SEM ENCARGOS A PAGAR
       LEMULTA.
           MOVE 0 TO TEMMULTA
           MOVE ZEROES TO MULTAPCT JUROSPCT
           OPEN INPUT CADMULTA
           IF ERROMUL = "00"
               MOVE 1 TO MU-CODIGO
               READ CADMULTA
               IF ERROMUL = "00"
                   MOVE 1 TO TEMMULTA
                   MOVE MU-MULTA TO MULTAPCT
                   MOVE MU-JUROSDIA TO JUROSPCT
               END-IF
               CLOSE CADMULTA
           END-IF
           MOVE "00" TO ERROMUL.

      *IDENTIFICACAO DO CLIENTE NO TOPO DO EXTRATO
       CABECALHO.
           MOVE SPACES TO LINHAEXT
           STRING "EXTRATO DO CLIENTE" DELIMITED BY SIZE
               "                                EMITIDO EM "
                   DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAEXT
           END-STRING
           PERFORM GRAVALINHA
           MOVE SPACES TO LINHAEXT
           STRING "CLIENTE: " DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               " CPF: " DELIMITED BY SIZE
               CPF DELIMITED BY SIZE
               INTO LINHAEXT
           END-STRING
           PERFORM GRAVALINHA
           MOVE SPACES TO LINHAEXT
           STRING "ENDERECO: CEP " DELIMITED BY SIZE
               BCEP DELIMITED BY SIZE
               " NUMERO " DELIMITED BY SIZE
               NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COMPLEMENTO DELIMITED BY SIZE
               INTO LINHAEXT
           END-STRING
           PERFORM GRAVALINHA
           MOVE SPACES TO LINHAEXT
           STRING "TELEFONE: (" DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               " E-MAIL: " DELIMITED BY SIZE
               EMAIL DELIMITED BY SIZE
               INTO LINHAEXT
           END-STRING
           PERFORM GRAVALINHA.

      *CARROS DO CLIENTE PELO HISTORICO DE PROPRIETARIOS - VALOR
      *DA COMPRA E VALOR DO CARRO DADO NA TROCA
       LISTAVEICULOS.
           MOVE SPACES TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "VEICULOS COMPRADOS E TROCAS DADAS NA COMPRA"
               TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE SPACES TO LINHAEXT
           STRING "CHASSI            DESDE    ATE        "
                   DELIMITED BY SIZE
               "VALOR COMPRA  VALOR TROCA" DELIMITED BY SIZE
               INTO LINHAEXT
           END-STRING
           PERFORM GRAVALINHA
           OPEN INPUT CADHIST
           IF ERROHIS = "00"
               MOVE 0 TO FIMHIS
               MOVE CPFBUSCA TO HS-CPF
               START CADHIST KEY IS EQUAL HS-CPF
                   INVALID KEY
                       MOVE 1 TO FIMHIS
               END-START
               PERFORM LISTAVEICULOS-LOOP UNTIL FIMHIS = 1
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERROHIS
           IF QTDVEIC = ZEROES
               MOVE "NENHUM VEICULO NO HISTORICO DO CLIENTE"
                   TO LINHAEXT
               PERFORM GRAVALINHA
           END-IF.

       LISTAVEICULOS-LOOP.
           READ CADHIST NEXT
           IF ERROHIS NOT = "00"
               MOVE 1 TO FIMHIS
           ELSE
               IF HS-CPF NOT = CPFBUSCA
                   MOVE 1 TO FIMHIS
               ELSE
                   MOVE HS-CHASSI TO LV-CHASSI
                   MOVE HS-DATAINI TO LV-DATAINI
                   IF HS-DATAFIM = ZEROES
                       MOVE "ATUAL" TO LV-DATAFIM
                   ELSE
                       MOVE HS-DATAFIM TO LV-DATAFIM
                   END-IF
                   MOVE HS-VALORVENDA TO LV-VALOR
                   MOVE HS-VALORTROCA TO LV-TROCA
                   MOVE LINHAVEIC TO LINHAEXT
                   PERFORM GRAVALINHA
                   ADD 1 TO QTDVEIC
               END-IF
           END-IF.

      *PARCELAS DO CLIENTE - ABERTA MOSTRA O SALDO COM OS ENCARGOS
      *DE ATRASO ATE HOJE, PAGA MOSTRA OS ENCARGOS QUE FORAM PAGOS
       LISTAPARCELAS.
           MOVE SPACES TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "PARCELAS DO FINANCIAMENTO" TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE SPACES TO LINHAEXT
           STRING "CHASSI            PAR VENCTO   SITUAC     VALOR"
                   DELIMITED BY SIZE
               "      PAGO  ENCARGOS     SALDO" DELIMITED BY SIZE
               INTO LINHAEXT
           END-STRING
           PERFORM GRAVALINHA
           MOVE 0 TO TEMBXPC
           OPEN INPUT CADBXPC
           IF ERROBXP = "00"
               MOVE 1 TO TEMBXPC
           END-IF
           MOVE "00" TO ERROBXP
           OPEN INPUT CADPARC
           IF ERROPAR = "00"
               MOVE 0 TO FIMPAR
               MOVE CPFBUSCA TO PR-CPF
               START CADPARC KEY IS EQUAL PR-CPF
                   INVALID KEY
                       MOVE 1 TO FIMPAR
               END-START
               PERFORM LISTAPARCELAS-LOOP UNTIL FIMPAR = 1
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPAR
           IF TEMBXPC = 1
               CLOSE CADBXPC
           END-IF
           MOVE "00" TO ERROBXP
           IF QTDPARC = ZEROES
               MOVE "NENHUMA PARCELA DE FINANCIAMENTO" TO LINHAEXT
               PERFORM GRAVALINHA
           END-IF.

       LISTAPARCELAS-LOOP.
           READ CADPARC NEXT
           IF ERROPAR NOT = "00"
               MOVE 1 TO FIMPAR
           ELSE
               IF PR-CPF NOT = CPFBUSCA
                   MOVE 1 TO FIMPAR
               ELSE
                   PERFORM LINHAPARCELA
               END-IF
           END-IF.

       LINHAPARCELA.
           MOVE ZEROES TO ENCARGOPARC SALDOLINHA
           MOVE PR-CHASSI TO LP-CHASSI
           MOVE PR-NUMPARC TO LP-NUMPARC
           MOVE PR-VENCTO TO LP-VENCTO
           MOVE PR-VALOR TO LP-VALOR
           MOVE PR-VALORPAGO TO LP-PAGO
           EVALUATE TRUE
           WHEN PARC-ABERTA
               COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
               PERFORM CALCULAENCARGO
               COMPUTE SALDOLINHA = SALDOPARC + ENCARGOPARC
               IF DIASATRASO > ZEROES
                   MOVE "ATRASO" TO LP-SITUACAO
                   ADD 1 TO QTDATRASO
               ELSE
                   MOVE "ABERTA" TO LP-SITUACAO
               END-IF
               ADD 1 TO QTDPARCAB
               ADD SALDOPARC TO TOTSALDO
               ADD ENCARGOPARC TO TOTENCARGO
           WHEN PARC-PAGA
               MOVE "PAGA" TO LP-SITUACAO
               PERFORM SOMAACRESCIMOS
               ADD ENCARGOPARC TO TOTENCPAGO
           WHEN PARC-ESTORNADA
               MOVE "ESTORN" TO LP-SITUACAO
           WHEN PARC-RENEGOCIADA
               MOVE "RENEG" TO LP-SITUACAO
               PERFORM GUARDARENEG
           WHEN OTHER
               MOVE SPACES TO LP-SITUACAO
           END-EVALUATE
           ADD PR-VALORPAGO TO TOTPAGO
           MOVE ENCARGOPARC TO LP-ENCARGO
           MOVE SALDOLINHA TO LP-SALDO
           MOVE LINHAPARC TO LINHAEXT
           PERFORM GRAVALINHA
           ADD 1 TO QTDPARC.

      *MULTA FIXA MAIS JUROS POR DIA DE ATRASO SOBRE O SALDO EM
      *ABERTO, CONTADOS ATE HOJE DO VENCIMENTO ROLADO PARA O DIA
      *UTIL - MESMO CALCULO DA BAIXA NO P172909
       CALCULAENCARGO.
           MOVE ZEROES TO VALORMULTA VALORJUROS DIASATRASO ENCARGOPARC
           MOVE PR-VENCTO TO VENCUTIL-N
           PERFORM PROXDIAUTIL
           MOVE VENCUTIL-N TO VENCDATA
           MOVE DATAHOJE TO HOJEDATA
           COMPUTE DIASVENC = VC-ANO * 360 + (VC-MES - 1) * 30
               + VC-DIA
           COMPUTE DIASHOJE = HJ-ANO * 360 + (HJ-MES - 1) * 30
               + HJ-DIA
           COMPUTE DIASATRASO = DIASHOJE - DIASVENC
           IF DIASATRASO NOT > ZEROES
               MOVE ZEROES TO DIASATRASO
           ELSE
               IF TEMMULTA = 1
                   COMPUTE VALORMULTA ROUNDED =
                       SALDOPARC * MULTAPCT / 100
                   COMPUTE VALORJUROS ROUNDED =
                       SALDOPARC * JUROSPCT / 100 * DIASATRASO
                   COMPUTE ENCARGOPARC = VALORMULTA + VALORJUROS
               END-IF
           END-IF.

      *ENCARGOS PAGOS NA PARCELA - SOMA DOS ACRESCIMOS DO HISTORICO
      *DE BAIXAS. PARCELA PAGA ANTES DO HISTORICO EXISTIR USA A
      *DIFERENCA ENTRE O VALOR PAGO E O VALOR DA PARCELA
       SOMAACRESCIMOS.
           MOVE ZEROES TO ENCARGOPARC
           MOVE 0 TO TEMHISTBX
           IF TEMBXPC = 1
               MOVE 0 TO FIMBXP
               MOVE PR-CHASSI TO BP-CHASSI
               MOVE PR-NUMPARC TO BP-NUMPARC
               MOVE ZEROES TO BP-SEQ
               START CADBXPC KEY IS GREATER THAN CHAVEBXPC
                   INVALID KEY
                       MOVE 1 TO FIMBXP
               END-START
               PERFORM SOMAACRESCIMOS-LOOP UNTIL FIMBXP = 1
               MOVE "00" TO ERROBXP
           END-IF
           IF TEMHISTBX = 0 AND PR-VALORPAGO > PR-VALOR
               COMPUTE ENCARGOPARC = PR-VALORPAGO - PR-VALOR
           END-IF.

       SOMAACRESCIMOS-LOOP.
           READ CADBXPC NEXT
           IF ERROBXP NOT = "00"
               MOVE 1 TO FIMBXP
           ELSE
               IF BP-CHASSI NOT = PR-CHASSI
                   OR BP-NUMPARC NOT = PR-NUMPARC
                   MOVE 1 TO FIMBXP
               ELSE
                   MOVE 1 TO TEMHISTBX
                   ADD BP-ACRESCIMO TO ENCARGOPARC
               END-IF
           END-IF.

      *ACUMULA AS PARCELAS RENEGOCIADAS POR CHASSI
       GUARDARENEG.
           MOVE ZEROES TO TR-ACHOU
           PERFORM PROCURARENEG VARYING TR-IND FROM 1 BY 1
               UNTIL TR-IND > TR-USADOS
           IF TR-ACHOU = ZEROES AND TR-USADOS < 20
               ADD 1 TO TR-USADOS
               MOVE TR-USADOS TO TR-ACHOU
               MOVE PR-CHASSI TO TR-CHASSI(TR-ACHOU)
               MOVE ZEROES TO TR-QTD(TR-ACHOU) TR-VALOR(TR-ACHOU)
                   TR-ULTNUM(TR-ACHOU)
           END-IF
           IF TR-ACHOU NOT = ZEROES
               ADD 1 TO TR-QTD(TR-ACHOU)
               COMPUTE TR-VALOR(TR-ACHOU) = TR-VALOR(TR-ACHOU)
                   + PR-VALOR - PR-VALORPAGO
               END-COMPUTE
               IF PR-NUMPARC > TR-ULTNUM(TR-ACHOU)
                   MOVE PR-NUMPARC TO TR-ULTNUM(TR-ACHOU)
               END-IF
           END-IF.

       PROCURARENEG.
           IF TR-CHASSI(TR-IND) = PR-CHASSI
               MOVE TR-IND TO TR-ACHOU
           END-IF.

      *RENEGOCIACAO EM ABERTO - CHASSI COM PARCELAS RENEGOCIADAS
      *CUJO PLANO NOVO (PARCELAS SEGUINTES A ULTIMA RENEGOCIADA)
      *AINDA TEM PARCELA A PAGAR
       LISTARENEG.
           MOVE SPACES TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "RENEGOCIACOES EM ABERTO" TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE SPACES TO LINHAEXT
           STRING "CHASSI            PARC.RENEG.  VALOR RENEG.  "
                   DELIMITED BY SIZE
               "PARC.ABERTAS  SALDO PLANO" DELIMITED BY SIZE
               INTO LINHAEXT
           END-STRING
           PERFORM GRAVALINHA
           IF TR-USADOS > ZEROES
               OPEN INPUT CADPARC
               IF ERROPAR = "00"
                   PERFORM LISTARENEG-CHASSI VARYING TR-IND FROM 1 BY 1
                       UNTIL TR-IND > TR-USADOS
                   CLOSE CADPARC
               END-IF
               MOVE "00" TO ERROPAR
           END-IF
           IF QTDRENAB = ZEROES
               MOVE "NENHUMA RENEGOCIACAO EM ABERTO" TO LINHAEXT
               PERFORM GRAVALINHA
           END-IF.

       LISTARENEG-CHASSI.
           MOVE ZEROES TO RENQTDNOVA RENSALDO
           MOVE 0 TO FIMPAR
           MOVE TR-CHASSI(TR-IND) TO PR-CHASSI
           MOVE TR-ULTNUM(TR-IND) TO PR-NUMPARC
           START CADPARC KEY IS GREATER THAN CHAVEPARC
               INVALID KEY
                   MOVE 1 TO FIMPAR
           END-START
           PERFORM LISTARENEG-LOOP UNTIL FIMPAR = 1
           MOVE "00" TO ERROPAR
           IF RENQTDNOVA > ZEROES
               MOVE TR-CHASSI(TR-IND) TO LR-CHASSI
               MOVE TR-QTD(TR-IND) TO LR-QTD
               MOVE TR-VALOR(TR-IND) TO LR-VALOR
               MOVE RENQTDNOVA TO LR-QTDNOVA
               MOVE RENSALDO TO LR-SALDO
               MOVE LINHARENEG TO LINHAEXT
               PERFORM GRAVALINHA
               ADD 1 TO QTDRENAB
           END-IF.

       LISTARENEG-LOOP.
           READ CADPARC NEXT
           IF ERROPAR NOT = "00"
               MOVE 1 TO FIMPAR
           ELSE
               IF PR-CHASSI NOT = TR-CHASSI(TR-IND)
                   MOVE 1 TO FIMPAR
               ELSE
                   IF PARC-ABERTA AND PR-CPF = CPFBUSCA
                       ADD 1 TO RENQTDNOVA
                       COMPUTE RENSALDO = RENSALDO + PR-VALOR
                           - PR-VALORPAGO
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      *SINAIS DE RESERVA AINDA ATIVOS - O DINHEIRO ESTA COM A LOJA
      *E ABATE DO SALDO DO CLIENTE
       LISTASINAIS.
           MOVE SPACES TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "SINAIS DE RESERVA EM DEPOSITO" TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "CHASSI            RESERVA  VALIDADE         VALOR"
               TO LINHAEXT
           PERFORM GRAVALINHA
           OPEN INPUT CADRES
           IF ERRORES = "00"
               MOVE 0 TO FIMRES
               MOVE LOW-VALUES TO RS-CHASSI
               START CADRES KEY IS GREATER THAN RS-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMRES
               END-START
               PERFORM LISTASINAIS-LOOP UNTIL FIMRES = 1
               CLOSE CADRES
           END-IF
           MOVE "00" TO ERRORES
           IF QTDSINAL = ZEROES
               MOVE "NENHUM SINAL EM DEPOSITO" TO LINHAEXT
               PERFORM GRAVALINHA
           END-IF.

       LISTASINAIS-LOOP.
           READ CADRES NEXT
           IF ERRORES NOT = "00"
               MOVE 1 TO FIMRES
           ELSE
               IF RS-CPF = CPFBUSCA AND RES-ATIVA
                   MOVE RS-CHASSI TO LS-CHASSI
                   MOVE RS-DATARES TO LS-DATARES
                   MOVE RS-VALIDADE TO LS-VALIDADE
                   MOVE RS-VALOR TO LS-VALOR
                   MOVE LINHASINAL TO LINHAEXT
                   PERFORM GRAVALINHA
                   ADD 1 TO QTDSINAL
                   ADD RS-VALOR TO TOTSINAL
               END-IF
           END-IF.

      *RESUMO - SALDO ATUAL E O SALDO DAS PARCELAS EM ABERTO MAIS
      *OS ENCARGOS ATE HOJE, MENOS OS SINAIS EM DEPOSITO
       LISTARESUMO.
           COMPUTE SALDOATUAL = TOTSALDO + TOTENCARGO - TOTSINAL
           MOVE SPACES TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "RESUMO" TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE SPACES TO LT-SINAL
           MOVE "TOTAL PAGO EM PARCELAS" TO LT-TEXTO
           MOVE TOTPAGO TO LT-VALOR
           MOVE LINHATOTAL TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "ENCARGOS DE ATRASO JA PAGOS" TO LT-TEXTO
           MOVE TOTENCPAGO TO LT-VALOR
           MOVE LINHATOTAL TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "SALDO DAS PARCELAS EM ABERTO" TO LT-TEXTO
           MOVE TOTSALDO TO LT-VALOR
           MOVE LINHATOTAL TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "ENCARGOS DE ATRASO ATE HOJE" TO LT-TEXTO
           MOVE TOTENCARGO TO LT-VALOR
           MOVE LINHATOTAL TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "SINAIS EM DEPOSITO" TO LT-TEXTO
           MOVE TOTSINAL TO LT-VALOR
           MOVE LINHATOTAL TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE "SALDO ATUAL" TO LT-TEXTO
           MOVE SALDOATUAL TO LT-VALOR
           IF SALDOATUAL < ZEROES
               MOVE "A FAVOR DO CLIENTE" TO LT-SINAL
           ELSE
               MOVE "A PAGAR" TO LT-SINAL
           END-IF
           MOVE LINHATOTAL TO LINHAEXT
           PERFORM GRAVALINHA
           MOVE ALL "-" TO LINHAEXT
           PERFORM GRAVALINHA.

       GRAVALINHA.
           WRITE LINHAEXT
           ADD 1 TO QTDLINEXT.

      *TOTAIS DO EXTRATO NA TELA
       MOSTRARESUMO.
           MOVE QTDVEIC TO ED-QTD
           DISPLAY ED-QTD AT 0713
           MOVE QTDPARC TO ED-QTD
           DISPLAY ED-QTD AT 0732
           MOVE QTDPARCAB TO ED-QTD
           DISPLAY ED-QTD AT 0752
           MOVE QTDATRASO TO ED-QTD
           DISPLAY ED-QTD AT 0769
           MOVE TOTSALDO TO ED-TOTAL
           DISPLAY ED-TOTAL AT 0823
           MOVE TOTENCARGO TO ED-TOTAL
           DISPLAY ED-TOTAL AT 0860
           MOVE TOTSINAL TO ED-TOTAL
           DISPLAY ED-TOTAL AT 0923
           MOVE QTDRENAB TO ED-QTD
           DISPLAY ED-QTD AT 0966
           MOVE SALDOATUAL TO ED-TOTAL
           DISPLAY ED-TOTAL AT 1023
           IF SALDOATUAL < ZEROES
               DISPLAY "A FAVOR DO CLIENTE" AT 1037
           ELSE
               DISPLAY "A PAGAR           " AT 1037
           END-IF.

      *MOSTRA NA TELA AS LINHAS DO EXTRATO RECEM GRAVADO, UMA
      *PAGINA POR VEZ
       MOSTRAEXTRATO.
           PERFORM LIMPATELA
           MOVE 13 TO CONLIN
           MOVE ZEROES TO LINLIDAS
           MOVE 0 TO FIMEXT
           OPEN INPUT EXTRATO
           IF ERROEXT NOT = "00"
               MOVE 1 TO FIMEXT
           END-IF
           PERFORM MOSTRAEXTRATO-LOOP UNTIL FIMEXT = 1
           CLOSE EXTRATO
           MOVE "00" TO ERROEXT
           DISPLAY "EXTRATO GRAVADO EM EXTRATO.TXT - TECLE ENTER"
               AT 2005
           ACCEPT AUX AT 2360
           DISPLAY TELAEXT
           GO TO MENUPRINC.

       MOSTRAEXTRATO-LOOP.
           READ EXTRATO
               AT END
                   MOVE 1 TO FIMEXT
               NOT AT END
                   ADD 1 TO LINLIDAS
                   IF LINLIDAS > QTDLINANT
                       DISPLAY LINHAEXT AT LINE CONLIN COL 02
                       ADD 1 TO CONLIN
                       IF CONLIN > 19
                           DISPLAY "ENTER CONTINUA, F1 ENCERRA" AT 2005
                           ACCEPT AUX AT 2360
                           ACCEPT ACTKEY FROM ESCAPE KEY
                           IF ACTKEY = 01
                               MOVE 1 TO FIMEXT
                           END-IF
                           PERFORM LIMPATELA
                           MOVE 13 TO CONLIN
                       END-IF
                   END-IF
           END-READ.

      *ROLA O VENCIMENTO EM VENCUTIL PARA O PROXIMO DIA UTIL - FIM
      *DE SEMANA E FERIADO DO CADFER (P172936) NAO TEM EXPEDIENTE
       PROXDIAUTIL.
           MOVE 0 TO DIAUTILOK
           PERFORM CHECADIAUTIL UNTIL DIAUTILOK = 1.

       CHECADIAUTIL.
           PERFORM CALCULADIASEM
           IF DIASEMANA = 0 OR DIASEMANA = 1
               PERFORM ADDUMDIA
           ELSE
               PERFORM CHECAFERIADO
               IF EHFERIADO = 1
                   PERFORM ADDUMDIA
               ELSE
                   MOVE 1 TO DIAUTILOK
               END-IF
           END-IF.

      *DIA DA SEMANA PELO CALCULO DE ZELLER - 0 SABADO, 1 DOMINGO.
      *CADA PARCELA SAI EM PASSO PROPRIO PARA A DIVISAO INTEIRA
      *TRUNCAR NO PONTO CERTO
       CALCULADIASEM.
           MOVE VU-ANO TO ZANO
           MOVE VU-MES TO ZMES
           IF ZMES < 3
               ADD 12 TO ZMES
               SUBTRACT 1 FROM ZANO
           END-IF
           DIVIDE ZANO BY 100 GIVING ZJ REMAINDER ZK
           COMPUTE ZT1 = (13 * (ZMES + 1)) / 5
           DIVIDE ZK BY 4 GIVING ZT2
           DIVIDE ZJ BY 4 GIVING ZT3
           COMPUTE ZSOMA = VU-DIA + ZT1 + ZK + ZT2 + ZT3 + 5 * ZJ
           DIVIDE ZSOMA BY 7 GIVING ZAUX REMAINDER DIASEMANA.

      *AVANCA VENCUTIL EM UM DIA DE CALENDARIO
       ADDUMDIA.
           PERFORM CALCULAULTDIA
           IF VU-DIA < ULTDIA
               ADD 1 TO VU-DIA
           ELSE
               MOVE 1 TO VU-DIA
               ADD 1 TO VU-MES
               IF VU-MES > 12
                   MOVE 1 TO VU-MES
                   ADD 1 TO VU-ANO
               END-IF
           END-IF.

      *ULTIMO DIA DO MES DE VENCUTIL - BISSEXTO PELA REGRA SIMPLES
      *DO DIVISIVEL POR 4, SUFICIENTE PARA O HORIZONTE DO SISTEMA
       CALCULAULTDIA.
           EVALUATE VU-MES
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO ULTDIA
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO ULTDIA
           WHEN OTHER
               MOVE 28 TO ULTDIA
               DIVIDE VU-ANO BY 4 GIVING ZAUX REMAINDER ZRESTO
               IF ZRESTO = ZEROES
                   MOVE 29 TO ULTDIA
               END-IF
           END-EVALUATE.

      *CONFERE SE VENCUTIL E FERIADO CADASTRADO
       CHECAFERIADO.
           MOVE 0 TO EHFERIADO
           IF TEMFERIADO = 1
               MOVE VENCUTIL-N TO FE-DATA
               READ CADFER
               IF ERROFER = "00"
                   MOVE 1 TO EHFERIADO
               END-IF
               MOVE "00" TO ERROFER
           END-IF.

       LIMPAVAR.
           MOVE SPACES TO CPFBUSCA NOME
           MOVE ZEROES TO ACTKEY.

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
           CLOSE CADPROPR.
           END PROGRAM P172948.

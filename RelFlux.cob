      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELFLUX.
      *-----------------------------------------------------------------
      *FLUXO DE CAIXA PROJETADO DAS PROXIMAS 13 SEMANAS A PARTIR DO
      *SALDO DO ULTIMO FECHAMENTO (FECHCTRL). ENTRADAS: PARCELAS EM
      *ABERTO DO CADPARC, CADA UMA DESLOCADA PELO ATRASO MEDIO QUE O
      *CLIENTE COSTUMA TER NAS PARCELAS JA PAGAS (BASE COMERCIAL DE
      *360 DIAS, COMO NO RELATRASO); A VENCIDA CAI NA PRIMEIRA SEMANA.
      *SAIDAS: CONTAS A PAGAR EM ABERTO (CADPAG), COMISSOES DAS VENDAS
      *DO MES ANTERIOR EM DIANTE AINDA FORA DO LIQCOMIS (PAGAS NO DIA
      *1 DO MES SEGUINTE A VENDA), DESPESAS EM ABERTO DO CADDESP E
      *AS RECORRENTES DO CADRECD AINDA NAO GERADAS PELO GERADESP.
      *UM SEGUNDO CENARIO REFAZ O SALDO SEM AS PARCELAS JA VENCIDAS.
      *OS SINAIS DE RESERVA ATIVOS (CADRES), A DEVOLVER OU ABATER NA
      *VENDA, SAEM EM LISTA A PARTE. GRAVA RELFLUX.TXT E RODA SEM
      *OPERADOR, NOS MOLDES DO RELATRASO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERROPAG.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADLIQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LQ-CHASSI
               FILE STATUS  IS ERROLIQ.
           SELECT CADDESP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDESP
               FILE STATUS  IS ERRODSP
               ALTERNATE RECORD KEY IS DP-COMPET WITH DUPLICATES
               ALTERNATE RECORD KEY IS DP-VENCTO WITH DUPLICATES.
           SELECT CADRECD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RD-CODIGO
               FILE STATUS  IS ERROREC.
           SELECT CADRES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RS-CHASSI
               FILE STATUS  IS ERRORES.
           SELECT FECHCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTL.
           SELECT RELFLUX ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
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

           FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           01 REGPAG.
               02 CHAVEPAG.
                   03 PG-CHASSI PIC X(17) VALUE SPACES.
                   03 PG-SEQ    PIC 9(3) VALUE ZEROES.
               02 PG-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 PG-CPFCNPJ    PIC X(14) VALUE SPACES.
               02 PG-TIPO       PIC X(1) VALUE SPACES.
               02 PG-VENCTO     PIC 9(8) VALUE ZEROES.
               02 PG-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 PG-DATAPAGTO  PIC 9(8) VALUE ZEROES.
               02 PG-VALORPAGO  PIC 9(7)V99 VALUE ZEROES.
               02 PG-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 PAG-ABERTA    VALUE 0.
                   88 PAG-PAGA      VALUE 1.
                   88 PAG-CANCELADA VALUE 2.

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
               02 COR PIC 99.
               02 COMPRA.
                   03 VALORCOMPRA  PIC 9(7)V99.
                   03 DATACOMPRA   PIC 9(8).
                   03 ORIGEMCOMPRA PIC X(1).
                   03 CPFORIGEM    PIC X(11).
               02 CONSIG.
                   03 TEMCONSIG PIC 9(1).
                   03 CONSIGCPF PIC X(11).
                   03 CONSIGTAXA PIC 9(2)V99.
               02 VENDA.
                   03 VALORVENDA PIC 9(7)V99.
                   03 COMISSAO   PIC 9(2)V99.
                   03 DATAVENDA  PIC 9(8).
                   03 VENDEDOR   PIC 9(3).
                   03 FILLER     PIC X(27).
               02 FILLER PIC X(22).
               02 STATUSVEIC PIC 9(1).
                   88 VEIC-DISPONIVEL VALUE 0.
                   88 VEIC-VENDIDO    VALUE 1.
               02 VERSAO PIC 9(6).

           FD CADLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIQ.DAT".
           01 REGLIQ.
               02 LQ-CHASSI    PIC X(17) VALUE SPACES.
               02 LQ-LOTE      PIC 9(4) VALUE ZEROES.
               02 LQ-VENDEDOR  PIC 9(3) VALUE ZEROES.
               02 LQ-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 LQ-DATA      PIC 9(8) VALUE ZEROES.
               02 LQ-ESTORNADA PIC 9(1) VALUE ZEROES.

           FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
           01 REGDESP.
               02 CHAVEDESP.
                   03 DP-NUMERO   PIC 9(6).
               02 DP-FILIAL       PIC 9(2).
               02 DP-CATEGORIA    PIC 9(3).
               02 DP-FORNECEDOR   PIC 9(4).
               02 DP-DOCUMENTO    PIC X(15).
               02 DP-HISTORICO    PIC X(30).
               02 DP-COMPET       PIC 9(6).
               02 DP-LANCTO       PIC 9(8).
               02 DP-VENCTO       PIC 9(8).
               02 DP-VALOR        PIC 9(7)V99.
               02 DP-DATAPAGTO    PIC 9(8).
               02 DP-VALORPAGO    PIC 9(7)V99.
               02 DP-SITUACAO     PIC 9(1).
                   88 DESP-ABERTA    VALUE 0.
               02 FILLER          PIC X(12).

           FD CADRECD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECD.DAT".
           01 REGRECD.
               02 RD-CODIGO     PIC 9(4) VALUE ZEROES.
               02 RD-FILIAL     PIC 9(2) VALUE ZEROES.
               02 RD-CATEGORIA  PIC 9(3) VALUE ZEROES.
               02 RD-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 RD-HISTORICO  PIC X(30) VALUE SPACES.
               02 RD-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 RD-DIAVENC    PIC 9(2) VALUE ZEROES.
               02 RD-INICIO     PIC 9(6) VALUE ZEROES.
               02 RD-FIM        PIC 9(6) VALUE ZEROES.
               02 RD-ULTGER     PIC 9(6) VALUE ZEROES.
               02 RD-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 RECD-ATIVA    VALUE 0.
                   88 RECD-SUSPENSA VALUE 1.

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

           FD FECHCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHCTRL.TXT".
           01 LINHACTRL.
               02 CT-DATA    PIC 9(8).
               02 CT-SALDO   PIC 9(9)V99.

           FD RELFLUX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFLUX.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPAG   PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROLIQ   PIC X(2) VALUE "00".
           01 ERRODSP   PIC X(2) VALUE "00".
           01 ERROREC   PIC X(2) VALUE "00".
           01 ERRORES   PIC X(2) VALUE "00".
           01 ERROCTL   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 TEMLIQ    PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATAFECH  PIC 9(8) VALUE ZEROES.
           01 SALDOINI  PIC S9(11)V99 VALUE ZEROES.
           01 MESCOMIS  PIC 9(6) VALUE ZEROES.
      *AS 13 SEMANAS - INICIO DE CADA UMA (A 14A E SO O LIMITE) E O
      *QUE ENTRA E SAI NELA
           01 TABSEM.
               03 SM-ENTRY OCCURS 14 TIMES.
                   05 SM-INICIO     PIC 9(8).
                   05 SM-ENTRADA    PIC 9(11)V99.
                   05 SM-ENTRSEMATR PIC 9(11)V99.
                   05 SM-FORNEC     PIC 9(11)V99.
                   05 SM-COMIS      PIC 9(11)V99.
                   05 SM-DESP       PIC 9(11)V99.
           01 SM-IND    PIC 9(2) VALUE 1.
           01 SEMANA    PIC 9(2) VALUE ZEROES.
      *DATA PROJETADA E APOIO DO CALENDARIO
           01 DATAPROJ.
               03 DJ-ANO PIC 9(4) VALUE ZEROES.
               03 DJ-MES PIC 9(2) VALUE ZEROES.
               03 DJ-DIA PIC 9(2) VALUE ZEROES.
           01 DATAPROJ-N REDEFINES DATAPROJ PIC 9(8).
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 ZAUX PIC 9(4) VALUE ZEROES.
           01 ZRESTO PIC 9(2) VALUE ZEROES.
      *CONTAGEM DE DIAS EM BASE COMERCIAL (ANO DE 360 DIAS) PARA O
      *ATRASO MEDIO DE CADA CLIENTE
           01 DATACONV.
               03 DC-ANO PIC 9(4) VALUE ZEROES.
               03 DC-MES PIC 9(2) VALUE ZEROES.
               03 DC-DIA PIC 9(2) VALUE ZEROES.
           01 DATACONV-N REDEFINES DATACONV PIC 9(8).
           01 DIASCONV  PIC 9(8) VALUE ZEROES.
           01 DIASVENC  PIC 9(8) VALUE ZEROES.
           01 DIASATRASO PIC S9(8) VALUE ZEROES.
      *PARCELAS EM ABERTO DO CLIENTE CORRENTE, PROJETADAS NO FIM DO
      *GRUPO, QUANDO O ATRASO MEDIO JA E CONHECIDO
           01 CPFATUAL  PIC X(11) VALUE SPACES.
           01 SOMAATRASO PIC 9(9) VALUE ZEROES.
           01 QTDPAGAS  PIC 9(5) VALUE ZEROES.
           01 MEDIAATRASO PIC 9(3) VALUE ZEROES.
           01 TABABERTA.
               03 GA-ENTRY OCCURS 200 TIMES.
                   05 GA-VENCTO PIC 9(8).
                   05 GA-VALOR  PIC 9(7)V99.
           01 GA-QTD    PIC 9(3) VALUE ZEROES.
           01 GA-IND    PIC 9(3) VALUE 1.
      *TOTAIS E SALDOS
           01 SALDO     PIC S9(11)V99 VALUE ZEROES.
           01 SALDOSATR PIC S9(11)V99 VALUE ZEROES.
           01 TOTENTRADA PIC 9(11)V99 VALUE ZEROES.
           01 TOTENTRSATR PIC 9(11)V99 VALUE ZEROES.
           01 TOTFORNEC PIC 9(11)V99 VALUE ZEROES.
           01 TOTCOMIS  PIC 9(11)V99 VALUE ZEROES.
           01 TOTDESP   PIC 9(11)V99 VALUE ZEROES.
           01 TOTVENCIDA PIC 9(11)V99 VALUE ZEROES.
           01 TOTRESERVA PIC 9(11)V99 VALUE ZEROES.
           01 QTDRESERVA PIC 9(5) VALUE ZEROES.
           01 VALORLANC PIC 9(9)V99 VALUE ZEROES.
           01 MARCAFALTA PIC X(10) VALUE SPACES.
           01 ED-ENTR   PIC Z(10)9,99.
           01 ED-FORN   PIC Z(10)9,99.
           01 ED-COMIS  PIC Z(10)9,99.
           01 ED-DESP   PIC Z(10)9,99.
           01 ED-SALDO  PIC -(11)9,99.
           01 ED-ENTRSA PIC Z(10)9,99.
           01 ED-SALDOSA PIC -(11)9,99.
           01 ED-VALOR  PIC Z(6)9,99.
      *MES DA RECORRENTE EM PROJECAO
           01 MESGER.
               03 MG-ANO PIC 9(4) VALUE ZEROES.
               03 MG-MES PIC 9(2) VALUE ZEROES.
           01 MESGER-N REDEFINES MESGER PIC 9(6).
           01 MESLIMITE PIC 9(6) VALUE ZEROES.

           PROCEDURE DIVISION.
      *SALDO DE PARTIDA E INICIO DAS 13 SEMANAS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT FECHCTRL
           IF ERROCTL = "00"
               READ FECHCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-DATA TO DATAFECH
                       MOVE CT-SALDO TO SALDOINI
               END-READ
               CLOSE FECHCTRL
           END-IF
           MOVE "00" TO ERROCTL
           MOVE ZEROES TO TABSEM
           MOVE DATAHOJE TO DATAPROJ-N
           PERFORM MONTASEMANA VARYING SM-IND FROM 1 BY 1
               UNTIL SM-IND > 14
           MOVE SM-INICIO(14) TO DATAPROJ-N
           MOVE DATAPROJ-N(1:6) TO MESLIMITE
           GO TO PARCELAS.

       MONTASEMANA.
           MOVE DATAPROJ-N TO SM-INICIO(SM-IND)
           PERFORM ADDUMDIA 7 TIMES.

      *PARCELAS EM ABERTO, CLIENTE A CLIENTE PELA CHAVE DO CPF
       PARCELAS.
           OPEN INPUT CADPARC
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               GO TO FORNECEDORES
           END-IF
           MOVE SPACES TO CPFATUAL
           MOVE 0 TO FIMARQ
           MOVE SPACES TO PR-CPF
           START CADPARC KEY IS NOT LESS THAN PR-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM PARCELAS-LOOP UNTIL FIMARQ = 1
           CLOSE CADPARC
           MOVE "00" TO ERRO
           GO TO FORNECEDORES.

       PARCELAS-LOOP.
           READ CADPARC NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
               IF CPFATUAL NOT = SPACES
                   PERFORM FECHAGRUPO
               END-IF
           ELSE
               IF PR-CPF NOT = CPFATUAL
                   IF CPFATUAL NOT = SPACES
                       PERFORM FECHAGRUPO
                   END-IF
                   MOVE PR-CPF TO CPFATUAL
                   MOVE ZEROES TO SOMAATRASO QTDPAGAS GA-QTD
               END-IF
               IF PARC-PAGA AND PR-DATAPAGTO NOT = ZEROES
                   ADD 1 TO QTDPAGAS
                   MOVE PR-VENCTO TO DATACONV-N
                   PERFORM DATAPARADIAS
                   MOVE DIASCONV TO DIASVENC
                   MOVE PR-DATAPAGTO TO DATACONV-N
                   PERFORM DATAPARADIAS
                   COMPUTE DIASATRASO = DIASCONV - DIASVENC
                   IF DIASATRASO > ZEROES
                       ADD DIASATRASO TO SOMAATRASO
                   END-IF
               END-IF
               IF PARC-ABERTA AND GA-QTD < 200
                   ADD 1 TO GA-QTD
                   MOVE PR-VENCTO TO GA-VENCTO(GA-QTD)
                   MOVE PR-VALOR TO GA-VALOR(GA-QTD)
               END-IF
           END-IF.

      *ATRASO MEDIO DO CLIENTE (LIMITADO A 120 DIAS) E PROJECAO DAS
      *PARCELAS EM ABERTO DELE
       FECHAGRUPO.
           MOVE ZEROES TO MEDIAATRASO
           IF QTDPAGAS > ZEROES
               IF SOMAATRASO / QTDPAGAS > 120
                   MOVE 120 TO MEDIAATRASO
               ELSE
                   COMPUTE MEDIAATRASO = SOMAATRASO / QTDPAGAS
               END-IF
           END-IF
           PERFORM PROJETAPARC VARYING GA-IND FROM 1 BY 1
               UNTIL GA-IND > GA-QTD.

       PROJETAPARC.
           MOVE GA-VENCTO(GA-IND) TO DATAPROJ-N
           PERFORM ADDUMDIA MEDIAATRASO TIMES
           PERFORM ACHASEMANA
           IF GA-VENCTO(GA-IND) < DATAHOJE
               ADD GA-VALOR(GA-IND) TO TOTVENCIDA
           END-IF
           IF SEMANA NOT = ZEROES
               ADD GA-VALOR(GA-IND) TO SM-ENTRADA(SEMANA)
               IF GA-VENCTO(GA-IND) NOT < DATAHOJE
                   ADD GA-VALOR(GA-IND) TO SM-ENTRSEMATR(SEMANA)
               END-IF
           END-IF.

      *CONTAS A PAGAR EM ABERTO - A VENCIDA SAI NA PRIMEIRA SEMANA
       FORNECEDORES.
           OPEN INPUT CADPAG
           IF ERROPAG NOT = "00"
               MOVE "00" TO ERROPAG
               GO TO COMISSOES
           END-IF
           MOVE SPACES TO PG-CHASSI
           MOVE ZEROES TO PG-SEQ
           START CADPAG KEY IS NOT LESS THAN CHAVEPAG
               INVALID KEY
                   MOVE "10" TO ERROPAG
           END-START
           PERFORM FORNECEDORES-LOOP UNTIL ERROPAG NOT = "00"
           CLOSE CADPAG
           MOVE "00" TO ERROPAG
           GO TO COMISSOES.

       FORNECEDORES-LOOP.
           READ CADPAG NEXT
           IF ERROPAG = "00"
               IF PAG-ABERTA
                   MOVE PG-VENCTO TO DATAPROJ-N
                   PERFORM ACHASEMANA
                   IF SEMANA NOT = ZEROES
                       ADD PG-VALOR TO SM-FORNEC(SEMANA)
                   END-IF
               END-IF
           END-IF.

      *COMISSOES DAS VENDAS DO MES ANTERIOR EM DIANTE AINDA SEM
      *LIQUIDACAO NO CADLIQ - PAGAS NO DIA 1 DO MES SEGUINTE A VENDA
       COMISSOES.
           OPEN INPUT CADVEIC
           IF ERROVEI NOT = "00"
               MOVE "00" TO ERROVEI
               GO TO DESPESAS
           END-IF
           OPEN INPUT CADLIQ
           IF ERROLIQ = "00"
               MOVE 1 TO TEMLIQ
           END-IF
           MOVE "00" TO ERROLIQ
           MOVE DATAHOJE(1:6) TO MESGER-N
           SUBTRACT 1 FROM MG-MES
           IF MG-MES = ZEROES
               MOVE 12 TO MG-MES
               SUBTRACT 1 FROM MG-ANO
           END-IF
           MOVE MESGER-N TO MESCOMIS
           MOVE SPACES TO CHASSI
           START CADVEIC KEY IS NOT LESS THAN CHASSI
               INVALID KEY
                   MOVE "10" TO ERROVEI
           END-START
           PERFORM COMISSOES-LOOP UNTIL ERROVEI NOT = "00"
           CLOSE CADVEIC
           IF TEMLIQ = 1
               CLOSE CADLIQ
           END-IF
           MOVE "00" TO ERROVEI
           GO TO DESPESAS.

       COMISSOES-LOOP.
           READ CADVEIC NEXT
           IF ERROVEI = "00"
               IF VEIC-VENDIDO AND COMISSAO NOT = ZEROES
                   AND DATAVENDA(1:6) NOT < MESCOMIS
                   MOVE "23" TO ERROLIQ
                   IF TEMLIQ = 1
                       MOVE CHASSI TO LQ-CHASSI
                       READ CADLIQ
                   END-IF
                   IF ERROLIQ NOT = "00"
                       COMPUTE VALORLANC ROUNDED =
                           VALORVENDA * (COMISSAO / 100)
                       MOVE DATAVENDA(1:6) TO MESGER-N
                       PERFORM PROXIMOMES
                       MOVE MG-ANO TO DJ-ANO
                       MOVE MG-MES TO DJ-MES
                       MOVE 1 TO DJ-DIA
                       PERFORM ACHASEMANA
                       IF SEMANA NOT = ZEROES
                           ADD VALORLANC TO SM-COMIS(SEMANA)
                       END-IF
                   END-IF
                   MOVE "00" TO ERROLIQ
               END-IF
           END-IF.

      *DESPESAS OPERACIONAIS EM ABERTO PELO VENCIMENTO
       DESPESAS.
           OPEN INPUT CADDESP
           IF ERRODSP NOT = "00"
               MOVE "00" TO ERRODSP
               GO TO RECORRENTES
           END-IF
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO DP-VENCTO
           START CADDESP KEY IS NOT LESS THAN DP-VENCTO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM DESPESAS-LOOP UNTIL FIMARQ = 1
           CLOSE CADDESP
           MOVE "00" TO ERRODSP
           GO TO RECORRENTES.

       DESPESAS-LOOP.
           READ CADDESP NEXT
           IF ERRODSP NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF DP-VENCTO NOT < SM-INICIO(14)
                   MOVE 1 TO FIMARQ
               ELSE
                   IF DESP-ABERTA
                       MOVE DP-VENCTO TO DATAPROJ-N
                       PERFORM ACHASEMANA
                       IF SEMANA NOT = ZEROES
                           ADD DP-VALOR TO SM-DESP(SEMANA)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *RECORRENTES ATIVAS NOS MESES DO HORIZONTE QUE O GERADESP AINDA
      *NAO LANCOU NO CADDESP
       RECORRENTES.
           OPEN INPUT CADRECD
           IF ERROREC NOT = "00"
               MOVE "00" TO ERROREC
               GO TO RESERVAS
           END-IF
           MOVE ZEROES TO RD-CODIGO
           START CADRECD KEY IS NOT LESS THAN RD-CODIGO
               INVALID KEY
                   MOVE "10" TO ERROREC
           END-START
           PERFORM RECORRENTES-LOOP UNTIL ERROREC NOT = "00"
           CLOSE CADRECD
           MOVE "00" TO ERROREC
           GO TO RESERVAS.

       RECORRENTES-LOOP.
           READ CADRECD NEXT
           IF ERROREC = "00"
               IF RECD-ATIVA AND RD-INICIO NOT = ZEROES
                   IF RD-ULTGER = ZEROES
                       MOVE RD-INICIO TO MESGER-N
                   ELSE
                       MOVE RD-ULTGER TO MESGER-N
                       PERFORM PROXIMOMES
                   END-IF
                   IF MESGER-N < RD-INICIO
                       MOVE RD-INICIO TO MESGER-N
                   END-IF
                   PERFORM PROJETAREC
                       UNTIL MESGER-N > MESLIMITE
                       OR (RD-FIM NOT = ZEROES AND MESGER-N > RD-FIM)
               END-IF
           END-IF.

       PROJETAREC.
           MOVE MG-ANO TO DJ-ANO
           MOVE MG-MES TO DJ-MES
           PERFORM CALCULAULTDIA
           IF RD-DIAVENC > ZEROES AND RD-DIAVENC < ULTDIA
               MOVE RD-DIAVENC TO DJ-DIA
           ELSE
               MOVE ULTDIA TO DJ-DIA
           END-IF
           PERFORM ACHASEMANA
           IF SEMANA NOT = ZEROES
               ADD RD-VALOR TO SM-DESP(SEMANA)
           END-IF
           PERFORM PROXIMOMES.

      *GRAVA O QUADRO SEMANAL, OS DOIS CENARIOS E A LISTA DE SINAIS
       RESERVAS.
           OPEN OUTPUT RELFLUX
           MOVE SALDOINI TO ED-SALDO
           MOVE SPACES TO LINHAREL
           STRING "FLUXO DE CAIXA PROJETADO - 13 SEMANAS A PARTIR DE "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               " - SALDO DO FECHAMENTO DE " DELIMITED BY SIZE
               DATAFECH DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ED-SALDO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "SEM INICIO         ENTRADAS   FORNECEDORES"
               DELIMITED BY SIZE
               "      COMISSOES       DESPESAS    SALDO FINAL"
               DELIMITED BY SIZE
               "  ENTR.S/VENCID.   SALDO S/VENC." DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SALDOINI TO SALDO SALDOSATR
           PERFORM LINHASEMANA VARYING SM-IND FROM 1 BY 1
               UNTIL SM-IND > 13
           MOVE TOTENTRADA TO ED-ENTR
           MOVE TOTFORNEC TO ED-FORN
           MOVE TOTCOMIS TO ED-COMIS
           MOVE TOTDESP TO ED-DESP
           MOVE SALDO TO ED-SALDO
           MOVE TOTENTRSATR TO ED-ENTRSA
           MOVE SALDOSATR TO ED-SALDOSA
           MOVE SPACES TO LINHAREL
           STRING "TOTAL       " DELIMITED BY SIZE
               ED-ENTR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-FORN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-COMIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-DESP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-SALDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-ENTRSA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-SALDOSA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE TOTVENCIDA TO ED-ENTR
           MOVE SPACES TO LINHAREL
           STRING "PARCELAS JA VENCIDAS NA CARTEIRA: " DELIMITED BY SIZE
               ED-ENTR DELIMITED BY SIZE
               " - FORA DO CENARIO S/VENCIDAS" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE "*** = SALDO PROJETADO NEGATIVO NA SEMANA" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "SINAIS DE RESERVA ATIVOS - A DEVOLVER OU ABATER"
               TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            CPF         RESERVA  VALIDADE"
               DELIMITED BY SIZE
               "      VALOR" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           OPEN INPUT CADRES
           IF ERRORES = "00"
               MOVE SPACES TO RS-CHASSI
               START CADRES KEY IS NOT LESS THAN RS-CHASSI
                   INVALID KEY
                       MOVE "10" TO ERRORES
               END-START
               PERFORM RESERVAS-LOOP UNTIL ERRORES NOT = "00"
               CLOSE CADRES
           END-IF
           MOVE "00" TO ERRORES
           MOVE TOTRESERVA TO ED-ENTR
           MOVE SPACES TO LINHAREL
           STRING "RESERVAS ATIVAS: " DELIMITED BY SIZE
               QTDRESERVA DELIMITED BY SIZE
               " TOTAL DOS SINAIS: " DELIMITED BY SIZE
               ED-ENTR DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE RELFLUX
           DISPLAY "RELATORIO GRAVADO EM RELFLUX.TXT"
           GO TO SAIR.

      *UMA SEMANA NOS DOIS CENARIOS
       LINHASEMANA.
           COMPUTE SALDO = SALDO + SM-ENTRADA(SM-IND)
               - SM-FORNEC(SM-IND) - SM-COMIS(SM-IND) - SM-DESP(SM-IND)
           COMPUTE SALDOSATR = SALDOSATR + SM-ENTRSEMATR(SM-IND)
               - SM-FORNEC(SM-IND) - SM-COMIS(SM-IND) - SM-DESP(SM-IND)
           ADD SM-ENTRADA(SM-IND) TO TOTENTRADA
           ADD SM-ENTRSEMATR(SM-IND) TO TOTENTRSATR
           ADD SM-FORNEC(SM-IND) TO TOTFORNEC
           ADD SM-COMIS(SM-IND) TO TOTCOMIS
           ADD SM-DESP(SM-IND) TO TOTDESP
           MOVE SPACES TO MARCAFALTA
           IF SALDO < ZEROES OR SALDOSATR < ZEROES
               MOVE " ***" TO MARCAFALTA
           END-IF
           MOVE SM-ENTRADA(SM-IND) TO ED-ENTR
           MOVE SM-FORNEC(SM-IND) TO ED-FORN
           MOVE SM-COMIS(SM-IND) TO ED-COMIS
           MOVE SM-DESP(SM-IND) TO ED-DESP
           MOVE SALDO TO ED-SALDO
           MOVE SM-ENTRSEMATR(SM-IND) TO ED-ENTRSA
           MOVE SALDOSATR TO ED-SALDOSA
           MOVE SPACES TO LINHAREL
           STRING " " DELIMITED BY SIZE
               SM-IND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SM-INICIO(SM-IND) DELIMITED BY SIZE
               ED-ENTR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-FORN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-COMIS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-DESP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-SALDO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-ENTRSA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-SALDOSA DELIMITED BY SIZE
               MARCAFALTA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       RESERVAS-LOOP.
           READ CADRES NEXT
           IF ERRORES = "00"
               IF RES-ATIVA
                   ADD 1 TO QTDRESERVA
                   ADD RS-VALOR TO TOTRESERVA
                   MOVE RS-VALOR TO ED-VALOR
                   MOVE SPACES TO LINHAREL
                   STRING RS-CHASSI DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RS-CPF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RS-DATARES DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       RS-VALIDADE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ED-VALOR DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               END-IF
           END-IF.

      *SEMANA DA DATA EM DATAPROJ - ANTES DE HOJE CAI NA PRIMEIRA,
      *DEPOIS DA 13A FICA FORA (ZERO)
       ACHASEMANA.
           MOVE ZEROES TO SEMANA
           IF DATAPROJ-N < SM-INICIO(14)
               MOVE 1 TO SEMANA
               PERFORM ACHASEMANA-LOOP
                   UNTIL SEMANA = 13
                   OR DATAPROJ-N < SM-INICIO(SEMANA + 1)
           END-IF.

       ACHASEMANA-LOOP.
           ADD 1 TO SEMANA.

      *AVANCA MESGER PARA O MES SEGUINTE
       PROXIMOMES.
           ADD 1 TO MG-MES
           IF MG-MES > 12
               MOVE 1 TO MG-MES
               ADD 1 TO MG-ANO
           END-IF.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA.

      *AVANCA DATAPROJ EM UM DIA DE CALENDARIO
       ADDUMDIA.
           PERFORM CALCULAULTDIA
           IF DJ-DIA < ULTDIA
               ADD 1 TO DJ-DIA
           ELSE
               MOVE 1 TO DJ-DIA
               ADD 1 TO DJ-MES
               IF DJ-MES > 12
                   MOVE 1 TO DJ-MES
                   ADD 1 TO DJ-ANO
               END-IF
           END-IF.

      *ULTIMO DIA DO MES DE DATAPROJ - BISSEXTO PELA REGRA SIMPLES
      *DO DIVISIVEL POR 4, SUFICIENTE PARA O HORIZONTE DO SISTEMA
       CALCULAULTDIA.
           EVALUATE DJ-MES
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO ULTDIA
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO ULTDIA
           WHEN OTHER
               MOVE 28 TO ULTDIA
               DIVIDE DJ-ANO BY 4 GIVING ZAUX REMAINDER ZRESTO
               IF ZRESTO = ZEROES
                   MOVE 29 TO ULTDIA
               END-IF
           END-EVALUATE.

       SAIR.
           GOBACK.
           END PROGRAM RELFLUX.

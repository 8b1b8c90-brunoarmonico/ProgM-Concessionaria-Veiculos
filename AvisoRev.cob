      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOREV.
      *-----------------------------------------------------------------
      *AVISO DE REVISAO PERIODICA - PASSO DA CADEIA NOTURNA. PERCORRE
      *OS VEICULOS VENDIDOS (CADVEIC E AS VENDAS ARQUIVADAS NO
      *CADVHIST) E ESTIMA A PROXIMA REVISAO DE CADA UM: A CADA 12
      *MESES CONTADOS DA DATAVENDA OU A CADA 10.000 KM RODADOS DESDE
      *A LEITURA DA VENDA, O QUE VIER PRIMEIRO. A MEDIA DE KM POR DIA
      *SAI DO HISTORICO DO HODOMETRO (CADKM) - DA LEITURA DA VENDA
      *(EVENTO V) ATE A ULTIMA LEITURA, COM PELO MENOS 30 DIAS ENTRE
      *ELAS; SEM ISSO VALE SO O TEMPO. OS DONOS COM REVISAO PREVISTA
      *PARA OS PROXIMOS 30 DIAS SAEM NA LISTA DE LIGACOES (RELREVIS.TXT)
      *E NO ARQUIVO DE CONTATO (AVISOREV.TXT) COM TELEFONE E E-MAIL DO
      *CADPROPR. CADA AVISO FICA REGISTRADO EM CADREVIS (CHASSI E
      *NUMERO DA REVISAO) E O MESMO AVISO NUNCA SAI DUAS VEZES; O
      *REGISTRO DE UMA VENDA ANTERIOR DO CHASSI (CARRO QUE VOLTOU NA
      *TROCA E FOI REVENDIDO) NAO CONTA PARA O DONO NOVO, QUE RECEBE
      *O AVISO E FICA NO LUGAR DELE. DONO
      *QUE RECUSOU MARKETING NO CADLGPD (P172958), OU OS DOIS CANAIS,
      *NAO E AVISADO NEM REGISTRADO; O CANAL RECUSADO SAI EM BRANCO.
      *DIAS EM BASE COMERCIAL DE 360, COMO O RELATRASO. RODA SEM
      *OPERADOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADVHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS H-CHASSI
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS H-PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-P-CPF WITH DUPLICATES.
           SELECT CADKM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKM
               FILE STATUS  IS ERROKM.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LG-CPF
               FILE STATUS  IS ERROLG.
           SELECT CADREVIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREVIS
               FILE STATUS  IS ERROREV.
           SELECT RELREVIS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.
           SELECT AVISOREV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROAVI.

       DATA DIVISION.
       FILE SECTION.
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
               02 H-V-ANO PIC 9(8).
               02 FILLER PIC X(47).
               02 H-VENDA.
                   03 H-VALORVENDA PIC 9(7)V99.
                   03 H-COMISSAO   PIC 9(2)V99.
                   03 H-DATAVENDA  PIC 9(8).
                   03 FILLER       PIC X(30).
               02 FILLER PIC X(20).
               02 H-FILIAL PIC 9(2).
               02 FILLER PIC X(7).

           FD CADKM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKM.DAT".
           01 REGKM.
               02 CHAVEKM.
                   03 KM-CHASSI PIC X(17) VALUE SPACES.
                   03 KM-SEQ    PIC 9(3) VALUE ZEROES.
               02 KM-DATA     PIC 9(8) VALUE ZEROES.
               02 KM-LEITURA  PIC 9(7) VALUE ZEROES.
               02 KM-EVENTO   PIC X(1) VALUE SPACES.
               02 KM-OPERADOR PIC X(8) VALUE SPACES.

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

      *CONSENTIMENTO DE CONTATO POR CLIENTE (P172958)
           FD CADLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LG-CPF       PIC X(11) VALUE SPACES.
               02 LG-MARKETING PIC X(1) VALUE SPACES.
                   88 LGPD-MKT-RECUSADO   VALUE "N".
               02 LG-EMAIL     PIC X(1) VALUE SPACES.
                   88 LGPD-EMAIL-RECUSADO VALUE "N".
               02 LG-FONE      PIC X(1) VALUE SPACES.
                   88 LGPD-FONE-RECUSADO  VALUE "N".
               02 FILLER       PIC X(36).

      *REGISTRO DOS AVISOS DE REVISAO JA DADOS - UM POR CHASSI E
      *NUMERO DA REVISAO (1 = PRIMEIRA REVISAO APOS A VENDA)
           FD CADREVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREVIS.DAT".
           01 REGREVIS.
               02 CHAVEREVIS.
                   03 RV-CHASSI  PIC X(17) VALUE SPACES.
                   03 RV-NUMERO  PIC 9(2) VALUE ZEROES.
               02 RV-CPF       PIC X(11) VALUE SPACES.
               02 RV-DATAPREV  PIC 9(8) VALUE ZEROES.
               02 RV-MOTIVO    PIC X(1) VALUE SPACES.
                   88 REV-POR-TEMPO VALUE "T".
                   88 REV-POR-KM    VALUE "K".
               02 RV-DATAAVISO PIC 9(8) VALUE ZEROES.

           FD RELREVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREVIS.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

      *ARQUIVO DE CONTATO DE LARGURA FIXA PARA A CENTRAL DE LIGACOES
      *E O DISPARO DE E-MAIL
           FD AVISOREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOREV.TXT".
           01 LINHAAVI.
               02 AV-CPF      PIC X(11).
               02 AV-NOME     PIC X(30).
               02 AV-DDD      PIC 9(2).
               02 AV-NUMERO   PIC 9(9).
               02 AV-EMAIL    PIC X(30).
               02 AV-CHASSI   PIC X(17).
               02 AV-PLACA    PIC X(7).
               02 AV-REVISAO  PIC 9(2).
               02 AV-DATAPREV PIC 9(8).
               02 AV-MOTIVO   PIC X(1).
               02 AV-FILIAL   PIC 9(2).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROHIS   PIC X(2) VALUE "00".
           01 ERROKM    PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROLG    PIC X(2) VALUE "00".
           01 ERROREV   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 ERROAVI   PIC X(2) VALUE "00".
           01 TEMKM     PIC 9(1) VALUE 0.
           01 TEMPRO    PIC 9(1) VALUE 0.
           01 TEMLGPD   PIC 9(1) VALUE 0.
      *INTERVALO DA REVISAO E ANTECEDENCIA DO AVISO
           01 MESESREVISAO PIC 9(2) VALUE 12.
           01 KMREVISAO    PIC 9(5) VALUE 10000.
           01 DIASAVISO    PIC 9(2) VALUE 30.
           01 DIASMINMEDIA PIC 9(2) VALUE 30.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATAHOJE-R REDEFINES DATAHOJE.
               02 DH-ANO PIC 9(4).
               02 DH-MES PIC 9(2).
               02 DH-DIA PIC 9(2).
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DV-ANO PIC 9(4).
               02 DV-MES PIC 9(2).
               02 DV-DIA PIC 9(2).
           01 DIASCONV  PIC 9(8) VALUE ZEROES.
           01 RESTODIAS PIC 9(3) VALUE ZEROES.
           01 DIASHOJE  PIC 9(8) VALUE ZEROES.
      *VEICULO EM ANALISE - DO CADVEIC OU DO CADVHIST
           01 RCHASSI    PIC X(17) VALUE SPACES.
           01 RPLACA     PIC X(7) VALUE SPACES.
           01 RCPF       PIC X(11) VALUE SPACES.
           01 RDATAVENDA PIC 9(8) VALUE ZEROES.
           01 RFILIAL    PIC 9(2) VALUE ZEROES.
           01 DIASVENDA  PIC 9(8) VALUE ZEROES.
           01 MESESUSO   PIC 9(4) VALUE ZEROES.
      *HODOMETRO - LEITURA DA VENDA, ULTIMA LEITURA E MEDIA DIARIA
           01 FIMKM      PIC 9(1) VALUE 0.
           01 KMVENDA    PIC 9(7) VALUE ZEROES.
           01 DIASKMVENDA PIC 9(8) VALUE ZEROES.
           01 ACHOUKMV   PIC 9(1) VALUE 0.
           01 ULTKM      PIC 9(7) VALUE ZEROES.
           01 DIASULTKM  PIC 9(8) VALUE ZEROES.
           01 DIASMEDIA  PIC S9(8) VALUE ZEROES.
           01 KMDIA      PIC 9(5)V99 VALUE ZEROES.
           01 KMHOJE     PIC 9(8) VALUE ZEROES.
           01 KMALVO     PIC 9(8) VALUE ZEROES.
      *PROXIMA REVISAO - NUMERO, DATA PREVISTA E O QUE A DISPAROU
           01 REVTEMPO   PIC 9(2) VALUE ZEROES.
           01 REVKM      PIC 9(2) VALUE ZEROES.
           01 NUMREV     PIC 9(2) VALUE ZEROES.
           01 DIASPREVT  PIC 9(8) VALUE ZEROES.
           01 DIASPREVK  PIC 9(8) VALUE ZEROES.
           01 DIASPREV   PIC 9(8) VALUE ZEROES.
           01 DATAPREV   PIC 9(8) VALUE ZEROES.
           01 MOTIVOREV  PIC X(1) VALUE SPACES.
           01 JAAVISADO  PIC 9(1) VALUE 0.
           01 REVANTERIOR PIC 9(1) VALUE 0.
           01 QTDVENDIDOS PIC 9(6) VALUE ZEROES.
           01 QTDAVISOS  PIC 9(6) VALUE ZEROES.
           01 QTDREPETIDOS PIC 9(6) VALUE ZEROES.
           01 QTDSEMCAD  PIC 9(6) VALUE ZEROES.
           01 QTDSEMCONSENT PIC 9(6) VALUE ZEROES.
           01 NOMELINHA  PIC X(30) VALUE SPACES.
           01 MOTIVOLINHA PIC X(5) VALUE SPACES.
           01 ED-KMDIA   PIC Z(4)9,99.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DO AVISO DE REVISAO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           COMPUTE DIASHOJE = DH-ANO * 360 + (DH-MES - 1) * 30 + DH-DIA
           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADVEIC NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN I-O CADREVIS
           IF ERROREV NOT = "00"
               IF ERROREV = "30" OR ERROREV = "35"
                   OPEN OUTPUT CADREVIS
                   CLOSE CADREVIS
                   OPEN I-O CADREVIS
               END-IF
           END-IF
           IF ERROREV NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREVIS"
               CLOSE CADVEIC
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           MOVE 0 TO TEMKM TEMPRO TEMLGPD
           OPEN INPUT CADKM
           IF ERROKM = "00"
               MOVE 1 TO TEMKM
           END-IF
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPRO
           END-IF
           OPEN INPUT CADLGPD
           IF ERROLG = "00"
               MOVE 1 TO TEMLGPD
           END-IF
           MOVE "00" TO ERROLG
           OPEN OUTPUT RELREVIS
           OPEN OUTPUT AVISOREV
           MOVE SPACES TO LINHAREL
           STRING "AVISO DE REVISAO - PREVISTAS ATE " DELIMITED BY SIZE
               DIASAVISO DELIMITED BY SIZE
               " DIAS - " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            PLACA   CPF         "
               DELIMITED BY SIZE
               "NOME                           DDD TELEFONE  "
               DELIMITED BY SIZE
               "REV PREVISTA POR   KM/DIA" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO LISTAVEIC.

      *PERCORRE OS VEICULOS VENDIDOS DO CADASTRO
       LISTAVEIC.
           MOVE SPACES TO CHASSI
           START CADVEIC KEY IS NOT LESS THAN CHASSI
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM LISTAVEIC-LOOP UNTIL ERRO NOT = "00"
           CLOSE CADVEIC
           GO TO LISTAHIST.

       LISTAVEIC-LOOP.
           READ CADVEIC NEXT
           IF ERRO = "00"
               IF VEIC-VENDIDO
                   MOVE CHASSI TO RCHASSI
                   MOVE PLACA TO RPLACA
                   MOVE P-CPF TO RCPF
                   MOVE DATAVENDA TO RDATAVENDA
                   MOVE FILIAL TO RFILIAL
                   PERFORM ANALISAVEIC THRU ANALISAVEIC-FIM
               END-IF
           END-IF.

      *PERCORRE AS VENDAS ARQUIVADAS PELO ARQVEIC - O CARRO CONTINUA
      *RODANDO E O DONO CONTINUA CLIENTE DA OFICINA
       LISTAHIST.
           OPEN INPUT CADVHIST
           IF ERROHIS = "00"
               MOVE SPACES TO H-CHASSI
               START CADVHIST KEY IS NOT LESS THAN H-CHASSI
                   INVALID KEY
                       MOVE "10" TO ERROHIS
               END-START
               PERFORM LISTAHIST-LOOP UNTIL ERROHIS NOT = "00"
               CLOSE CADVHIST
           END-IF
           GO TO TOTAIS.

       LISTAHIST-LOOP.
           READ CADVHIST NEXT
           IF ERROHIS = "00"
               MOVE H-CHASSI TO RCHASSI
               MOVE H-PLACA TO RPLACA
               MOVE H-P-CPF TO RCPF
               MOVE H-DATAVENDA TO RDATAVENDA
               MOVE H-FILIAL TO RFILIAL
               PERFORM ANALISAVEIC THRU ANALISAVEIC-FIM
           END-IF.

      *ESTIMA A PROXIMA REVISAO DO VEICULO E AVISA SE ELA CAI NOS
      *PROXIMOS DIAS E AINDA NAO FOI AVISADA
       ANALISAVEIC.
           IF RDATAVENDA = ZEROES OR RCPF = SPACES
               GO TO ANALISAVEIC-FIM
           END-IF
           MOVE RDATAVENDA TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASVENDA
           IF DIASVENDA > DIASHOJE
               GO TO ANALISAVEIC-FIM
           END-IF
           ADD 1 TO QTDVENDIDOS
      *PELO TEMPO - A PRIMEIRA REVISAO QUE O CALENDARIO AINDA NAO
      *PASSOU
           COMPUTE MESESUSO = (DIASHOJE - DIASVENDA) / 30
           COMPUTE REVTEMPO = MESESUSO / MESESREVISAO + 1
      *PELA QUILOMETRAGEM - A PRIMEIRA REVISAO QUE O KM ESTIMADO DE
      *HOJE AINDA NAO PASSOU
           MOVE ZEROES TO REVKM KMDIA
           PERFORM MEDIAKM
           IF KMDIA > ZEROES
               COMPUTE KMHOJE = ULTKM + KMDIA * (DIASHOJE - DIASULTKM)
               COMPUTE REVKM = (KMHOJE - KMVENDA) / KMREVISAO + 1
           END-IF
           MOVE REVTEMPO TO NUMREV
           IF REVKM > NUMREV
               MOVE REVKM TO NUMREV
           END-IF
      *A REVISAO VENCE PELO QUE CHEGAR PRIMEIRO
           COMPUTE DIASPREVT = DIASVENDA + NUMREV * MESESREVISAO * 30
           MOVE DIASPREVT TO DIASPREV
           MOVE "T" TO MOTIVOREV
           IF KMDIA > ZEROES
               COMPUTE KMALVO = KMVENDA + NUMREV * KMREVISAO
               IF KMALVO > ULTKM
                   COMPUTE DIASPREVK = DIASULTKM
                       + (KMALVO - ULTKM) / KMDIA
               ELSE
                   MOVE DIASHOJE TO DIASPREVK
               END-IF
               IF DIASPREVK < DIASPREV
                   MOVE DIASPREVK TO DIASPREV
                   MOVE "K" TO MOTIVOREV
               END-IF
           END-IF
           IF DIASPREV < DIASHOJE
               MOVE DIASHOJE TO DIASPREV
           END-IF
           IF DIASPREV - DIASHOJE > DIASAVISO
               GO TO ANALISAVEIC-FIM
           END-IF
           MOVE DIASPREV TO DIASCONV
           PERFORM DIASPARADATA
           MOVE DATACONV TO DATAPREV
           PERFORM CHECAAVISO
           IF JAAVISADO = 1
               ADD 1 TO QTDREPETIDOS
               GO TO ANALISAVEIC-FIM
           END-IF
           PERFORM LECONSENT
           IF LGPD-MKT-RECUSADO
               OR (LGPD-EMAIL-RECUSADO AND LGPD-FONE-RECUSADO)
               ADD 1 TO QTDSEMCONSENT
               GO TO ANALISAVEIC-FIM
           END-IF
           PERFORM GRAVAAVISO.

       ANALISAVEIC-FIM.
           CONTINUE.

      *MEDIA DE KM POR DIA PELO HISTORICO DO HODOMETRO - DA LEITURA
      *DA VENDA (EVENTO V; SEM ELA, A PRIMEIRA LEITURA) ATE A ULTIMA
       MEDIAKM.
           MOVE ZEROES TO KMVENDA ULTKM DIASKMVENDA DIASULTKM
           MOVE 0 TO ACHOUKMV
           IF TEMKM = 1
               MOVE 0 TO FIMKM
               MOVE RCHASSI TO KM-CHASSI
               MOVE ZEROES TO KM-SEQ
               START CADKM KEY IS GREATER THAN CHAVEKM
                   INVALID KEY
                       MOVE 1 TO FIMKM
               END-START
               PERFORM MEDIAKM-LOOP UNTIL FIMKM = 1
               MOVE "00" TO ERROKM
           END-IF
           IF ACHOUKMV = 1 AND ULTKM > KMVENDA
               COMPUTE DIASMEDIA = DIASULTKM - DIASKMVENDA
               IF DIASMEDIA NOT < DIASMINMEDIA
                   COMPUTE KMDIA = (ULTKM - KMVENDA) / DIASMEDIA
               END-IF
           END-IF.

       MEDIAKM-LOOP.
           READ CADKM NEXT
           IF ERROKM NOT = "00"
               MOVE 1 TO FIMKM
           ELSE
               IF KM-CHASSI NOT = RCHASSI
                   MOVE 1 TO FIMKM
               ELSE
                   MOVE KM-DATA TO DATACONV
                   PERFORM DATAPARADIAS
                   IF ACHOUKMV = 0 OR KM-EVENTO = "V"
                       MOVE 1 TO ACHOUKMV
                       MOVE KM-LEITURA TO KMVENDA
                       MOVE DIASCONV TO DIASKMVENDA
                   END-IF
                   MOVE KM-LEITURA TO ULTKM
                   MOVE DIASCONV TO DIASULTKM
               END-IF
           END-IF.

      *CONFERE NO REGISTRO SE ESTA REVISAO DO CHASSI JA FOI AVISADA -
      *AVISO DADO ANTES DESTA VENDA (OU NO DIA DELA A OUTRO DONO) E DE
      *UMA VENDA ANTERIOR DO CHASSI E SERA SUBSTITUIDO
       CHECAAVISO.
           MOVE 0 TO JAAVISADO REVANTERIOR
           MOVE RCHASSI TO RV-CHASSI
           MOVE NUMREV TO RV-NUMERO
           READ CADREVIS
           IF ERROREV = "00"
               IF RV-DATAAVISO < RDATAVENDA
                   OR (RV-DATAAVISO = RDATAVENDA AND RV-CPF NOT = RCPF)
                   MOVE 1 TO REVANTERIOR
               ELSE
                   MOVE 1 TO JAAVISADO
               END-IF
           END-IF
           MOVE "00" TO ERROREV.

      *GRAVA A LINHA DA LISTA DE LIGACOES, O CONTATO E O REGISTRO DO
      *AVISO
       GRAVAAVISO.
           MOVE SPACES TO NOME EMAIL
           MOVE ZEROES TO DDD NUMERO
           MOVE "CLIENTE NAO CADASTRADO" TO NOMELINHA
           IF TEMPRO = 1
               MOVE RCPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMELINHA
               ELSE
                   MOVE SPACES TO NOME EMAIL
                   MOVE ZEROES TO DDD NUMERO
               END-IF
               MOVE "00" TO ERROPRO
           END-IF
           IF LGPD-FONE-RECUSADO
               MOVE ZEROES TO DDD NUMERO
           END-IF
           IF LGPD-EMAIL-RECUSADO
               MOVE SPACES TO EMAIL
           END-IF
           IF NOME = SPACES
               ADD 1 TO QTDSEMCAD
           END-IF
           IF MOTIVOREV = "K"
               MOVE "KM" TO MOTIVOLINHA
           ELSE
               MOVE "TEMPO" TO MOTIVOLINHA
           END-IF
           MOVE KMDIA TO ED-KMDIA
           MOVE SPACES TO LINHAREL
           STRING RCHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RPLACA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RCPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMELINHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NUMREV DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               DATAPREV DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVOLINHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-KMDIA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF NOME NOT = SPACES
               MOVE RCPF TO AV-CPF
               MOVE NOME TO AV-NOME
               MOVE DDD TO AV-DDD
               MOVE NUMERO TO AV-NUMERO
               MOVE EMAIL TO AV-EMAIL
               MOVE RCHASSI TO AV-CHASSI
               MOVE RPLACA TO AV-PLACA
               MOVE NUMREV TO AV-REVISAO
               MOVE DATAPREV TO AV-DATAPREV
               MOVE MOTIVOREV TO AV-MOTIVO
               MOVE RFILIAL TO AV-FILIAL
               WRITE LINHAAVI
           END-IF
           MOVE RCHASSI TO RV-CHASSI
           MOVE NUMREV TO RV-NUMERO
           MOVE RCPF TO RV-CPF
           MOVE DATAPREV TO RV-DATAPREV
           MOVE MOTIVOREV TO RV-MOTIVO
           MOVE DATAHOJE TO RV-DATAAVISO
           IF REVANTERIOR = 1
               REWRITE REGREVIS
               MOVE "A" TO PJ-OPERACAO
           ELSE
               WRITE REGREVIS
               MOVE "I" TO PJ-OPERACAO
           END-IF
           PERFORM JORNREVIS
           MOVE "00" TO ERROREV
           ADD 1 TO QTDAVISOS.

      *CONSENTIMENTO DE CONTATO DO DONO - SEM REGISTRO NO CADLGPD,
      *NENHUM CANAL FOI RECUSADO
       LECONSENT.
           MOVE SPACES TO REGLGPD
           IF TEMLGPD = 1
               MOVE RCPF TO LG-CPF
               READ CADLGPD
               IF ERROLG NOT = "00"
                   MOVE SPACES TO REGLGPD
               END-IF
               MOVE "00" TO ERROLG
           END-IF.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DV-ANO * 360 + (DV-MES - 1) * 30 + DV-DIA.

      *CONVERTE DIAS NA BASE COMERCIAL DE VOLTA PARA AAAAMMDD - O DIA
      *30 DE FEVEREIRO VIRA 28
       DIASPARADATA.
           COMPUTE DV-ANO = DIASCONV / 360
           COMPUTE RESTODIAS = DIASCONV - DV-ANO * 360
           IF RESTODIAS = ZEROES
               SUBTRACT 1 FROM DV-ANO
               MOVE 360 TO RESTODIAS
           END-IF
           COMPUTE DV-MES = (RESTODIAS - 1) / 30 + 1
           COMPUTE DV-DIA = RESTODIAS - (DV-MES - 1) * 30
           IF DV-MES = 2 AND DV-DIA > 28
               MOVE 28 TO DV-DIA
           END-IF.

      *GRAVA OS TOTAIS E FECHA OS ARQUIVOS
       TOTAIS.
           MOVE SPACES TO LINHAREL
           STRING "VEICULOS VENDIDOS: " DELIMITED BY SIZE
               QTDVENDIDOS DELIMITED BY SIZE
               " AVISOS: " DELIMITED BY SIZE
               QTDAVISOS DELIMITED BY SIZE
               " JA AVISADOS: " DELIMITED BY SIZE
               QTDREPETIDOS DELIMITED BY SIZE
               " SEM CADASTRO: " DELIMITED BY SIZE
               QTDSEMCAD DELIMITED BY SIZE
               " SEM CONSENTIMENTO: " DELIMITED BY SIZE
               QTDSEMCONSENT DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "AVISO DE REVISAO GRAVADO EM RELREVIS.TXT E "
               "AVISOREV.TXT"
           CLOSE CADREVIS
           IF TEMKM = 1
               CLOSE CADKM
           END-IF
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF
           IF TEMLGPD = 1
               CLOSE CADLGPD
           END-IF
           CLOSE RELREVIS
           CLOSE AVISOREV.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADREVIS PARA O JORNAL DE TRANSACOES
       JORNREVIS.
           IF ERROREV = "00" OR ERROREV = "02"
               MOVE "CADREVIS" TO PJ-ARQUIVO
               MOVE REGREVIS TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM AVISOREV.

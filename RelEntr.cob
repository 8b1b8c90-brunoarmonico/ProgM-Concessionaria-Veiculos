      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELENTR.
      *-----------------------------------------------------------------
      *ENTREGAS DE VEICULOS VENDIDOS (CADENTR, P172950) - LISTA AS
      *ENTREGAS AGENDADAS AINDA NAO FEITAS, NA ORDEM DA AGENDA, COM O
      *ANDAMENTO DO CHECKLIST E AS JA VENCIDAS; OS CARROS VENDIDOS NOS
      *ULTIMOS 30 DIAS SEM ENTREGA AGENDADA; E O PRAZO MEDIO EM DIAS
      *DA VENDA A ENTREGA POR FILIAL NAS ENTREGAS FEITAS NO MES DE
      *ENTPARAM.TXT (AAAAMM, PADRAO MES CORRENTE). VENDA ESTORNADA
      *DEPOIS DO AGENDAMENTO NAO ENTRA. GRAVA RELENTR.TXT E RODA SEM
      *OPERADOR, NOS MOLDES DO RELMULTA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTR
               FILE STATUS  IS ERRO
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
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT ENTPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELENTR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
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
               02 EN-HORAENTREGA     PIC 9(4) VALUE ZEROES.
               02 EN-KMENTREGA       PIC 9(7) VALUE ZEROES.
               02 EN-CPFRECEB        PIC X(11) VALUE SPACES.
               02 EN-NOMERECEB       PIC X(30) VALUE SPACES.
               02 EN-OPERAGEN        PIC X(8) VALUE SPACES.
               02 EN-OPERENTREGA     PIC X(8) VALUE SPACES.

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

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD ENTPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ENTPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

           FD RELENTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELENTR.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROFIL   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 MESALVO   PIC 9(6) VALUE ZEROES.
      *JANELA DOS VENDIDOS SEM ENTREGA AGENDADA
           01 DIASSEMAGENDA PIC 9(3) VALUE 30.
           01 TEMENTR   PIC 9(1) VALUE 0.
           01 FIMENTR   PIC 9(1) VALUE 0.
           01 FIMVEIC   PIC 9(1) VALUE 0.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DV-ANO PIC 9(4).
               02 DV-MES PIC 9(2).
               02 DV-DIA PIC 9(2).
           01 DIASCONV  PIC 9(8) VALUE ZEROES.
           01 DIASHOJE  PIC 9(8) VALUE ZEROES.
           01 DIASVENDA PIC 9(8) VALUE ZEROES.
           01 DIASPRAZO PIC 9(5) VALUE ZEROES.
      *PRAZOS POR FILIAL (00 = SEM FILIAL)
           01 TABFIL.
               03 TBF-ENTRY OCCURS 100 TIMES.
                   05 TBF-QTD   PIC 9(5).
                   05 TBF-DIAS  PIC 9(7).
                   05 TBF-MAIOR PIC 9(5).
           01 IND PIC 9(3) VALUE 1.
           01 QTDPEND   PIC 9(5) VALUE ZEROES.
           01 QTDVENC   PIC 9(5) VALUE ZEROES.
           01 QTDSEMAG  PIC 9(5) VALUE ZEROES.
           01 TOTQTD    PIC 9(5) VALUE ZEROES.
           01 TOTDIAS   PIC 9(7) VALUE ZEROES.
           01 TOTMAIOR  PIC 9(5) VALUE ZEROES.
           01 MEDIA     PIC 9(5)V9 VALUE ZEROES.
           01 SITTEXTO  PIC X(10) VALUE SPACES.
           01 NOMEFILIAL PIC X(20) VALUE SPACES.
           01 ED-QTD    PIC Z(4)9.
           01 ED-QTD2   PIC Z(4)9.
           01 ED-DIAS   PIC Z(4)9.
           01 ED-MEDIA  PIC Z(4)9,9.
           01 ED-HORA   PIC 99B99.
           01 ED-CODIGO PIC 9(2) VALUE ZEROES.

           PROCEDURE DIVISION.
      *LE O MES ALVO E ABRE OS ARQUIVOS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE(1:6) TO MESALVO
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN INPUT ENTPARAM
           IF ERRPAR = "00"
               READ ENTPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:6) NUMERIC
                           AND LINHAPARAM(1:6) NOT = "000000"
                           MOVE LINHAPARAM(1:6) TO MESALVO
                       END-IF
               END-READ
               CLOSE ENTPARAM
           END-IF
           OPEN INPUT CADVEIC
           IF ERROVEI NOT = "00"
               DISPLAY "ARQUIVO CADVEIC NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
      *SEM NENHUMA ENTREGA AGENDADA AINDA, SAI SO A LISTA DOS VENDIDOS
           MOVE 1 TO TEMENTR
           OPEN INPUT CADENTR
           IF ERRO NOT = "00"
               MOVE 0 TO TEMENTR
           END-IF
           MOVE "00" TO ERRO
           OPEN INPUT CADFIL
           OPEN OUTPUT RELENTR
           MOVE SPACES TO LINHAREL
           STRING "ENTREGAS PENDENTES EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               " (* = DATA AGENDADA JA PASSOU)" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "  CHASSI            PLACA   FL VENDA    AGENDADA "
               DELIMITED BY SIZE
               "HORA" DELIMITED BY SIZE
               "  CHECKLIST DIAS DA VENDA" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE ZEROES TO TABFIL
           IF TEMENTR = 1
               MOVE 0 TO FIMENTR
               MOVE ZEROES TO EN-DATAAGEN
               START CADENTR KEY IS NOT LESS THAN EN-DATAAGEN
                   INVALID KEY
                       MOVE 1 TO FIMENTR
               END-START
               PERFORM PENDENTES UNTIL FIMENTR = 1
               MOVE "00" TO ERRO
           END-IF
           MOVE QTDPEND TO ED-QTD
           MOVE QTDVENC TO ED-QTD2
           MOVE SPACES TO LINHAREL
           STRING "TOTAL PENDENTE " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               "  COM DATA VENCIDA " DELIMITED BY SIZE
               ED-QTD2 DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO SEMAGENDA.

      *ENTREGA AGENDADA EM ABERTO - SO VALE SE A VENDA AINDA E A
      *ATUAL DO CHASSI
       PENDENTES.
           READ CADENTR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMENTR
           ELSE
               IF ENTR-AGENDADA
                   MOVE EN-CHASSI TO CHASSI
                   READ CADVEIC
                   IF ERROVEI = "00" AND VEIC-VENDIDO
                       AND DATAVENDA = EN-DATAVENDA
                       PERFORM LINHAPENDENTE
                   END-IF
                   MOVE "00" TO ERROVEI
               END-IF
           END-IF.

       LINHAPENDENTE.
           ADD 1 TO QTDPEND
           MOVE SPACES TO SITTEXTO
           IF EN-DATAAGEN < DATAHOJE
               ADD 1 TO QTDVENC
               MOVE "*" TO SITTEXTO
           END-IF
           MOVE EN-DATAVENDA TO DATACONV
           PERFORM DATAPARADIAS
           COMPUTE DIASPRAZO = DIASHOJE - DIASCONV
           MOVE DIASPRAZO TO ED-DIAS
           MOVE EN-HORAAGEN TO ED-HORA
           MOVE SPACES TO LINHAREL
           STRING SITTEXTO(1:1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EN-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EN-PLACA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EN-FILIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EN-DATAVENDA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EN-DATAAGEN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-HORA DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               EN-QTDOK DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               EN-QTDITENS DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               ED-DIAS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *VENDIDOS NA JANELA SEM NENHUMA ENTREGA AGENDADA
       SEMAGENDA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "VENDIDOS NOS ULTIMOS " DELIMITED BY SIZE
               DIASSEMAGENDA DELIMITED BY SIZE
               " DIAS SEM ENTREGA AGENDADA" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "  CHASSI            PLACA   FL VENDA    DIAS DA VENDA"
               TO LINHAREL
           WRITE LINHAREL
           MOVE 0 TO FIMVEIC
           MOVE LOW-VALUES TO CHASSI
           START CADVEIC KEY IS GREATER THAN CHASSI
               INVALID KEY
                   MOVE 1 TO FIMVEIC
           END-START
           PERFORM VENDIDOS UNTIL FIMVEIC = 1
           MOVE "00" TO ERROVEI
           MOVE QTDSEMAG TO ED-QTD
           MOVE SPACES TO LINHAREL
           STRING "TOTAL SEM AGENDAMENTO " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO PRAZOS.

       VENDIDOS.
           READ CADVEIC NEXT
           IF ERROVEI NOT = "00"
               MOVE 1 TO FIMVEIC
           ELSE
               IF VEIC-VENDIDO AND DATAVENDA NOT = ZEROES
                   MOVE DATAVENDA TO DATACONV
                   PERFORM DATAPARADIAS
                   COMPUTE DIASPRAZO = DIASHOJE - DIASCONV
                   IF DIASCONV NOT > DIASHOJE
                       AND DIASPRAZO NOT > DIASSEMAGENDA
                       PERFORM CONFEREAGENDA
                   END-IF
               END-IF
           END-IF.

       CONFEREAGENDA.
           MOVE "23" TO ERRO
           IF TEMENTR = 1
               MOVE CHASSI TO EN-CHASSI
               MOVE DATAVENDA TO EN-DATAVENDA
               READ CADENTR KEY IS CHAVEENTR
           END-IF
           IF ERRO NOT = "00"
               ADD 1 TO QTDSEMAG
               MOVE DIASPRAZO TO ED-DIAS
               MOVE SPACES TO LINHAREL
               STRING "  " DELIMITED BY SIZE
                   CHASSI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PLACA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DATAVENDA DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   ED-DIAS DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF
           MOVE "00" TO ERRO.

      *PRAZO DA VENDA A ENTREGA NAS ENTREGAS FEITAS NO MES
       PRAZOS.
           IF TEMENTR = 1
               MOVE 0 TO FIMENTR
               MOVE LOW-VALUES TO CHAVEENTR
               START CADENTR KEY IS GREATER THAN CHAVEENTR
                   INVALID KEY
                       MOVE 1 TO FIMENTR
               END-START
               PERFORM APURAPRAZO UNTIL FIMENTR = 1
               MOVE "00" TO ERRO
           END-IF
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "PRAZO DA VENDA A ENTREGA POR FILIAL - " DELIMITED
               BY SIZE
               "ENTREGAS DO MES " DELIMITED BY SIZE
               MESALVO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           STRING "FL FILIAL               ENTREGAS MEDIA (DIAS) "
               DELIMITED BY SIZE
               "MAIOR PRAZO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           PERFORM LINHAFIL VARYING IND FROM 1 BY 1
               UNTIL IND > 100
           MOVE ZEROES TO MEDIA
           IF TOTQTD > ZEROES
               COMPUTE MEDIA ROUNDED = TOTDIAS / TOTQTD
           END-IF
           MOVE TOTQTD TO ED-QTD
           MOVE MEDIA TO ED-MEDIA
           MOVE TOTMAIOR TO ED-DIAS
           MOVE SPACES TO LINHAREL
           STRING "   TOTAL GERAL          " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               ED-MEDIA DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               ED-DIAS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF TEMENTR = 1
               CLOSE CADENTR
           END-IF
           CLOSE CADVEIC CADFIL RELENTR
           DISPLAY "RELATORIO GRAVADO EM RELENTR.TXT"
           GO TO SAIR.

       APURAPRAZO.
           READ CADENTR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMENTR
           ELSE
               IF ENTR-ENTREGUE AND EN-DATAENTREGA(1:6) = MESALVO
                   MOVE EN-DATAVENDA TO DATACONV
                   PERFORM DATAPARADIAS
                   MOVE DIASCONV TO DIASVENDA
                   MOVE EN-DATAENTREGA TO DATACONV
                   PERFORM DATAPARADIAS
                   MOVE ZEROES TO DIASPRAZO
                   IF DIASCONV > DIASVENDA
                       COMPUTE DIASPRAZO = DIASCONV - DIASVENDA
                   END-IF
                   COMPUTE IND = EN-FILIAL + 1
                   ADD 1 TO TBF-QTD(IND) TOTQTD
                   ADD DIASPRAZO TO TBF-DIAS(IND) TOTDIAS
                   IF DIASPRAZO > TBF-MAIOR(IND)
                       MOVE DIASPRAZO TO TBF-MAIOR(IND)
                   END-IF
                   IF DIASPRAZO > TOTMAIOR
                       MOVE DIASPRAZO TO TOTMAIOR
                   END-IF
               END-IF
           END-IF.

       LINHAFIL.
           IF TBF-QTD(IND) > 0
               COMPUTE ED-CODIGO = IND - 1
               MOVE SPACES TO NOMEFILIAL
               IF ED-CODIGO = 0
                   MOVE "SEM FILIAL" TO NOMEFILIAL
               ELSE
                   MOVE ED-CODIGO TO FL-CODIGO
                   READ CADFIL
                   IF ERROFIL = "00"
                       MOVE FL-NOME TO NOMEFILIAL
                   END-IF
                   MOVE "00" TO ERROFIL
               END-IF
               COMPUTE MEDIA ROUNDED = TBF-DIAS(IND) / TBF-QTD(IND)
               MOVE TBF-QTD(IND) TO ED-QTD
               MOVE MEDIA TO ED-MEDIA
               MOVE TBF-MAIOR(IND) TO ED-DIAS
               MOVE SPACES TO LINHAREL
               STRING ED-CODIGO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMEFILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-QTD DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   ED-MEDIA DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   ED-DIAS DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360 DIAS
       DATAPARADIAS.
           COMPUTE DIASCONV = DV-ANO * 360 + (DV-MES - 1) * 30 + DV-DIA.

       SAIR.
           GOBACK.
           END PROGRAM RELENTR.

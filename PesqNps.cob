      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PESQNPS.
      *-----------------------------------------------------------------
      *PESQUISA DE SATISFACAO POS-ENTREGA (NPS). PRIMEIRO CARREGA AS
      *RESPOSTAS DEVOLVIDAS PELA FERRAMENTA DE PESQUISA EM RESPNPS.TXT
      *(CHASSI;NOTA DE 0 A 10;COMENTARIO), NOS MOLDES DO CARGALEAD -
      *A RESPOSTA VAI PARA A PESQUISA MAIS RECENTE DO CHASSI NO
      *CADNPS, E NOTA DE 0 A 6 (DETRATOR) ABRE UMA TAREFA DE
      *ACOMPANHAMENTO PARA O GERENTE DA FILIAL (CADTAREF, TRATADA NO
      *P172951). DEPOIS GERA A LISTA DE CONTATOS DA PESQUISA EM
      *NPSCONT.TXT (CPF;NOME;DDD;TELEFONE;EMAIL;CHASSI;VENDEDOR;
      *FILIAL;MARCA;DATA DA ENTREGA) COM AS ENTREGAS CONFIRMADAS NO
      *P172950 HA PELO MENOS 3 DIAS E AINDA NAO PESQUISADAS. CADA
      *VENDA E PESQUISADA UMA SO VEZ; CLIENTE SEM TELEFONE E SEM
      *E-MAIL FICA REGISTRADO SEM CONTATO, E A RESPOSTA PODE SER
      *DIGITADA NO P172951. O CLIENTE QUE RECUSOU MARKETING NO CADLGPD
      *(P172958) TAMBEM FICA SEM CONTATO, E O CANAL RECUSADO (TELEFONE
      *OU E-MAIL) SAI EM BRANCO. O ARQUIVO DE RESPOSTAS E ESVAZIADO AO
      *FIM DA CARGA E O RESUMO SAI EM RELPESQ.TXT.
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
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LG-CPF
               FILE STATUS  IS ERROLG.
           SELECT RESPNPS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROARQ.
           SELECT NPSCONT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCON.
           SELECT RELPESQ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

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
               02 FILLER PIC X(47).
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

           FD RESPNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RESPNPS.TXT".
           01 LINHARESP PIC X(100) VALUE SPACES.

           FD NPSCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NPSCONT.TXT".
           01 LINHACONT PIC X(150) VALUE SPACES.

           FD RELPESQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPESQ.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROTAR   PIC X(2) VALUE "00".
           01 ERROENT   PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROLG    PIC X(2) VALUE "00".
           01 ERROARQ   PIC X(2) VALUE "00".
           01 ERROCON   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
      *DIAS DEPOIS DA ENTREGA PARA PESQUISAR E NOTA MAXIMA DO DETRATOR
           01 DIASNPS   PIC 9(2) VALUE 3.
           01 NOTADETRATOR PIC 9(2) VALUE 6.
           01 TEMARQ    PIC 9(1) VALUE 0.
           01 TEMENTR   PIC 9(1) VALUE 0.
           01 TEMVEIC   PIC 9(1) VALUE 0.
           01 TEMPROPR  PIC 9(1) VALUE 0.
           01 TEMLGPD   PIC 9(1) VALUE 0.
           01 FIMNPS    PIC 9(1) VALUE 0.
           01 FIMENTR   PIC 9(1) VALUE 0.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DV-ANO PIC 9(4).
               02 DV-MES PIC 9(2).
               02 DV-DIA PIC 9(2).
           01 DIASCONV  PIC 9(8) VALUE ZEROES.
           01 DIASHOJE  PIC 9(8) VALUE ZEROES.
           01 LINHALIDA.
               02 RC-CHASSI     PIC X(17) VALUE SPACES.
               02 RC-NOTA       PIC X(2) VALUE SPACES.
               02 RC-COMENTARIO PIC X(60) VALUE SPACES.
           01 NOTALIDA  PIC 9(2) VALUE ZEROES.
           01 NOTA1     PIC 9(1) VALUE ZEROES.
           01 ULTDATAVENDA PIC 9(8) VALUE ZEROES.
           01 ED-NOTA   PIC Z9.
           01 QTDLIDOS  PIC 9(5) VALUE ZEROES.
           01 QTDRESP   PIC 9(5) VALUE ZEROES.
           01 QTDTAREFA PIC 9(5) VALUE ZEROES.
           01 QTDREJ    PIC 9(5) VALUE ZEROES.
           01 QTDENVIO  PIC 9(5) VALUE ZEROES.
           01 QTDSEMCON PIC 9(5) VALUE ZEROES.
           01 QTDSEMCONSENT PIC 9(5) VALUE ZEROES.

           PROCEDURE DIVISION.
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN I-O CADNPS
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADNPS
                   CLOSE CADNPS
                   OPEN I-O CADNPS
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNPS"
                   MOVE 8 TO RETURN-CODE
                   GO TO SAIR
               END-IF
           END-IF
           OPEN I-O CADTAREF
           IF ERROTAR NOT = "00"
               IF ERROTAR = "30" OR ERROTAR = "35"
                   OPEN OUTPUT CADTAREF
                   CLOSE CADTAREF
                   OPEN I-O CADTAREF
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADTAREF"
                   CLOSE CADNPS
                   MOVE 8 TO RETURN-CODE
                   GO TO SAIR
               END-IF
           END-IF
           OPEN INPUT CADENTR
           IF ERROENT = "00"
               MOVE 1 TO TEMENTR
           END-IF
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 1 TO TEMVEIC
           END-IF
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPROPR
           END-IF
           OPEN INPUT CADLGPD
           IF ERROLG = "00"
               MOVE 1 TO TEMLGPD
           END-IF
           MOVE "00" TO ERROLG
           OPEN OUTPUT RELPESQ
           MOVE SPACES TO LINHAREL
           STRING "PESQUISA DE SATISFACAO (NPS) - " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           OPEN INPUT RESPNPS
           IF ERROARQ NOT = "00"
               DISPLAY "ARQUIVO RESPNPS.TXT NAO ENCONTRADO"
               GO TO GERALISTA
           END-IF
           MOVE 1 TO TEMARQ
           MOVE "RESPOSTAS RECEBIDAS" TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            NT OBSERVACAO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO CARGA.

      *LE UMA RESPOSTA DELIMITADA POR ";" E REGISTRA NA PESQUISA
       CARGA.
           READ RESPNPS
               AT END
                   GO TO GERALISTA
           END-READ
           IF LINHARESP = SPACES
               GO TO CARGA
           END-IF
           ADD 1 TO QTDLIDOS
           MOVE SPACES TO LINHALIDA
           UNSTRING LINHARESP DELIMITED BY ";"
               INTO RC-CHASSI RC-NOTA RC-COMENTARIO
           END-UNSTRING
           MOVE 99 TO NOTALIDA
           IF RC-NOTA NUMERIC
               MOVE RC-NOTA TO NOTALIDA
           ELSE
               IF RC-NOTA(1:1) NUMERIC AND RC-NOTA(2:1) = SPACE
                   MOVE RC-NOTA(1:1) TO NOTA1
                   MOVE NOTA1 TO NOTALIDA
               END-IF
           END-IF
           IF RC-CHASSI = SPACES OR NOTALIDA > 10
               ADD 1 TO QTDREJ
               MOVE SPACES TO LINHAREL
               STRING "INVALIDA: " DELIMITED BY SIZE
                   LINHARESP DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               GO TO CARGA
           END-IF
           PERFORM ACHAPESQ
           IF ULTDATAVENDA = ZEROES
               ADD 1 TO QTDREJ
               MOVE "SEM PESQUISA PARA O CHASSI" TO LINHAREL(22:)
               PERFORM LINHARESPOSTA
               GO TO CARGA
           END-IF
           IF NPS-RESPONDIDA
               ADD 1 TO QTDREJ
               MOVE "PESQUISA JA RESPONDIDA" TO LINHAREL(22:)
               PERFORM LINHARESPOSTA
               GO TO CARGA
           END-IF
           MOVE "R" TO NP-SITUACAO
           MOVE NOTALIDA TO NP-NOTA
           MOVE RC-COMENTARIO TO NP-COMENTARIO
           MOVE DATAHOJE TO NP-DATARESP
           MOVE "I" TO NP-ORIGEM
           MOVE SPACES TO NP-OPERADOR
           REWRITE REGNPS
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNNPS
           ADD 1 TO QTDRESP
           MOVE "RESPOSTA REGISTRADA" TO LINHAREL(22:)
           IF NP-NOTA NOT > NOTADETRATOR
               PERFORM ABRETAREFA
               MOVE "RESPOSTA REGISTRADA - TAREFA ABERTA PARA A FILIAL"
                   TO LINHAREL(22:)
           END-IF
           PERFORM LINHARESPOSTA
           GO TO CARGA.

       LINHARESPOSTA.
           MOVE RC-CHASSI TO LINHAREL(1:17)
           MOVE NOTALIDA TO ED-NOTA
           MOVE ED-NOTA TO LINHAREL(19:2)
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL.

      *LOCALIZA A PESQUISA DA VENDA MAIS RECENTE DO CHASSI
       ACHAPESQ.
           MOVE ZEROES TO ULTDATAVENDA
           MOVE SPACES TO LINHAREL
           MOVE 0 TO FIMNPS
           MOVE RC-CHASSI TO NP-CHASSI
           MOVE ZEROES TO NP-DATAVENDA
           START CADNPS KEY IS NOT LESS THAN CHAVENPS
               INVALID KEY
                   MOVE 1 TO FIMNPS
           END-START
           PERFORM ACHAPESQ-LOOP UNTIL FIMNPS = 1
           MOVE "00" TO ERRO
           IF ULTDATAVENDA NOT = ZEROES
               MOVE RC-CHASSI TO NP-CHASSI
               MOVE ULTDATAVENDA TO NP-DATAVENDA
               READ CADNPS
               IF ERRO NOT = "00"
                   MOVE ZEROES TO ULTDATAVENDA
               END-IF
               MOVE "00" TO ERRO
           END-IF.

       ACHAPESQ-LOOP.
           READ CADNPS NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMNPS
           ELSE
               IF NP-CHASSI NOT = RC-CHASSI
                   MOVE 1 TO FIMNPS
               ELSE
                   MOVE NP-DATAVENDA TO ULTDATAVENDA
               END-IF
           END-IF.

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
           MOVE "00" TO ERROTAR
           ADD 1 TO QTDTAREFA.

      *LISTA DE CONTATOS DAS ENTREGAS AINDA NAO PESQUISADAS
       GERALISTA.
           OPEN OUTPUT NPSCONT
           IF TEMENTR = 1 AND TEMVEIC = 1
               MOVE 0 TO FIMENTR
               MOVE LOW-VALUES TO CHAVEENTR
               START CADENTR KEY IS GREATER THAN CHAVEENTR
                   INVALID KEY
                       MOVE 1 TO FIMENTR
               END-START
               PERFORM GERALISTA-LOOP UNTIL FIMENTR = 1
           END-IF
           CLOSE NPSCONT
           GO TO ENCERRA.

       GERALISTA-LOOP.
           READ CADENTR NEXT
           IF ERROENT NOT = "00"
               MOVE 1 TO FIMENTR
           ELSE
               IF ENTR-ENTREGUE
                   MOVE EN-DATAENTREGA TO DATACONV
                   PERFORM DATAPARADIAS
                   IF DIASHOJE - DIASCONV NOT < DIASNPS
                       MOVE EN-CHASSI TO NP-CHASSI
                       MOVE EN-DATAVENDA TO NP-DATAVENDA
                       READ CADNPS
                       IF ERRO = "23"
                           PERFORM NOVAPESQ
                       END-IF
                       MOVE "00" TO ERRO
                   END-IF
               END-IF
           END-IF.

      *SO PESQUISA SE A VENDA ENTREGUE AINDA E A ATUAL DO CHASSI -
      *VENDA ESTORNADA DEPOIS DA ENTREGA FICA DE FORA
       NOVAPESQ.
           MOVE EN-CHASSI TO CHASSI
           READ CADVEIC
           IF ERROVEI = "00" AND VEIC-VENDIDO
               AND DATAVENDA = EN-DATAVENDA
               PERFORM GRAVAPESQ
           END-IF
           MOVE "00" TO ERROVEI.

       GRAVAPESQ.
           MOVE SPACES TO NOME EMAIL
           MOVE ZEROES TO DDD NUMERO
           IF TEMPROPR = 1
               MOVE EN-CPF TO CPF
               READ CADPROPR
               IF ERROPRO NOT = "00"
                   MOVE SPACES TO NOME EMAIL
                   MOVE ZEROES TO DDD NUMERO
               END-IF
               MOVE "00" TO ERROPRO
           END-IF
           PERFORM LECONSENT
           IF LGPD-FONE-RECUSADO OR LGPD-MKT-RECUSADO
               MOVE ZEROES TO DDD NUMERO
           END-IF
           IF LGPD-EMAIL-RECUSADO OR LGPD-MKT-RECUSADO
               MOVE SPACES TO EMAIL
           END-IF
           IF LGPD-MKT-RECUSADO
               ADD 1 TO QTDSEMCONSENT
           END-IF
           MOVE EN-CHASSI TO NP-CHASSI
           MOVE EN-DATAVENDA TO NP-DATAVENDA
           MOVE EN-CPF TO NP-CPF
           MOVE VENDEDOR TO NP-VENDEDOR
           MOVE FILIAL TO NP-FILIAL
           MOVE V-MARCA TO NP-MARCA
           MOVE EN-DATAENTREGA TO NP-DATAENTREGA
           MOVE DATAHOJE TO NP-DATAENVIO
           MOVE ZEROES TO NP-NOTA NP-DATARESP
           MOVE SPACES TO NP-COMENTARIO NP-ORIGEM NP-OPERADOR
           IF (DDD = ZEROES OR NUMERO = ZEROES) AND EMAIL = SPACES
               MOVE "S" TO NP-SITUACAO
               ADD 1 TO QTDSEMCON
           ELSE
               MOVE "E" TO NP-SITUACAO
               ADD 1 TO QTDENVIO
               MOVE SPACES TO LINHACONT
               STRING EN-CPF DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NOME DELIMITED BY "  "
                   ";" DELIMITED BY SIZE
                   DDD DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   NUMERO DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   EMAIL DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   EN-CHASSI DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   VENDEDOR DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FILIAL DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   V-MARCA DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   EN-DATAENTREGA DELIMITED BY SIZE
                   INTO LINHACONT
               END-STRING
               WRITE LINHACONT
           END-IF
           WRITE REGNPS
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNNPS
           MOVE "00" TO ERRO.

      *CONSENTIMENTO DE CONTATO DO CLIENTE - SEM REGISTRO NO CADLGPD,
      *NENHUM CANAL FOI RECUSADO
       LECONSENT.
           MOVE SPACES TO REGLGPD
           IF TEMLGPD = 1
               MOVE EN-CPF TO LG-CPF
               READ CADLGPD
               IF ERROLG NOT = "00"
                   MOVE SPACES TO REGLGPD
               END-IF
               MOVE "00" TO ERROLG
           END-IF.

       DATAPARADIAS.
           COMPUTE DIASCONV = DV-ANO * 360 + (DV-MES - 1) * 30 + DV-DIA.

       ENCERRA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "RESPOSTAS LIDAS: " DELIMITED BY SIZE
               QTDLIDOS DELIMITED BY SIZE
               " REGISTRADAS: " DELIMITED BY SIZE
               QTDRESP DELIMITED BY SIZE
               " RECUSADAS: " DELIMITED BY SIZE
               QTDREJ DELIMITED BY SIZE
               " TAREFAS ABERTAS: " DELIMITED BY SIZE
               QTDTAREFA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "PESQUISAS GERADAS EM NPSCONT.TXT: " DELIMITED BY SIZE
               QTDENVIO DELIMITED BY SIZE
               " CLIENTES SEM CONTATO: " DELIMITED BY SIZE
               QTDSEMCON DELIMITED BY SIZE
               " (SEM CONSENTIMENTO: " DELIMITED BY SIZE
               QTDSEMCONSENT DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF TEMARQ = 1
               CLOSE RESPNPS
               OPEN OUTPUT RESPNPS
               CLOSE RESPNPS
           END-IF
           CLOSE CADNPS CADTAREF RELPESQ
           IF TEMENTR = 1
               CLOSE CADENTR
           END-IF
           IF TEMVEIC = 1
               CLOSE CADVEIC
           END-IF
           IF TEMPROPR = 1
               CLOSE CADPROPR
           END-IF
           IF TEMLGPD = 1
               CLOSE CADLGPD
           END-IF
           DISPLAY "RESPOSTAS REGISTRADAS: " QTDRESP
               " TAREFAS ABERTAS: " QTDTAREFA
               " PESQUISAS GERADAS: " QTDENVIO
           DISPLAY "RESUMO GRAVADO EM RELPESQ.TXT"
           GO TO SAIR.

       SAIR.
           GOBACK.

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
           END PROGRAM PESQNPS.

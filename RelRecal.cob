      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRECAL.
      *-----------------------------------------------------------------
      *RECALL - CARROS A AVISAR E A REPARAR. PERCORRE AS CAMPANHAS
      *ATIVAS DO CADRECAL (P172941) E LISTA CADA CARRO APURADO EM
      *CADRECV AINDA NAO REPARADO, COM A SITUACAO (PENDENTE OU
      *NOTIFICADO), A PLACA E O DONO A AVISAR COM TELEFONE E E-MAIL
      *DO CADPROPR. O CARRO DE ESTOQUE SAI COMO ESTOQUE DA LOJA. NO
      *FIM DE CADA CAMPANHA, OS TOTAIS POR SITUACAO. GRAVA
      *RELRECAL.TXT E RODA SEM OPERADOR, NOS MOLDES DO RELGAR.
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
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT RELRECAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
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
               02 V-ANO PIC 9(8).
               02 FILLER PIC X(127).

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
               02 FILLER PIC X(127).

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

           FD RELRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRECAL.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRORCV   PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROVHI   PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 FIMRECV   PIC 9(1) VALUE 0.
           01 QTDCAMP   PIC 9(4) VALUE ZEROES.
           01 QTDPEND   PIC 9(5) VALUE ZEROES.
           01 QTDNOTIF  PIC 9(5) VALUE ZEROES.
           01 QTDREPAR  PIC 9(5) VALUE ZEROES.
           01 TOTABERTOS PIC 9(6) VALUE ZEROES.
           01 PLACALISTA PIC X(7) VALUE SPACES.
           01 NOMELISTA PIC X(30) VALUE SPACES.
           01 SITLISTA  PIC X(10) VALUE SPACES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DO RELATORIO DE RECALL
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADRECAL
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADRECAL NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADRECV
           OPEN INPUT CADVEIC
           OPEN INPUT CADVHIST
           OPEN INPUT CADPROPR
           OPEN OUTPUT RELRECAL
           MOVE SPACES TO LINHAREL
           STRING "RECALL - CARROS A AVISAR E A REPARAR - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO APURA.

      *PERCORRE AS CAMPANHAS ATIVAS
       APURA.
           MOVE ZEROES TO RC-CAMPANHA
           START CADRECAL KEY IS NOT LESS THAN RC-CAMPANHA
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM APURA-LOOP UNTIL ERRO NOT = "00"
           GO TO TOTAIS.

       APURA-LOOP.
           READ CADRECAL NEXT
           IF ERRO = "00"
               IF RECALL-ATIVO
                   PERFORM LISTACAMP
               END-IF
           END-IF.

      *CABECALHO, CARROS EM ABERTO E TOTAIS DA CAMPANHA
       LISTACAMP.
           ADD 1 TO QTDCAMP
           MOVE ZEROES TO QTDPEND QTDNOTIF QTDREPAR
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           STRING "CAMPANHA " DELIMITED BY SIZE
               RC-CAMPANHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-REFFABR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-DESCRICAO DELIMITED BY SIZE
               " DE " DELIMITED BY SIZE
               RC-DATA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CHASSI            PLACA   SITUACAO   CPF         "
               DELIMITED BY SIZE
               "NOME                           DDD TELEFONE  "
               DELIMITED BY SIZE
               "E-MAIL" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO FIMRECV
           MOVE RC-CAMPANHA TO RL-CAMPANHA
           MOVE SPACES TO RL-CHASSI
           START CADRECV KEY IS NOT LESS THAN CHAVERECV
               INVALID KEY
                   MOVE 1 TO FIMRECV
           END-START
           PERFORM LISTACAMP-LOOP UNTIL FIMRECV = 1
           MOVE "00" TO ERRORCV
           MOVE SPACES TO LINHAREL
           STRING "PENDENTES: " DELIMITED BY SIZE
               QTDPEND DELIMITED BY SIZE
               " NOTIFICADOS: " DELIMITED BY SIZE
               QTDNOTIF DELIMITED BY SIZE
               " REPARADOS: " DELIMITED BY SIZE
               QTDREPAR DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       LISTACAMP-LOOP.
           READ CADRECV NEXT
           IF ERRORCV NOT = "00"
               MOVE 1 TO FIMRECV
           ELSE
               IF RL-CAMPANHA NOT = RC-CAMPANHA
                   MOVE 1 TO FIMRECV
               ELSE
                   IF RECV-REPARADO
                       ADD 1 TO QTDREPAR
                   ELSE
                       PERFORM LISTALINHA
                   END-IF
               END-IF
           END-IF.

       LISTALINHA.
           ADD 1 TO TOTABERTOS
           IF RECV-PENDENTE
               ADD 1 TO QTDPEND
               MOVE "PENDENTE" TO SITLISTA
           ELSE
               ADD 1 TO QTDNOTIF
               MOVE "NOTIFICADO" TO SITLISTA
           END-IF
           PERFORM LERPLACA
           MOVE SPACES TO NOME EMAIL
           MOVE ZEROES TO DDD NUMERO
           IF RL-CPF = SPACES
               MOVE "ESTOQUE DA LOJA" TO NOMELISTA
           ELSE
               MOVE "CLIENTE NAO CADASTRADO" TO NOMELISTA
               MOVE RL-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMELISTA
               ELSE
                   MOVE SPACES TO EMAIL
                   MOVE ZEROES TO DDD NUMERO
               END-IF
               MOVE "00" TO ERROPRO
           END-IF
           MOVE SPACES TO LINHAREL
           STRING RL-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PLACALISTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SITLISTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RL-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMELISTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMAIL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *PLACA DO CARRO - NO CADASTRO OU NA VENDA ARQUIVADA
       LERPLACA.
           MOVE SPACES TO PLACALISTA
           MOVE RL-CHASSI TO CHASSI
           READ CADVEIC
           IF ERROVEI = "00"
               MOVE PLACA TO PLACALISTA
           ELSE
               MOVE RL-CHASSI TO H-CHASSI
               READ CADVHIST
               IF ERROVHI = "00"
                   MOVE H-PLACA TO PLACALISTA
               END-IF
           END-IF
           MOVE "00" TO ERROVEI ERROVHI.

      *GRAVA OS TOTAIS GERAIS
       TOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           STRING "CAMPANHAS ATIVAS: " DELIMITED BY SIZE
               QTDCAMP DELIMITED BY SIZE
               " CARROS EM ABERTO: " DELIMITED BY SIZE
               TOTABERTOS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "RELATORIO GRAVADO EM RELRECAL.TXT"
           CLOSE CADRECAL
           CLOSE CADRECV
           CLOSE CADVEIC
           CLOSE CADVHIST
           CLOSE CADPROPR
           CLOSE RELRECAL.

       SAIR.
           GOBACK.
           END PROGRAM RELRECAL.

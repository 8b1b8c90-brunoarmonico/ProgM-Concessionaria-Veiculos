      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELLEAD.
      *-----------------------------------------------------------------
      *LEADS DO PORTAL - TEMPO DE RESPOSTA E CONVERSAO. PERCORRE O
      *CADLEAD (CARGALEAD E P172949) E, POR VENDEDOR E POR VEICULO
      *(CHASSI DO ANUNCIO), CONTA OS LEADS RECEBIDOS, OS RESPONDIDOS
      *COM O TEMPO MEDIO DE RESPOSTA EM HORAS (DA CHEGADA DO LEAD AO
      *PRIMEIRO CONTATO, TEST-DRIVE OU ORCAMENTO), OS SEM RESPOSTA,
      *OS CONVERTIDOS EM TEST-DRIVE/ORCAMENTO, OS VENDIDOS E OS
      *PERDIDOS, COM O PERCENTUAL DE LEADS QUE VIRARAM VENDA. LEADS
      *SEM VENDEDOR (SEM VENDEDOR ATIVO NA CARGA) FICAM NUMA LINHA
      *A PARTE. GRAVA RELLEAD.TXT E RODA SEM OPERADOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LD-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS LD-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS LD-VENDEDOR WITH DUPLICATES.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VD-CODIGO
               FILE STATUS  IS ERRVND
               ALTERNATE RECORD KEY IS VD-NOME WITH DUPLICATES.
           SELECT RELLEAD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADLEAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEAD.DAT".
           01 REGLEAD.
               02 LD-NUMERO     PIC 9(6) VALUE ZEROES.
               02 LD-CHASSI     PIC X(17) VALUE SPACES.
               02 LD-DATA       PIC 9(8) VALUE ZEROES.
               02 LD-HORA       PIC 9(4) VALUE ZEROES.
               02 LD-NOME       PIC X(30) VALUE SPACES.
               02 LD-DDD        PIC 9(2) VALUE ZEROES.
               02 LD-TELEFONE   PIC 9(9) VALUE ZEROES.
               02 LD-EMAIL      PIC X(30) VALUE SPACES.
               02 LD-MENSAGEM   PIC X(60) VALUE SPACES.
               02 LD-FILIAL     PIC 9(2) VALUE ZEROES.
               02 LD-VENDEDOR   PIC 9(3) VALUE ZEROES.
               02 LD-SITUACAO   PIC X(1) VALUE SPACES.
                   88 LEAD-ABERTO     VALUE "A".
                   88 LEAD-CONTATADO  VALUE "C".
                   88 LEAD-TESTDRIVE  VALUE "T".
                   88 LEAD-ORCAMENTO  VALUE "O".
                   88 LEAD-VENDIDO    VALUE "V".
                   88 LEAD-PERDIDO    VALUE "P".
               02 LD-DATARESP   PIC 9(8) VALUE ZEROES.
               02 LD-HORARESP   PIC 9(4) VALUE ZEROES.
               02 LD-CPF        PIC X(11) VALUE SPACES.
               02 LD-DATACONV   PIC 9(8) VALUE ZEROES.
               02 LD-NUMORCA    PIC 9(6) VALUE ZEROES.
               02 LD-DATAFIM    PIC 9(8) VALUE ZEROES.
               02 LD-MOTIVO     PIC X(20) VALUE SPACES.
               02 LD-OPERADOR   PIC X(8) VALUE SPACES.

           FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
           01 REGVEND.
               02 VD-CODIGO PIC 9(3) VALUE ZEROES.
               02 VD-NOME   PIC X(30) VALUE SPACES.
               02 VD-CPF    PIC X(11) VALUE SPACES.
               02 VD-ATIVO  PIC 9(1) VALUE ZEROES.
                   88 VEND-ATIVO   VALUE 1.
                   88 VEND-INATIVO VALUE 0.

           FD RELLEAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLEAD.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRVND    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DC-ANO PIC 9(4).
               02 DC-MES PIC 9(2).
               02 DC-DIA PIC 9(2).
           01 DIASCONV  PIC 9(7) VALUE ZEROES.
           01 HORACONV  PIC 9(4) VALUE ZEROES.
           01 HORACONV-R REDEFINES HORACONV.
               02 HC-HH PIC 9(2).
               02 HC-MM PIC 9(2).
           01 MINCONV   PIC 9(11) VALUE ZEROES.
           01 MINLEAD   PIC 9(11) VALUE ZEROES.
           01 MINRESP   PIC 9(9) VALUE ZEROES.
           01 FIMLEAD   PIC 9(1) VALUE 0.
           01 CHASSIANT PIC X(17) VALUE SPACES.

      *CONTADORES DO GRUPO CORRENTE (VENDEDOR OU VEICULO) E GERAIS
           01 GRUPO.
               02 GR-LEADS     PIC 9(5) VALUE ZEROES.
               02 GR-RESP      PIC 9(5) VALUE ZEROES.
               02 GR-MINUTOS   PIC 9(9) VALUE ZEROES.
               02 GR-SEMRESP   PIC 9(5) VALUE ZEROES.
               02 GR-CONV      PIC 9(5) VALUE ZEROES.
               02 GR-VENDAS    PIC 9(5) VALUE ZEROES.
               02 GR-PERDIDOS  PIC 9(5) VALUE ZEROES.
           01 TOTGERAL.
               02 TG-LEADS     PIC 9(5) VALUE ZEROES.
               02 TG-RESP      PIC 9(5) VALUE ZEROES.
               02 TG-MINUTOS   PIC 9(9) VALUE ZEROES.
               02 TG-SEMRESP   PIC 9(5) VALUE ZEROES.
               02 TG-CONV      PIC 9(5) VALUE ZEROES.
               02 TG-VENDAS    PIC 9(5) VALUE ZEROES.
               02 TG-PERDIDOS  PIC 9(5) VALUE ZEROES.

      *ACUMULADORES POR VENDEDOR - A ENTRADA 1000 RECEBE OS LEADS
      *QUE FICARAM SEM VENDEDOR NA CARGA
           01 TABLEAD.
               03 TBL-ENTRY OCCURS 1000 TIMES.
                   05 TBL-LEADS    PIC 9(5).
                   05 TBL-RESP     PIC 9(5).
                   05 TBL-MINUTOS  PIC 9(9).
                   05 TBL-SEMRESP  PIC 9(5).
                   05 TBL-CONV     PIC 9(5).
                   05 TBL-VENDAS   PIC 9(5).
                   05 TBL-PERDIDOS PIC 9(5).
           01 TBL-IND PIC 9(4) VALUE 1.
           01 NOMEVEND PIC X(30) VALUE SPACES.
           01 ED-CODIGO PIC 9(3) VALUE ZEROES.
           01 ROTULO PIC X(35) VALUE SPACES.
           01 MEDIAHORAS PIC 9(5)V9 VALUE ZEROES.
           01 PERCVENDA PIC 9(3)V9 VALUE ZEROES.
           01 ED-LEADS PIC ZZZZ9.
           01 ED-RESP PIC ZZZZ9.
           01 ED-MEDIA PIC ZZZZ9,9.
           01 ED-SEMRESP PIC ZZZZ9.
           01 ED-CONV PIC ZZZZ9.
           01 ED-VENDAS PIC ZZZZ9.
           01 ED-PERDIDOS PIC ZZZZ9.
           01 ED-PERC PIC ZZ9,9.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS E GRAVA O CABECALHO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADLEAD
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADLEAD NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADVEND
           OPEN OUTPUT RELLEAD
           MOVE SPACES TO LINHAREL
           STRING "LEADS DO PORTAL - TEMPO DE RESPOSTA E CONVERSAO - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           PERFORM LIMPATAB VARYING TBL-IND FROM 1 BY 1
               UNTIL TBL-IND > 1000
           MOVE ZEROES TO TOTGERAL
           GO TO APURA.

       LIMPATAB.
           MOVE ZEROES TO TBL-LEADS(TBL-IND) TBL-RESP(TBL-IND)
               TBL-MINUTOS(TBL-IND) TBL-SEMRESP(TBL-IND)
               TBL-CONV(TBL-IND) TBL-VENDAS(TBL-IND)
               TBL-PERDIDOS(TBL-IND).

      *PERCORRE OS LEADS PELO CHASSI - O VEICULO E QUEBRA DE GRUPO E
      *O VENDEDOR ACUMULA NA TABELA
       APURA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "POR VEICULO" TO LINHAREL
           WRITE LINHAREL
           PERFORM CABECALHO
           MOVE ZEROES TO GRUPO
           MOVE SPACES TO CHASSIANT
           MOVE 0 TO FIMLEAD
           MOVE LOW-VALUES TO LD-CHASSI
           START CADLEAD KEY IS NOT LESS THAN LD-CHASSI
               INVALID KEY
                   MOVE 1 TO FIMLEAD
           END-START
           PERFORM APURA-LOOP UNTIL FIMLEAD = 1
           IF CHASSIANT NOT = SPACES
               PERFORM IMPRIMEVEICULO
           END-IF
           GO TO IMPRIME.

       APURA-LOOP.
           READ CADLEAD NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMLEAD
           ELSE
               IF LD-CHASSI NOT = CHASSIANT
                   IF CHASSIANT NOT = SPACES
                       PERFORM IMPRIMEVEICULO
                   END-IF
                   MOVE ZEROES TO GRUPO
                   MOVE LD-CHASSI TO CHASSIANT
               END-IF
               PERFORM SOMALEAD
           END-IF.

      *CONTA O LEAD NO VEICULO, NO VENDEDOR E NO TOTAL GERAL - O TEMPO
      *DE RESPOSTA VAI DA CHEGADA DO LEAD A DATA/HORA DA RESPOSTA
       SOMALEAD.
           MOVE ZEROES TO MINRESP
           IF LD-DATARESP NOT = ZEROES
               MOVE LD-DATA TO DATACONV
               MOVE LD-HORA TO HORACONV
               PERFORM DATAPARAMINUTOS
               MOVE MINCONV TO MINLEAD
               MOVE LD-DATARESP TO DATACONV
               MOVE LD-HORARESP TO HORACONV
               PERFORM DATAPARAMINUTOS
               IF MINCONV > MINLEAD
                   COMPUTE MINRESP = MINCONV - MINLEAD
               END-IF
           END-IF
           IF LD-VENDEDOR = ZEROES
               MOVE 1000 TO TBL-IND
           ELSE
               MOVE LD-VENDEDOR TO TBL-IND
           END-IF
           ADD 1 TO GR-LEADS TBL-LEADS(TBL-IND) TG-LEADS
           IF LD-DATARESP NOT = ZEROES
               ADD 1 TO GR-RESP TBL-RESP(TBL-IND) TG-RESP
               ADD MINRESP TO GR-MINUTOS TBL-MINUTOS(TBL-IND)
                   TG-MINUTOS
           ELSE
               ADD 1 TO GR-SEMRESP TBL-SEMRESP(TBL-IND) TG-SEMRESP
           END-IF
           IF LD-DATACONV NOT = ZEROES
               ADD 1 TO GR-CONV TBL-CONV(TBL-IND) TG-CONV
           END-IF
           IF LEAD-VENDIDO
               ADD 1 TO GR-VENDAS TBL-VENDAS(TBL-IND) TG-VENDAS
           END-IF
           IF LEAD-PERDIDO
               ADD 1 TO GR-PERDIDOS TBL-PERDIDOS(TBL-IND)
                   TG-PERDIDOS
           END-IF.

      *CONVERTE AAAAMMDD E HHMM EM MINUTOS NA BASE COMERCIAL DE 360
       DATAPARAMINUTOS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA
           COMPUTE MINCONV = DIASCONV * 1440 + HC-HH * 60 + HC-MM.

       CABECALHO.
           MOVE SPACES TO LINHAREL
           STRING "                                    "
               DELIMITED BY SIZE
               "LEADS RESPOND  HORAS  S/RESP  CONVER VENDAS PERDID"
               DELIMITED BY SIZE
               "  %VENDA" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       IMPRIMEVEICULO.
           MOVE CHASSIANT TO ROTULO
           PERFORM LINHAGRUPO.

      *GRAVA A LINHA DO GRUPO CORRENTE COM A MEDIA E O PERCENTUAL
       LINHAGRUPO.
           MOVE ZEROES TO MEDIAHORAS PERCVENDA
           IF GR-RESP NOT = ZEROES
               COMPUTE MEDIAHORAS ROUNDED = GR-MINUTOS / GR-RESP / 60
           END-IF
           IF GR-LEADS NOT = ZEROES
               COMPUTE PERCVENDA ROUNDED = GR-VENDAS * 100 / GR-LEADS
           END-IF
           MOVE GR-LEADS TO ED-LEADS
           MOVE GR-RESP TO ED-RESP
           MOVE MEDIAHORAS TO ED-MEDIA
           MOVE GR-SEMRESP TO ED-SEMRESP
           MOVE GR-CONV TO ED-CONV
           MOVE GR-VENDAS TO ED-VENDAS
           MOVE GR-PERDIDOS TO ED-PERDIDOS
           MOVE PERCVENDA TO ED-PERC
           MOVE SPACES TO LINHAREL
           STRING ROTULO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-LEADS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ED-RESP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-MEDIA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ED-SEMRESP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ED-CONV DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ED-VENDAS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ED-PERDIDOS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ED-PERC DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *GRAVA A ABERTURA POR VENDEDOR E O TOTAL GERAL
       IMPRIME.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "POR VENDEDOR" TO LINHAREL
           WRITE LINHAREL
           PERFORM CABECALHO
           PERFORM IMPRIME-VENDEDOR VARYING TBL-IND FROM 1 BY 1
               UNTIL TBL-IND > 1000
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE TOTGERAL TO GRUPO
           MOVE "TOTAL GERAL" TO ROTULO
           PERFORM LINHAGRUPO
           DISPLAY "RELATORIO GRAVADO EM RELLEAD.TXT"
           CLOSE CADLEAD
           IF ERRVND = "00" OR ERRVND = "23"
               CLOSE CADVEND
           END-IF
           CLOSE RELLEAD
           GO TO SAIR.

       IMPRIME-VENDEDOR.
           IF TBL-LEADS(TBL-IND) NOT = ZEROES
               MOVE TBL-LEADS(TBL-IND) TO GR-LEADS
               MOVE TBL-RESP(TBL-IND) TO GR-RESP
               MOVE TBL-MINUTOS(TBL-IND) TO GR-MINUTOS
               MOVE TBL-SEMRESP(TBL-IND) TO GR-SEMRESP
               MOVE TBL-CONV(TBL-IND) TO GR-CONV
               MOVE TBL-VENDAS(TBL-IND) TO GR-VENDAS
               MOVE TBL-PERDIDOS(TBL-IND) TO GR-PERDIDOS
               MOVE SPACES TO ROTULO
               IF TBL-IND = 1000
                   MOVE "--- SEM VENDEDOR" TO ROTULO
               ELSE
                   PERFORM LERNOMEVEND
                   MOVE TBL-IND TO ED-CODIGO
                   STRING ED-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NOMEVEND DELIMITED BY SIZE
                       INTO ROTULO
                   END-STRING
               END-IF
               PERFORM LINHAGRUPO
           END-IF.

      *BUSCA O NOME DO VENDEDOR NO CADASTRO
       LERNOMEVEND.
           MOVE SPACES TO NOMEVEND
           IF ERRVND = "00" OR ERRVND = "23"
               MOVE TBL-IND TO VD-CODIGO
               READ CADVEND
                   INVALID KEY
                       MOVE SPACES TO VD-NOME
               END-READ
               MOVE VD-NOME TO NOMEVEND
           END-IF.

       SAIR.
           GOBACK.
           END PROGRAM RELLEAD.

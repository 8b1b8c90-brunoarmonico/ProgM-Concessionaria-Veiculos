      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRENOV.
      *-----------------------------------------------------------------
      *LISTA DE RENOVACAO DE SEGURO - APOLICES VIGENTES DO CADAPOL
      *(P172961) QUE VENCEM NOS PROXIMOS 45 DIAS, NA ORDEM DO FIM DA
      *VIGENCIA, COM O CONTATO DO DONO NO CADPROPR E O VENDEDOR DA
      *VENDA ORIGINAL DO CARRO (CADVEND). A APOLICE JA RENOVADA OU
      *CANCELADA NAO SAI. DONO QUE RECUSOU MARKETING NO CADLGPD
      *(P172958), OU OS DOIS CANAIS, NAO E LISTADO; O CANAL RECUSADO
      *SAI EM BRANCO, COMO NO AVISOREV. DIAS EM BASE COMERCIAL DE
      *360. GRAVA RELRENOV.TXT E RODA SEM OPERADOR, UMA VEZ POR MES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SG-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS SG-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS SG-FIM WITH DUPLICATES.
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
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VD-CODIGO
               FILE STATUS  IS ERRVND
               ALTERNATE RECORD KEY IS VD-NOME WITH DUPLICATES.
           SELECT RELRENOV ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
           FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 SG-NUMERO      PIC 9(6) VALUE ZEROES.
               02 SG-CHASSI      PIC X(17) VALUE SPACES.
               02 SG-CPF         PIC X(11) VALUE SPACES.
               02 SG-SEGURADORA  PIC X(20) VALUE SPACES.
               02 SG-APOLICE     PIC X(20) VALUE SPACES.
               02 SG-INICIO      PIC 9(8) VALUE ZEROES.
               02 SG-FIM         PIC 9(8) VALUE ZEROES.
               02 SG-PREMIO      PIC 9(7)V99 VALUE ZEROES.
               02 SG-COMISSAO    PIC 9(7)V99 VALUE ZEROES.
               02 SG-VENDEDOR    PIC 9(3) VALUE ZEROES.
               02 SG-FILIAL      PIC 9(2) VALUE ZEROES.
               02 SG-DATACAD     PIC 9(8) VALUE ZEROES.
               02 SG-OPERADOR    PIC X(8) VALUE SPACES.
               02 SG-SITUACAO    PIC X(1) VALUE SPACES.
                   88 APOLICE-VIGENTE   VALUE "V".
                   88 APOLICE-RENOVADA  VALUE "R".
                   88 APOLICE-CANCELADA VALUE "C".
               02 SG-DATACANC    PIC 9(8) VALUE ZEROES.
               02 SG-SITCOMIS    PIC X(1) VALUE SPACES.
               02 SG-DATAREC     PIC 9(8) VALUE ZEROES.
               02 SG-VALORREC    PIC 9(7)V99 VALUE ZEROES.
               02 SG-OPERREC     PIC X(8) VALUE SPACES.
               02 SG-RENOVADAPOR PIC 9(6) VALUE ZEROES.

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

           FD RELRENOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRENOV.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROLG    PIC X(2) VALUE "00".
           01 ERRVND    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 TEMPRO    PIC 9(1) VALUE 0.
           01 TEMLGPD   PIC 9(1) VALUE 0.
           01 TEMVEND   PIC 9(1) VALUE 0.
      *ANTECEDENCIA DA LISTA DE RENOVACAO
           01 DIASRENOV PIC 9(2) VALUE 45.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATALIMITE PIC 9(8) VALUE ZEROES.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DV-ANO PIC 9(4).
               02 DV-MES PIC 9(2).
               02 DV-DIA PIC 9(2).
           01 DIASCONV  PIC 9(8) VALUE ZEROES.
           01 RESTODIAS PIC 9(3) VALUE ZEROES.
           01 NOMELINHA PIC X(30) VALUE SPACES.
           01 VENDLINHA PIC X(30) VALUE SPACES.
           01 QTDVENCER PIC 9(5) VALUE ZEROES.
           01 QTDLISTADAS PIC 9(5) VALUE ZEROES.
           01 QTDSEMCONSENT PIC 9(5) VALUE ZEROES.
           01 TOTPREMIO PIC 9(9)V99 VALUE ZEROES.
           01 ED-VALOR  PIC Z(6)9,99.
           01 ED-TOTAL  PIC Z(8)9,99.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DA LISTA DE RENOVACAO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           ADD DIASRENOV TO DIASCONV
           PERFORM DIASPARADATA
           MOVE DATACONV TO DATALIMITE
           OPEN INPUT CADAPOL
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADAPOL NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           MOVE 0 TO TEMPRO TEMLGPD TEMVEND
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPRO
           END-IF
           OPEN INPUT CADLGPD
           IF ERROLG = "00"
               MOVE 1 TO TEMLGPD
           END-IF
           OPEN INPUT CADVEND
           IF ERRVND = "00"
               MOVE 1 TO TEMVEND
           END-IF
           MOVE "00" TO ERROPRO ERROLG ERRVND
           OPEN OUTPUT RELRENOV
           MOVE SPACES TO LINHAREL
           STRING "RENOVACAO DE SEGURO - APOLICES QUE VENCEM DE "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               " ATE " DELIMITED BY SIZE
               DATALIMITE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "FIM      NUMERO CHASSI            SEGURADORA"
               DELIMITED BY SIZE
               "           APOLICE                  PREMIO"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "         CPF         NOME" DELIMITED BY SIZE
               "                           DDD TELEFONE  E-MAIL"
               DELIMITED BY SIZE
               "                         VENDEDOR" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO LISTA.

      *PERCORRE AS APOLICES PELO FIM DA VIGENCIA, DE HOJE ATE O LIMITE
       LISTA.
           MOVE DATAHOJE TO SG-FIM
           START CADAPOL KEY IS NOT LESS THAN SG-FIM
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM LISTA-LOOP UNTIL ERRO NOT = "00"
           GO TO TOTAIS.

       LISTA-LOOP.
           READ CADAPOL NEXT
           IF ERRO = "00"
               IF SG-FIM > DATALIMITE
                   MOVE "10" TO ERRO
               ELSE
                   IF APOLICE-VIGENTE
                       ADD 1 TO QTDVENCER
                       PERFORM LECONSENT
                       IF LGPD-MKT-RECUSADO
                           OR (LGPD-EMAIL-RECUSADO
                           AND LGPD-FONE-RECUSADO)
                           ADD 1 TO QTDSEMCONSENT
                       ELSE
                           PERFORM GRAVALINHA
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *GRAVA AS DUAS LINHAS DA APOLICE - APOLICE E CONTATO DO DONO
       GRAVALINHA.
           MOVE SPACES TO NOME EMAIL
           MOVE ZEROES TO DDD NUMERO
           MOVE "CLIENTE NAO CADASTRADO" TO NOMELINHA
           IF TEMPRO = 1
               MOVE SG-CPF TO CPF
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
           MOVE SPACES TO VENDLINHA
           IF TEMVEND = 1 AND SG-VENDEDOR NOT = ZEROES
               MOVE SG-VENDEDOR TO VD-CODIGO
               READ CADVEND
               IF ERRVND = "00"
                   MOVE VD-NOME TO VENDLINHA
               END-IF
               MOVE "00" TO ERRVND
           END-IF
           ADD 1 TO QTDLISTADAS
           ADD SG-PREMIO TO TOTPREMIO
           MOVE SG-PREMIO TO ED-VALOR
           MOVE SPACES TO LINHAREL
           STRING SG-FIM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SG-NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SG-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SG-SEGURADORA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SG-APOLICE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "         " DELIMITED BY SIZE
               SG-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMELINHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMAIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SG-VENDEDOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VENDLINHA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *CONSENTIMENTO DE CONTATO DO DONO - SEM REGISTRO NO CADLGPD,
      *NENHUM CANAL FOI RECUSADO
       LECONSENT.
           MOVE SPACES TO REGLGPD
           IF TEMLGPD = 1
               MOVE SG-CPF TO LG-CPF
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
           MOVE TOTPREMIO TO ED-TOTAL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           STRING "APOLICES A VENCER: " DELIMITED BY SIZE
               QTDVENCER DELIMITED BY SIZE
               " LISTADAS: " DELIMITED BY SIZE
               QTDLISTADAS DELIMITED BY SIZE
               " SEM CONSENTIMENTO: " DELIMITED BY SIZE
               QTDSEMCONSENT DELIMITED BY SIZE
               " PREMIO LISTADO: " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "RELATORIO GRAVADO EM RELRENOV.TXT"
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF
           IF TEMLGPD = 1
               CLOSE CADLGPD
           END-IF
           IF TEMVEND = 1
               CLOSE CADVEND
           END-IF
           CLOSE CADAPOL
           CLOSE RELRENOV.

       SAIR.
           GOBACK.
           END PROGRAM RELRENOV.

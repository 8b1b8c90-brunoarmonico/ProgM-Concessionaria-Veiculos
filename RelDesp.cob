      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDESP.
      *-----------------------------------------------------------------
      *DESPESAS OPERACIONAIS DO MES DE COMPETENCIA INFORMADO EM
      *DESPPARAM.TXT (AAAAMM, PADRAO MES CORRENTE; A CHAVE DESPPARAM
      *DO CADPARAM PREVALECE) POR CENTRO DE CUSTO (FILIAL) E
      *CATEGORIA DO PLANO DE DESPESAS, COM VALOR LANCADO, PAGO E EM
      *ABERTO, SUBTOTAL POR FILIAL, TOTAL POR GRUPO DE CATEGORIA E
      *TOTAL GERAL. DESPESA CANCELADA NAO ENTRA. GRAVA RELDESP.TXT E
      *RODA SEM OPERADOR, NOS MOLDES DO RELRANK.
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
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT DESPPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELDESP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.
       DATA DIVISION.
       FILE SECTION.
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
                   88 DESP-PAGA      VALUE 1.
                   88 DESP-CANCELADA VALUE 2.
               02 FILLER          PIC X(12).

           FD CADCATD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATD.DAT".
           01 REGCATD.
               02 CD-CODIGO PIC 9(3) VALUE ZEROES.
               02 CD-NOME   PIC X(30) VALUE SPACES.
               02 CD-GRUPO  PIC X(1) VALUE SPACES.

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD DESPPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DESPPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

           FD RELDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDESP.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROCAT   PIC X(2) VALUE "00".
           01 ERROFIL   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 MESALVO   PIC 9(6) VALUE ZEROES.
           01 TEMCATD   PIC 9(1) VALUE 0.
           01 TEMFIL    PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
      *TOTAIS DO MES POR FILIAL E CATEGORIA (CHAVE FILIAL*1000+CAT)
           01 TABDESP.
               03 TD-ENTRY OCCURS 500 TIMES.
                   05 TD-CHAVE   PIC 9(5).
                   05 TD-QTD     PIC 9(5).
                   05 TD-VALOR   PIC 9(9)V99.
                   05 TD-PAGO    PIC 9(9)V99.
                   05 TD-ABERTO  PIC 9(9)V99.
           01 TD-USADOS PIC 9(3) VALUE ZEROES.
           01 TD-IND    PIC 9(3) VALUE 1.
           01 TD-IND2   PIC 9(3) VALUE 1.
           01 TD-ACHOU  PIC 9(1) VALUE 0.
           01 TD-TROCA  PIC X(43) VALUE SPACES.
           01 CHAVEBUSCA PIC 9(5) VALUE ZEROES.
           01 CHAVEPARTE.
               03 CP-FILIAL PIC 9(2).
               03 CP-CATEG  PIC 9(3).
           01 CHAVEPARTE-N REDEFINES CHAVEPARTE PIC 9(5).
           01 FILIALATUAL PIC 9(2) VALUE ZEROES.
           01 PRIMEIRA  PIC 9(1) VALUE 1.
           01 NOMEFILIAL PIC X(21) VALUE SPACES.
           01 NOMECATEG PIC X(30) VALUE SPACES.
           01 GRUPOCATEG PIC X(1) VALUE SPACES.
      *TOTAIS POR GRUPO DE CATEGORIA
           01 TABGRUPO.
               03 FILLER PIC X(15) VALUE "PPESSOAL".
               03 FILLER PIC X(15) VALUE "OOCUPACAO".
               03 FILLER PIC X(15) VALUE "MMARKETING".
               03 FILLER PIC X(15) VALUE "AADMINISTRATIVA".
               03 FILLER PIC X(15) VALUE "FFINANCEIRA".
               03 FILLER PIC X(15) VALUE " SEM GRUPO".
           01 TABGRUPO-R REDEFINES TABGRUPO.
               03 TG-ENTRY OCCURS 6 TIMES.
                   05 TG-CODIGO PIC X(1).
                   05 TG-NOME   PIC X(14).
           01 TOTGRUPO.
               03 TG-VALOR PIC 9(11)V99 OCCURS 6 TIMES.
           01 TG-IND    PIC 9(1) VALUE 1.
           01 SUBVALOR  PIC 9(11)V99 VALUE ZEROES.
           01 SUBPAGO   PIC 9(11)V99 VALUE ZEROES.
           01 SUBABERTO PIC 9(11)V99 VALUE ZEROES.
           01 TOTVALOR  PIC 9(11)V99 VALUE ZEROES.
           01 TOTPAGO   PIC 9(11)V99 VALUE ZEROES.
           01 TOTABERTO PIC 9(11)V99 VALUE ZEROES.
           01 TOTQTD    PIC 9(6) VALUE ZEROES.
           01 ED-QTD    PIC ZZZZ9.
           01 ED-VALOR  PIC Z(10)9,99.
           01 ED-PAGO   PIC Z(10)9,99.
           01 ED-ABERTO PIC Z(10)9,99.

           01 ERRCEN PIC X(2) VALUE "00".
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.

           PROCEDURE DIVISION.
      *LE O MES ALVO E ABRE OS ARQUIVOS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE(1:6) TO MESALVO
           OPEN INPUT DESPPARAM
           IF ERRPAR = "00"
               READ DESPPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:6) NUMERIC
                           AND LINHAPARAM(1:6) NOT = "000000"
                           MOVE LINHAPARAM(1:6) TO MESALVO
                       END-IF
               END-READ
               CLOSE DESPPARAM
           END-IF
           MOVE "DESPPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:6) NUMERIC
                   AND PARAMCENTRAL(1:6) NOT = "000000"
                   MOVE PARAMCENTRAL(1:6) TO MESALVO
               END-IF
           END-IF
           OPEN INPUT CADDESP
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADDESP NAO ENCONTRADO"
               GO TO SAIR
           END-IF
           OPEN INPUT CADCATD
           IF ERROCAT = "00"
               MOVE 1 TO TEMCATD
           END-IF
           MOVE "00" TO ERROCAT
           OPEN INPUT CADFIL
           IF ERROFIL = "00"
               MOVE 1 TO TEMFIL
           END-IF
           MOVE "00" TO ERROFIL
           MOVE ZEROES TO TOTGRUPO
           MOVE 0 TO FIMARQ
           MOVE MESALVO TO DP-COMPET
           START CADDESP KEY IS EQUAL DP-COMPET
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM SOMADESP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           GO TO ORDENA.

      *ACUMULA AS DESPESAS DO MES NA TABELA FILIAL/CATEGORIA
       SOMADESP.
           READ CADDESP NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF DP-COMPET NOT = MESALVO
                   MOVE 1 TO FIMARQ
               ELSE
                   IF NOT DESP-CANCELADA
                       MOVE DP-FILIAL TO CP-FILIAL
                       MOVE DP-CATEGORIA TO CP-CATEG
                       MOVE CHAVEPARTE-N TO CHAVEBUSCA
                       PERFORM PROCURATAB
                       IF TD-ACHOU = 0 AND TD-USADOS < 500
                           ADD 1 TO TD-USADOS
                           MOVE TD-USADOS TO TD-IND
                           MOVE CHAVEBUSCA TO TD-CHAVE(TD-IND)
                           MOVE ZEROES TO TD-QTD(TD-IND)
                               TD-VALOR(TD-IND) TD-PAGO(TD-IND)
                               TD-ABERTO(TD-IND)
                           MOVE 1 TO TD-ACHOU
                       END-IF
                       IF TD-ACHOU = 1
                           ADD 1 TO TD-QTD(TD-IND)
                           ADD DP-VALOR TO TD-VALOR(TD-IND)
                           IF DESP-PAGA
                               ADD DP-VALORPAGO TO TD-PAGO(TD-IND)
                           ELSE
                               ADD DP-VALOR TO TD-ABERTO(TD-IND)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PROCURATAB.
           MOVE 0 TO TD-ACHOU
           MOVE 1 TO TD-IND
           PERFORM PROCURATAB-LOOP
               UNTIL TD-ACHOU = 1 OR TD-IND > TD-USADOS.

       PROCURATAB-LOOP.
           IF TD-CHAVE(TD-IND) = CHAVEBUSCA
               MOVE 1 TO TD-ACHOU
           ELSE
               ADD 1 TO TD-IND
           END-IF.

      *ORDENA POR FILIAL E CATEGORIA E GRAVA O RELATORIO
       ORDENA.
           MOVE 1 TO TD-IND
           PERFORM ORDENA-PASSO UNTIL TD-IND NOT < TD-USADOS
           OPEN OUTPUT RELDESP
           MOVE SPACES TO LINHAREL
           STRING "DESPESAS OPERACIONAIS DA COMPETENCIA " DELIMITED
               BY SIZE
               MESALVO DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "FL FILIAL               CAT CATEGORIA            "
               DELIMITED BY SIZE
               "            QTD         LANCADO            PAGO"
               DELIMITED BY SIZE
               "       EM ABERTO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 1 TO PRIMEIRA
           PERFORM LISTADESP VARYING TD-IND FROM 1 BY 1
               UNTIL TD-IND > TD-USADOS
           IF PRIMEIRA = 0
               PERFORM SUBTOTAL
           END-IF
           GO TO TOTAIS.

       ORDENA-PASSO.
           COMPUTE TD-IND2 = TD-IND + 1
           PERFORM ORDENA-COMPARA
               UNTIL TD-IND2 > TD-USADOS
           ADD 1 TO TD-IND.

       ORDENA-COMPARA.
           IF TD-CHAVE(TD-IND2) < TD-CHAVE(TD-IND)
               MOVE TD-ENTRY(TD-IND) TO TD-TROCA
               MOVE TD-ENTRY(TD-IND2) TO TD-ENTRY(TD-IND)
               MOVE TD-TROCA TO TD-ENTRY(TD-IND2)
           END-IF
           ADD 1 TO TD-IND2.

      *UMA LINHA FILIAL/CATEGORIA, COM SUBTOTAL NA TROCA DE FILIAL
       LISTADESP.
           MOVE TD-CHAVE(TD-IND) TO CHAVEPARTE-N
           IF PRIMEIRA = 0 AND CP-FILIAL NOT = FILIALATUAL
               PERFORM SUBTOTAL
               MOVE TD-CHAVE(TD-IND) TO CHAVEPARTE-N
           END-IF
           IF PRIMEIRA = 1 OR CP-FILIAL NOT = FILIALATUAL
               MOVE 0 TO PRIMEIRA
               MOVE CP-FILIAL TO FILIALATUAL
               PERFORM LERFILIAL
           END-IF
           PERFORM LERCATEGORIA
           MOVE 1 TO TG-IND
           PERFORM PROCURAGRUPO
               UNTIL TG-IND = 6 OR TG-CODIGO(TG-IND) = GRUPOCATEG
           ADD TD-VALOR(TD-IND) TO TG-VALOR(TG-IND)
           ADD TD-VALOR(TD-IND) TO SUBVALOR
           ADD TD-PAGO(TD-IND) TO SUBPAGO
           ADD TD-ABERTO(TD-IND) TO SUBABERTO
           ADD TD-QTD(TD-IND) TO TOTQTD
           MOVE TD-QTD(TD-IND) TO ED-QTD
           MOVE TD-VALOR(TD-IND) TO ED-VALOR
           MOVE TD-PAGO(TD-IND) TO ED-PAGO
           MOVE TD-ABERTO(TD-IND) TO ED-ABERTO
           MOVE SPACES TO LINHAREL
           STRING CP-FILIAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMEFILIAL DELIMITED BY SIZE
               CP-CATEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMECATEG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-PAGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-ABERTO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       PROCURAGRUPO.
           ADD 1 TO TG-IND.

      *SUBTOTAL DO CENTRO DE CUSTO QUE ACABOU DE SER LISTADO
       SUBTOTAL.
           MOVE SUBVALOR TO ED-VALOR
           MOVE SUBPAGO TO ED-PAGO
           MOVE SUBABERTO TO ED-ABERTO
           MOVE SPACES TO LINHAREL
           STRING "   SUBTOTAL DA FILIAL " DELIMITED BY SIZE
               FILIALATUAL DELIMITED BY SIZE
               "                                         "
               DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-PAGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-ABERTO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           ADD SUBVALOR TO TOTVALOR
           ADD SUBPAGO TO TOTPAGO
           ADD SUBABERTO TO TOTABERTO
           MOVE ZEROES TO SUBVALOR SUBPAGO SUBABERTO.

      *TOTAL POR GRUPO DE CATEGORIA E TOTAL GERAL
       TOTAIS.
           MOVE "TOTAL POR GRUPO DE CATEGORIA" TO LINHAREL
           WRITE LINHAREL
           PERFORM LINHAGRUPO VARYING TG-IND FROM 1 BY 1
               UNTIL TG-IND > 6
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE TOTVALOR TO ED-VALOR
           MOVE TOTPAGO TO ED-PAGO
           MOVE TOTABERTO TO ED-ABERTO
           MOVE SPACES TO LINHAREL
           STRING "TOTAL GERAL - DESPESAS: " DELIMITED BY SIZE
               TOTQTD DELIMITED BY SIZE
               " LANCADO: " DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               " PAGO: " DELIMITED BY SIZE
               ED-PAGO DELIMITED BY SIZE
               " EM ABERTO: " DELIMITED BY SIZE
               ED-ABERTO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF TD-USADOS = 500
               MOVE "TABELA CHEIA - FILIAIS/CATEGORIAS ALEM DE 500 NAO"
                   TO LINHAREL
               WRITE LINHAREL
               MOVE "ENTRARAM NO RELATORIO" TO LINHAREL
               WRITE LINHAREL
           END-IF
           DISPLAY "RELATORIO GRAVADO EM RELDESP.TXT"
           CLOSE CADDESP RELDESP
           IF TEMCATD = 1
               CLOSE CADCATD
           END-IF
           IF TEMFIL = 1
               CLOSE CADFIL
           END-IF
           GO TO SAIR.

       LINHAGRUPO.
           IF TG-VALOR(TG-IND) NOT = ZEROES
               MOVE TG-VALOR(TG-IND) TO ED-VALOR
               MOVE SPACES TO LINHAREL
               STRING "   " DELIMITED BY SIZE
                   TG-NOME(TG-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ED-VALOR DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

      *NOME DA FILIAL (CENTRO DE CUSTO) - 00 E A ADMINISTRACAO CENTRAL
       LERFILIAL.
           MOVE SPACES TO NOMEFILIAL
           IF FILIALATUAL = ZEROES
               MOVE "ADMINISTRACAO CENTRAL" TO NOMEFILIAL
           ELSE
               IF TEMFIL = 1
                   MOVE FILIALATUAL TO FL-CODIGO
                   READ CADFIL
                   IF ERROFIL = "00"
                       MOVE FL-NOME TO NOMEFILIAL
                   END-IF
                   MOVE "00" TO ERROFIL
               END-IF
           END-IF.

      *NOME E GRUPO DA CATEGORIA NO PLANO DE DESPESAS
       LERCATEGORIA.
           MOVE SPACES TO NOMECATEG GRUPOCATEG
           IF TEMCATD = 1
               MOVE CP-CATEG TO CD-CODIGO
               READ CADCATD
               IF ERROCAT = "00"
                   MOVE CD-NOME TO NOMECATEG
                   MOVE CD-GRUPO TO GRUPOCATEG
               END-IF
               MOVE "00" TO ERROCAT
           END-IF.

      *LE O VALOR NO REGISTRO CENTRAL DE PARAMETROS (CADPARAM,
      *MANTIDO NO P172937) - PRESENTE, ELE PREVALECE SOBRE O ARQUIVO
      *DE PARAMETRO ANTIGO, QUE SEGUE VALENDO COMO RESERVA
       LECENTRAL.
           MOVE 0 TO TEMCENTRAL
           MOVE SPACES TO PARAMCENTRAL
           OPEN INPUT CADPARAM
           IF ERRCEN = "00"
               MOVE CHAVECENTRAL TO PA-CHAVE
               READ CADPARAM
               IF ERRCEN = "00"
                   IF PA-VALOR NOT = SPACES
                       MOVE 1 TO TEMCENTRAL
                       MOVE PA-VALOR TO PARAMCENTRAL
                   END-IF
               END-IF
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRCEN.

       SAIR.
           GOBACK.
           END PROGRAM RELDESP.

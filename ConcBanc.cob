      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBANC.
      *-----------------------------------------------------------------
      *CONCILIACAO BANCARIA - CARREGA O EXTRATO DA CONTA CORRENTE
      *ENVIADO PELO BANCO (EXTBANCO.TXT, LARGURA FIXA: DATA, NUMERO
      *DO DOCUMENTO, SINAL C CREDITO OU D DEBITO, VALOR, REFERENCIA E
      *HISTORICO) NO CADEXTB E CONCILIA AUTOMATICAMENTE CADA LANCAMENTO
      *PENDENTE DO BANCO CONTRA O LIVRO CAIXA (CADCAIXA):
      *  1) UM LANCAMENTO DO CAIXA NA MESMA DATA, COM O MESMO VALOR E
      *     SINAL (CREDITO = ENTRADA, DEBITO = SAIDA) E, QUANDO O BANCO
      *     INFORMA REFERENCIA, COM A MESMA CHAVE (CX-CHAVE);
      *  2) PARA CREDITO SEM LANCAMENTO UNICO, A SOMA DAS LIQUIDACOES
      *     DO RETORNO BANCARIO BAIXADAS PELO RETPARC NA DATA.
      *CADA LANCAMENTO DO CAIXA CONCILIADO GANHA UM VINCULO NO CADCONC
      *E SO CASA UMA VEZ. LINHA REPETIDA DO EXTRATO (MESMA DATA,
      *DOCUMENTO, SINAL E VALOR) NAO ENTRA DE NOVO; AS SOBRAS SAO
      *CONCILIADAS A MAO NO P172952 E LISTADAS NO RELCONC. O ARQUIVO
      *DO BANCO E ESVAZIADO APOS A CARGA, NOS MOLDES DO CARGALEAD, E
      *OS PENDENTES DE CARGAS ANTERIORES SAO TENTADOS DE NOVO A CADA
      *EXECUCAO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADEXTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEEXTB
               FILE STATUS  IS ERRO.
           SELECT CADCONC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONC
               FILE STATUS  IS ERROCON
               ALTERNATE RECORD KEY IS CC-EXTB WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
           SELECT EXTBANCO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROARQ.

       DATA DIVISION.
       FILE SECTION.
      *LANCAMENTOS DO EXTRATO BANCARIO - SITUACAO P PENDENTE OU C
      *CONCILIADO; FORMA A AUTOMATICA OU M MANUAL; TIPO DO CASAMENTO
      *L LANCAMENTO UNICO, R RETORNO DO BANCO OU V VARIOS LANCAMENTOS
           FD CADEXTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTB.DAT".
           01 REGEXTB.
               02 CHAVEEXTB.
                   03 EB-DATA        PIC 9(8) VALUE ZEROES.
                   03 EB-SEQ         PIC 9(5) VALUE ZEROES.
               02 EB-DOCUMENTO       PIC X(10) VALUE SPACES.
               02 EB-SINAL           PIC X(1) VALUE SPACES.
                   88 EXTB-CREDITO   VALUE "C".
                   88 EXTB-DEBITO    VALUE "D".
               02 EB-VALOR           PIC 9(9)V99 VALUE ZEROES.
               02 EB-REFERENCIA      PIC X(17) VALUE SPACES.
               02 EB-HISTORICO       PIC X(30) VALUE SPACES.
               02 EB-SITUACAO        PIC X(1) VALUE SPACES.
                   88 EXTB-PENDENTE   VALUE "P".
                   88 EXTB-CONCILIADO VALUE "C".
               02 EB-FORMA           PIC X(1) VALUE SPACES.
               02 EB-TIPOCASA        PIC X(1) VALUE SPACES.
               02 EB-QTDCASA         PIC 9(4) VALUE ZEROES.
               02 EB-DATACONC        PIC 9(8) VALUE ZEROES.
               02 EB-OPERADOR        PIC X(8) VALUE SPACES.

      *VINCULO DO LANCAMENTO DO CAIXA COM A LINHA DO EXTRATO
           FD CADCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONC.DAT".
           01 REGCONC.
               02 CHAVECONC.
                   03 CC-DATA        PIC 9(8) VALUE ZEROES.
                   03 CC-SEQ         PIC 9(5) VALUE ZEROES.
               02 CC-EXTB.
                   03 CC-EXTDATA     PIC 9(8) VALUE ZEROES.
                   03 CC-EXTSEQ      PIC 9(5) VALUE ZEROES.
               02 CC-FORMA           PIC X(1) VALUE SPACES.
               02 CC-DATACONC        PIC 9(8) VALUE ZEROES.
               02 CC-OPERADOR        PIC X(8) VALUE SPACES.

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
           01 REGCAIXA.
               02 CHAVECAIXA.
                   03 CX-DATA PIC 9(8) VALUE ZEROES.
                   03 CX-SEQ  PIC 9(5) VALUE ZEROES.
               02 CX-TIPO      PIC X(1) VALUE SPACES.
               02 CX-SINAL     PIC X(1) VALUE SPACES.
                   88 CAIXA-ENTRADA VALUE "E".
                   88 CAIXA-SAIDA   VALUE "S".
               02 CX-CHAVE     PIC X(17) VALUE SPACES.
               02 CX-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 CX-OPERADOR  PIC X(8) VALUE SPACES.
               02 CX-HISTORICO PIC X(30) VALUE SPACES.

           FD EXTBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXTBANCO.TXT".
           01 LINHAEXT.
               02 EX-DATA       PIC 9(8).
               02 EX-DOCUMENTO  PIC X(10).
               02 EX-SINAL      PIC X(1).
               02 EX-VALOR      PIC 9(9)V99.
               02 EX-REFERENCIA PIC X(17).
               02 EX-HISTORICO  PIC X(30).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROCON   PIC X(2) VALUE "00".
           01 ERROCAI   PIC X(2) VALUE "00".
           01 ERROARQ   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 TEMARQ    PIC 9(1) VALUE 0.
           01 TEMCAIXA  PIC 9(1) VALUE 0.
           01 FIMEXT    PIC 9(1) VALUE 0.
           01 FIMCAI    PIC 9(1) VALUE 0.
           01 DUPLICADA PIC 9(1) VALUE 0.
           01 ACHOU     PIC 9(1) VALUE 0.
           01 LIVRE     PIC 9(1) VALUE 0.
           01 ULTSEQ    PIC 9(5) VALUE ZEROES.
           01 SINALCAIXA PIC X(1) VALUE SPACES.
           01 SOMARET   PIC 9(9)V99 VALUE ZEROES.
           01 QTDRET    PIC 9(4) VALUE ZEROES.
           01 QTDLIDOS  PIC 9(6) VALUE ZEROES.
           01 QTDIMP    PIC 9(6) VALUE ZEROES.
           01 QTDDUP    PIC 9(6) VALUE ZEROES.
           01 QTDREJ    PIC 9(6) VALUE ZEROES.
           01 QTDUNICO  PIC 9(6) VALUE ZEROES.
           01 QTDRETOR  PIC 9(6) VALUE ZEROES.
           01 QTDPEND   PIC 9(6) VALUE ZEROES.

           PROCEDURE DIVISION.
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN I-O CADEXTB
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADEXTB
                   CLOSE CADEXTB
                   OPEN I-O CADEXTB
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADEXTB"
                   MOVE 8 TO RETURN-CODE
                   GO TO SAIR
               END-IF
           END-IF
           OPEN I-O CADCONC
           IF ERROCON NOT = "00"
               IF ERROCON = "30" OR ERROCON = "35"
                   OPEN OUTPUT CADCONC
                   CLOSE CADCONC
                   OPEN I-O CADCONC
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCONC"
                   CLOSE CADEXTB
                   MOVE 8 TO RETURN-CODE
                   GO TO SAIR
               END-IF
           END-IF
           OPEN INPUT CADCAIXA
           IF ERROCAI = "00"
               MOVE 1 TO TEMCAIXA
           END-IF
           MOVE "00" TO ERROCAI
           OPEN INPUT EXTBANCO
           IF ERROARQ NOT = "00"
               DISPLAY "ARQUIVO EXTBANCO.TXT NAO ENCONTRADO"
               GO TO CONCILIA
           END-IF
           MOVE 1 TO TEMARQ
           GO TO IMPORTA.

      *CARREGA AS LINHAS DO EXTRATO COMO PENDENTES, NA PROXIMA
      *SEQUENCIA DA DATA
       IMPORTA.
           READ EXTBANCO
               AT END
                   GO TO FIMIMPORTA
           END-READ
           IF LINHAEXT = SPACES
               GO TO IMPORTA
           END-IF
           ADD 1 TO QTDLIDOS
           IF EX-DATA NOT NUMERIC OR EX-DATA = ZEROES
               OR (EX-SINAL NOT = "C" AND EX-SINAL NOT = "D")
               OR EX-VALOR NOT NUMERIC OR EX-VALOR = ZEROES
               ADD 1 TO QTDREJ
               DISPLAY "LINHA INVALIDA NO EXTRATO: " LINHAEXT(1:41)
               GO TO IMPORTA
           END-IF
           PERFORM PROCURADUP
           IF DUPLICADA = 1
               ADD 1 TO QTDDUP
               GO TO IMPORTA
           END-IF
           MOVE EX-DATA TO EB-DATA
           COMPUTE EB-SEQ = ULTSEQ + 1
           MOVE EX-DOCUMENTO TO EB-DOCUMENTO
           MOVE EX-SINAL TO EB-SINAL
           MOVE EX-VALOR TO EB-VALOR
           MOVE EX-REFERENCIA TO EB-REFERENCIA
           MOVE EX-HISTORICO TO EB-HISTORICO
           MOVE "P" TO EB-SITUACAO
           MOVE SPACES TO EB-FORMA EB-TIPOCASA EB-OPERADOR
           MOVE ZEROES TO EB-QTDCASA EB-DATACONC
           WRITE REGEXTB
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNEXTB
           IF ERRO = "00"
               ADD 1 TO QTDIMP
           ELSE
               ADD 1 TO QTDREJ
               DISPLAY "ERRO NA GRAVACAO DO CADEXTB: " LINHAEXT(1:41)
           END-IF
           MOVE "00" TO ERRO
           GO TO IMPORTA.

       FIMIMPORTA.
           CLOSE EXTBANCO
           OPEN OUTPUT EXTBANCO
           CLOSE EXTBANCO
           GO TO CONCILIA.

      *PROCURA A ULTIMA SEQUENCIA DA DATA E UMA LINHA IGUAL JA
      *CARREGADA (MESMO DOCUMENTO, SINAL E VALOR)
       PROCURADUP.
           MOVE 0 TO DUPLICADA FIMEXT
           MOVE ZEROES TO ULTSEQ
           MOVE EX-DATA TO EB-DATA
           MOVE ZEROES TO EB-SEQ
           START CADEXTB KEY IS NOT LESS THAN CHAVEEXTB
               INVALID KEY
                   MOVE 1 TO FIMEXT
           END-START
           PERFORM PROCURADUP-LOOP UNTIL FIMEXT = 1
           MOVE "00" TO ERRO.

       PROCURADUP-LOOP.
           READ CADEXTB NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMEXT
           ELSE
               IF EB-DATA NOT = EX-DATA
                   MOVE 1 TO FIMEXT
               ELSE
                   MOVE EB-SEQ TO ULTSEQ
                   IF EX-DOCUMENTO NOT = SPACES
                       AND EB-DOCUMENTO = EX-DOCUMENTO
                       AND EB-SINAL = EX-SINAL
                       AND EB-VALOR = EX-VALOR
                       MOVE 1 TO DUPLICADA
                   END-IF
               END-IF
           END-IF.

      *TENTA CONCILIAR TODAS AS LINHAS PENDENTES DO EXTRATO
       CONCILIA.
           IF TEMCAIXA = 0
               DISPLAY "ARQUIVO CADCAIXA NAO ENCONTRADO - "
                   "CONCILIACAO NAO FEITA"
               GO TO ENCERRA
           END-IF
           MOVE 0 TO FIMEXT
           MOVE LOW-VALUES TO CHAVEEXTB
           START CADEXTB KEY IS GREATER THAN CHAVEEXTB
               INVALID KEY
                   MOVE 1 TO FIMEXT
           END-START
           PERFORM CONCILIA-LOOP UNTIL FIMEXT = 1
           MOVE "00" TO ERRO
           GO TO ENCERRA.

       CONCILIA-LOOP.
           READ CADEXTB NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMEXT
           ELSE
               IF EXTB-PENDENTE
                   PERFORM CASALINHA
               END-IF
           END-IF.

       CASALINHA.
           IF EXTB-CREDITO
               MOVE "E" TO SINALCAIXA
           ELSE
               MOVE "S" TO SINALCAIXA
           END-IF
           PERFORM CASAUNICO
           IF ACHOU = 0 AND EXTB-CREDITO
               PERFORM CASARETORNO
           END-IF
           IF ACHOU = 0
               ADD 1 TO QTDPEND
           END-IF.

      *UM LANCAMENTO DO CAIXA NA DATA COM O MESMO VALOR, SINAL E
      *REFERENCIA, AINDA SEM VINCULO
       CASAUNICO.
           MOVE 0 TO ACHOU FIMCAI
           MOVE EB-DATA TO CX-DATA
           MOVE ZEROES TO CX-SEQ
           START CADCAIXA KEY IS NOT LESS THAN CHAVECAIXA
               INVALID KEY
                   MOVE 1 TO FIMCAI
           END-START
           PERFORM CASAUNICO-LOOP UNTIL FIMCAI = 1
           MOVE "00" TO ERROCAI
           IF ACHOU = 1
               PERFORM GRAVAVINCULO
               MOVE "L" TO EB-TIPOCASA
               MOVE 1 TO EB-QTDCASA
               PERFORM MARCALINHA
               ADD 1 TO QTDUNICO
           END-IF.

       CASAUNICO-LOOP.
           READ CADCAIXA NEXT
           IF ERROCAI NOT = "00"
               MOVE 1 TO FIMCAI
           ELSE
               IF CX-DATA NOT = EB-DATA
                   MOVE 1 TO FIMCAI
               ELSE
                   IF CX-SINAL = SINALCAIXA AND CX-VALOR = EB-VALOR
                       AND (EB-REFERENCIA = SPACES
                           OR CX-CHAVE = EB-REFERENCIA)
                       PERFORM LIVRECAIXA
                       IF LIVRE = 1
                           MOVE 1 TO ACHOU FIMCAI
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *CREDITO DA COBRANCA - O BANCO DEPOSITA DE UMA VEZ O QUE O
      *RETPARC BAIXOU NA DATA; CASA SE A SOMA DAS LIQUIDACOES LIVRES
      *FECHA COM O VALOR DO CREDITO
       CASARETORNO.
           MOVE ZEROES TO SOMARET QTDRET
           MOVE 0 TO FIMCAI
           MOVE EB-DATA TO CX-DATA
           MOVE ZEROES TO CX-SEQ
           START CADCAIXA KEY IS NOT LESS THAN CHAVECAIXA
               INVALID KEY
                   MOVE 1 TO FIMCAI
           END-START
           PERFORM CASARETORNO-LOOP UNTIL FIMCAI = 1
           MOVE "00" TO ERROCAI
           IF QTDRET NOT = ZEROES AND SOMARET = EB-VALOR
               MOVE 0 TO FIMCAI
               MOVE EB-DATA TO CX-DATA
               MOVE ZEROES TO CX-SEQ
               START CADCAIXA KEY IS NOT LESS THAN CHAVECAIXA
                   INVALID KEY
                       MOVE 1 TO FIMCAI
               END-START
               PERFORM VINCULARET-LOOP UNTIL FIMCAI = 1
               MOVE "00" TO ERROCAI
               MOVE 1 TO ACHOU
               MOVE "R" TO EB-TIPOCASA
               MOVE QTDRET TO EB-QTDCASA
               PERFORM MARCALINHA
               ADD 1 TO QTDRETOR
           END-IF.

       CASARETORNO-LOOP.
           READ CADCAIXA NEXT
           IF ERROCAI NOT = "00"
               MOVE 1 TO FIMCAI
           ELSE
               IF CX-DATA NOT = EB-DATA
                   MOVE 1 TO FIMCAI
               ELSE
                   IF CX-OPERADOR = "RETPARC" AND CAIXA-ENTRADA
                       PERFORM LIVRECAIXA
                       IF LIVRE = 1
                           ADD CX-VALOR TO SOMARET
                           ADD 1 TO QTDRET
                       END-IF
                   END-IF
               END-IF
           END-IF.

       VINCULARET-LOOP.
           READ CADCAIXA NEXT
           IF ERROCAI NOT = "00"
               MOVE 1 TO FIMCAI
           ELSE
               IF CX-DATA NOT = EB-DATA
                   MOVE 1 TO FIMCAI
               ELSE
                   IF CX-OPERADOR = "RETPARC" AND CAIXA-ENTRADA
                       PERFORM LIVRECAIXA
                       IF LIVRE = 1
                           PERFORM GRAVAVINCULO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *O LANCAMENTO DO CAIXA SO PODE ESTAR EM UMA CONCILIACAO
       LIVRECAIXA.
           MOVE 0 TO LIVRE
           MOVE CX-DATA TO CC-DATA
           MOVE CX-SEQ TO CC-SEQ
           READ CADCONC
           IF ERROCON = "23"
               MOVE 1 TO LIVRE
           END-IF
           MOVE "00" TO ERROCON.

       GRAVAVINCULO.
           MOVE CX-DATA TO CC-DATA
           MOVE CX-SEQ TO CC-SEQ
           MOVE EB-DATA TO CC-EXTDATA
           MOVE EB-SEQ TO CC-EXTSEQ
           MOVE "A" TO CC-FORMA
           MOVE DATAHOJE TO CC-DATACONC
           MOVE "CONCBANC" TO CC-OPERADOR
           WRITE REGCONC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNCONC
           MOVE "00" TO ERROCON.

       MARCALINHA.
           MOVE "C" TO EB-SITUACAO
           MOVE "A" TO EB-FORMA
           MOVE DATAHOJE TO EB-DATACONC
           MOVE "CONCBANC" TO EB-OPERADOR
           REWRITE REGEXTB
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNEXTB
           MOVE "00" TO ERRO.

       ENCERRA.
           DISPLAY "EXTRATO - LINHAS LIDAS: " QTDLIDOS
               " CARREGADAS: " QTDIMP " REPETIDAS: " QTDDUP
               " INVALIDAS: " QTDREJ
           DISPLAY "CONCILIADAS - LANCAMENTO UNICO: " QTDUNICO
               " RETORNO DO BANCO: " QTDRETOR
               " PENDENTES: " QTDPEND
           CLOSE CADEXTB CADCONC
           IF TEMCAIXA = 1
               CLOSE CADCAIXA
           END-IF
           GO TO SAIR.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADCONC PARA O JORNAL DE TRANSACOES
       JORNCONC.
           IF ERROCON = "00" OR ERROCON = "02"
               MOVE "CADCONC" TO PJ-ARQUIVO
               MOVE REGCONC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADEXTB PARA O JORNAL DE TRANSACOES
       JORNEXTB.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADEXTB" TO PJ-ARQUIVO
               MOVE REGEXTB TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM CONCBANC.

      *CAIXA. OCORRENCIAS DIFERENTES DE LQ SAO CONTADAS COMO
      *REJEITADAS E LINHAS SEM PARCELA CORRESPONDENTE (OU COM A
      *PARCELA JA PAGA/ESTORNADA) COMO SEM CASAMENTO. O RESUMO SAI
      *EM RELRET.TXT. O VALOR LIQUIDADO SOMA AO QUE JA FOI PAGO NA
      *PARCELA (PAGAMENTOS PARCIAIS DO P172909) E CADA BAIXA ENTRA NO
      *HISTORICO DE BAIXAS DAS PARCELAS (CADBXPC) COMO TIPO R.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADBXPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBXPC
               FILE STATUS  IS ERROBXP
               ALTERNATE RECORD KEY IS BP-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS BP-CPF WITH DUPLICATES.
           SELECT RETBANCO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRORET.
               02 CX-OPERADOR  PIC X(8) VALUE SPACES.
               02 CX-HISTORICO PIC X(30) VALUE SPACES.

      *HISTORICO DE BAIXAS DAS PARCELAS (MANTIDO PELO P172909)
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

           FD RELRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRET.TXT".
           01 LINHAREL PIC X(100) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRORET   PIC X(2) VALUE "00".
           01 ERROCAI   PIC X(2) VALUE "00".
           01 QTDREJEITA  PIC 9(6) VALUE ZEROES.
           01 QTDSEMPAR   PIC 9(6) VALUE ZEROES.
           01 TOTBAIXADO  PIC 9(11)V99 VALUE ZEROES.
           01 ERROBXP     PIC X(2) VALUE "00".
           01 FIMBXP      PIC 9(1) VALUE 0.
           01 SEQBXP      PIC 9(3) VALUE ZEROES.
           01 SALDOPARC   PIC 9(7)V99 VALUE ZEROES.
           01 VALORRECEB  PIC 9(7)V99 VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS ENVOLVIDOS NO RETORNO
                   IF PR-DATAPAGTO = ZEROES
                       MOVE DATAHOJE TO PR-DATAPAGTO
                   END-IF
      *O BANCO COBRA O SALDO EM ABERTO - RETORNO SEM VALOR LIQUIDA
      *EXATAMENTE O SALDO
                   COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
                   MOVE RT-VALORPAGO TO VALORRECEB
                   IF VALORRECEB = ZEROES
                       MOVE SALDOPARC TO VALORRECEB
                   END-IF
                   ADD VALORRECEB TO PR-VALORPAGO
                   MOVE 1 TO PR-SITUACAO
                   REWRITE REGPARC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNPARC
                   IF ERRO = "00" OR "02"
                       ADD 1 TO QTDBAIXADAS
                       ADD VALORRECEB TO TOTBAIXADO
                       PERFORM GRAVABXPCRET
                       PERFORM LANCACAIXARET
                   END-IF
               END-IF
               MOVE "P" TO CX-TIPO
               MOVE "E" TO CX-SINAL
               MOVE PR-CPF TO CX-CHAVE
               MOVE VALORRECEB TO CX-VALOR
               MOVE "RETPARC" TO CX-OPERADOR
               MOVE "PARCELA LIQUIDADA PELO BANCO" TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.
               END-IF
           END-IF.

      *REGISTRA A LIQUIDACAO NO HISTORICO DE BAIXAS DA PARCELA, NA
      *DATA DO PAGAMENTO E COM A PROXIMA SEQUENCIA DA PARCELA
       GRAVABXPCRET.
           OPEN I-O CADBXPC
           IF ERROBXP NOT = "00"
               IF ERROBXP = "30" OR ERROBXP = "35"
                   OPEN OUTPUT CADBXPC
                   CLOSE CADBXPC
                   OPEN I-O CADBXPC
               END-IF
           END-IF
           IF ERROBXP = "00"
               MOVE ZEROES TO SEQBXP
               MOVE 0 TO FIMBXP
               MOVE PR-CHASSI TO BP-CHASSI
               MOVE PR-NUMPARC TO BP-NUMPARC
               MOVE ZEROES TO BP-SEQ
               START CADBXPC KEY IS GREATER THAN CHAVEBXPC
                   INVALID KEY
                       MOVE 1 TO FIMBXP
               END-START
               PERFORM GRAVABXPCRET-LOOP UNTIL FIMBXP = 1
               MOVE PR-CHASSI TO BP-CHASSI
               MOVE PR-NUMPARC TO BP-NUMPARC
               COMPUTE BP-SEQ = SEQBXP + 1
               MOVE PR-DATAPAGTO TO BP-DATA
               MOVE PR-CPF TO BP-CPF
               MOVE "R" TO BP-TIPO
               MOVE VALORRECEB TO BP-VALOR
               MOVE SALDOPARC TO BP-ABATIDO
               MOVE ZEROES TO BP-DESCONTO BP-ACRESCIMO BP-SALDO
               IF VALORRECEB > SALDOPARC
                   COMPUTE BP-ACRESCIMO = VALORRECEB - SALDOPARC
               ELSE
                   COMPUTE BP-DESCONTO = SALDOPARC - VALORRECEB
               END-IF
               MOVE "RETPARC" TO BP-OPERADOR
               WRITE REGBXPC
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNBXPC
               CLOSE CADBXPC
           END-IF
           MOVE "00" TO ERROBXP.

       GRAVABXPCRET-LOOP.
           READ CADBXPC NEXT
           IF ERROBXP NOT = "00"
               MOVE 1 TO FIMBXP
               MOVE "00" TO ERROBXP
           ELSE
               IF BP-CHASSI NOT = PR-CHASSI
                   OR BP-NUMPARC NOT = PR-NUMPARC
                   MOVE 1 TO FIMBXP
               ELSE
                   MOVE BP-SEQ TO SEQBXP
               END-IF
           END-IF.

      *GRAVA O RESUMO DO PROCESSAMENTO
       ENCERRA.
           MOVE SPACES TO LINHAREL

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADBXPC PARA O JORNAL DE TRANSACOES
       JORNBXPC.
           IF ERROBXP = "00" OR ERROBXP = "02"
               MOVE "CADBXPC" TO PJ-ARQUIVO
               MOVE REGBXPC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADCAIXA PARA O JORNAL DE TRANSACOES
       JORNCAIXA.
           IF ERROCAI = "00" OR ERROCAI = "02"
               MOVE "CADCAIXA" TO PJ-ARQUIVO
               MOVE REGCAIXA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPARC PARA O JORNAL DE TRANSACOES
       JORNPARC.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPARC" TO PJ-ARQUIVO
               MOVE REGPARC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM RETPARC.

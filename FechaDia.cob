      *(CADCAIXA): OS RECEBIMENTOS LANCADOS (VENDA A VISTA, ENTRADA DE
      *FINANCIAMENTO E PARCELA RECEBIDA) SAO COMPARADOS COM O QUE AS
      *VENDAS DO DIA EM CADVEIC E AS BAIXAS DO DIA EM CADPARC DIZEM
      *QUE DEVERIA TER ENTRADO NO CAIXA. OS SERVICOS DA OFICINA PAGOS
      *PELO CLIENTE (TIPO O, LANCADOS NO FECHAMENTO DA OS PELO
      *P172939) SAO MOSTRADOS EM LINHA PROPRIA. AS BAIXAS DE PARCELA
      *DO DIA SAO SOMADAS PELO HISTORICO DE BAIXAS (CADBXPC), QUE
      *TRAZ TAMBEM OS PAGAMENTOS PARCIAIS E A QUITACAO ANTECIPADA.
      *O FECHAMENTO CONTA AS CHAVES AINDA FORA DO QUADRO (CADCHAV) E
      *AS QUE JA PASSARAM DA DEVOLUCAO PREVISTA. AS COMISSOES DE
      *SEGURO PAGAS PELAS SEGURADORAS (TIPO G, LANCADAS PELO P172961)
      *TAMBEM SAO MOSTRADAS EM LINHA PROPRIA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
           SELECT CADBXPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBXPC
               FILE STATUS  IS ERROBXP
               ALTERNATE RECORD KEY IS BP-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS BP-CPF WITH DUPLICATES.
           SELECT CADRES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RS-CHASSI
               FILE STATUS  IS ERRORES.
           SELECT CADCHAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECHAV
               FILE STATUS  IS ERROCHV
               ALTERNATE RECORD KEY IS CV-FILIAL WITH DUPLICATES.
           SELECT RELFECH ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.
                   03 FINANCIADO       PIC 9(1).
                       88 VEIC-VENDA-FINANCIADA VALUE 1.
                       88 VEIC-VENDA-AVISTA     VALUE 0.
                       88 VEIC-VENDA-BANCO      VALUE 2.
                   03 VALORENTRADA     PIC 9(7)V99.
                   03 QTDPARCELAS      PIC 9(3).
                   03 TAXAFINANC       PIC 9(2)V99.
               02 PR-REMESSA       PIC 9(4) VALUE ZEROES.
                   88 PARC-NAOREMETIDA VALUE 0.

      *HISTORICO DE BAIXAS DAS PARCELAS (P172909 E RETPARC)
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
               02 FILLER           PIC X(44) VALUE SPACES.

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
                   88 RES-EXPIRADA   VALUE 2.
                   88 RES-CANCELADA  VALUE 3.

      *MOVIMENTO DAS CHAVES DO QUADRO (P172960)
           FD CADCHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAV.DAT".
           01 REGCHAV.
               02 CHAVECHAV.
                   03 CV-CHASSI      PIC X(17) VALUE SPACES.
                   03 CV-SEQ         PIC 9(3) VALUE ZEROES.
               02 CV-FILIAL          PIC 9(2) VALUE ZEROES.
               02 FILLER             PIC X(99) VALUE SPACES.
               02 CV-PREVISTA        PIC 9(8) VALUE ZEROES.
               02 CV-HORAPREV        PIC 9(4) VALUE ZEROES.
               02 FILLER             PIC X(20) VALUE SPACES.
               02 CV-SITUACAO        PIC X(1) VALUE SPACES.
                   88 CHAVE-FORA     VALUE "F".

           FD FECHCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FECHCTRL.TXT".
           01 LINHAREL PIC X(80) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROCTL   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 ERROCAI  PIC X(2) VALUE "00".
           01 FIMPARC  PIC 9(1) VALUE 0.
           01 FIMCAI   PIC 9(1) VALUE 0.
           01 ERROBXP  PIC X(2) VALUE "00".
           01 FIMBXP   PIC 9(1) VALUE 0.
      *CONFERENCIA DO LIVRO CAIXA - RECEBIMENTO ESPERADO DO DIA
      *(VENDAS DE CADVEIC E BAIXAS DE CADPARC) CONTRA O LANCADO
           01 RECEBESPERADO PIC 9(9)V99 VALUE ZEROES.
           01 DATACAIXA PIC 9(8) VALUE ZEROES.
           01 SEQCAIXA PIC 9(5) VALUE ZEROES.
           01 FIMCAILAN PIC 9(1) VALUE 0.
      *RECEBIMENTOS DA OFICINA NO DIA (ORDENS DE SERVICO, TIPO O)
           01 QTDOFICINA PIC 9(5) VALUE ZEROES.
           01 TOTOFICINA PIC 9(9)V99 VALUE ZEROES.
      *COMISSOES DE SEGURO RECEBIDAS NO DIA (TIPO G)
           01 QTDSEGURO PIC 9(5) VALUE ZEROES.
           01 TOTSEGURO PIC 9(9)V99 VALUE ZEROES.
      *CHAVES FORA DO QUADRO NO FECHAMENTO
           01 ERROCHV PIC X(2) VALUE "00".
           01 QTDCHVFORA PIC 9(4) VALUE ZEROES.
           01 QTDCHVATRASO PIC 9(4) VALUE ZEROES.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
           01 HORAHOJE PIC 9(4) VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS ENVOLVIDOS NO FECHAMENTO
               IF RES-ATIVA AND RS-VALIDADE < DATAHOJE
                   MOVE 2 TO RS-SITUACAO
                   REWRITE REGRES
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNRES
                   ADD 1 TO QTDRESEXP
                   PERFORM LIBERAVEICRES
                   PERFORM LANCACAIXARES
                   MOVE 0 TO STATUSVEIC
                   ADD 1 TO VERSAO
                   REWRITE REGVEIC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVEIC
               END-IF
           ELSE
               MOVE "00" TO ERRO
               MOVE "FECHADIA" TO CX-OPERADOR
               MOVE "DEVOLUCAO DE SINAL DE RESERVA" TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.
                       ADD VALORVENDA TO TF-VENDA(TF-IND)
                       ADD COMISSAO TO TF-COMISS(TF-IND)
      *O QUE A VENDA DO DIA DEVERIA TER POSTO NO CAIXA - A ENTRADA
      *NO FINANCIAMENTO DA LOJA OU DO BANCO (O REPASSE DO BANCO
      *ENTRA DEPOIS), O VALOR DE PAGAMENTO NA VENDA A VISTA,
      *NA MESMA BASE DO LANCAMENTO FEITO PELO P172904, ABATIDO O
      *SINAL DA RESERVA CONVERTIDA QUE JA ENTROU NO CAIXA NO DIA
      *DA RESERVA
                       IF VEIC-VENDA-FINANCIADA OR VEIC-VENDA-BANCO
                           MOVE VALORENTRADA TO RECEBVENDA
                       ELSE
                           COMPUTE RECEBVENDA = VALORVENDA
           MOVE "00" TO ERRORES.

      *SOMA AS PARCELAS BAIXADAS HOJE NO CAIXA ESPERADO - O P172909
      *LANCA CADA BAIXA NO LIVRO CAIXA NA MESMA BASE. COM HISTORICO
      *DE BAIXAS A SOMA E DOS PAGAMENTOS DO DIA NO CADBXPC (INCLUSIVE
      *PARCIAIS); SEM ELE, DAS PARCELAS PAGAS COM DATA DE HOJE
       SOMAPARCELASDIA.
           OPEN INPUT CADBXPC
           IF ERROBXP = "00"
               MOVE 0 TO FIMBXP
               MOVE DATAHOJE TO BP-DATA
               START CADBXPC KEY IS NOT LESS BP-DATA
                   INVALID KEY
                       MOVE 1 TO FIMBXP
               END-START
               PERFORM SOMABAIXASDIA-LOOP UNTIL FIMBXP = 1
               CLOSE CADBXPC
           ELSE
               PERFORM SOMAPARCPAGAS
           END-IF
           MOVE "00" TO ERROBXP.

       SOMAPARCPAGAS.
           OPEN INPUT CADPARC
           IF ERROPARC NOT = "00"
               CONTINUE
               END-IF
           END-IF.

       SOMABAIXASDIA-LOOP.
           READ CADBXPC NEXT
           IF ERROBXP NOT = "00"
               MOVE 1 TO FIMBXP
           ELSE
               IF BP-DATA NOT = DATAHOJE
                   MOVE 1 TO FIMBXP
               ELSE
                   ADD BP-VALOR TO RECEBESPERADO
               END-IF
           END-IF.

      *SOMA O MOVIMENTO DO LIVRO CAIXA DO DIA - ENTRADAS, SAIDAS E,
      *EM SEPARADO, OS RECEBIMENTOS AUTOMATICOS (TIPOS V, E E P)
      *QUE SAO CONFERIDOS CONTRA O RECEBIMENTO ESPERADO
                   IF CX-TIPO = "V" OR CX-TIPO = "E" OR CX-TIPO = "P"
                       ADD CX-VALOR TO RECEBLANCADO
                   END-IF
                   IF CX-TIPO = "O"
                       ADD 1 TO QTDOFICINA
                       ADD CX-VALOR TO TOTOFICINA
                   END-IF
                   IF CX-TIPO = "G"
                       ADD 1 TO QTDSEGURO
                       ADD CX-VALOR TO TOTSEGURO
                   END-IF
               END-IF
           END-IF.

               DISPLAY LINHAREL
           END-IF
           PERFORM FECHACAIXA
           PERFORM CONTACHAVES
           GO TO GRAVACTRL.

      *GRAVA A CONFERENCIA DO LIVRO CAIXA DO DIA - RECEBIMENTOS
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               IF QTDOFICINA NOT = ZEROES
                   MOVE SPACES TO LINHAREL
                   STRING "OFICINA - ORDENS RECEBIDAS: "
                       DELIMITED BY SIZE
                       QTDOFICINA DELIMITED BY SIZE
                       " VALOR: " DELIMITED BY SIZE
                       TOTOFICINA DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               END-IF
               IF QTDSEGURO NOT = ZEROES
                   MOVE SPACES TO LINHAREL
                   STRING "SEGUROS - COMISSOES RECEBIDAS: "
                       DELIMITED BY SIZE
                       QTDSEGURO DELIMITED BY SIZE
                       " VALOR: " DELIMITED BY SIZE
                       TOTSEGURO DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               END-IF
               MOVE SPACES TO LINHAREL
               STRING "RECEBIMENTOS ESPERADOS: " DELIMITED BY SIZE
                   RECEBESPERADO DELIMITED BY SIZE
               END-IF
           END-IF.

      *CONTA AS CHAVES FORA DO QUADRO E AS JA ATRASADAS
       CONTACHAVES.
           MOVE ZEROES TO QTDCHVFORA QTDCHVATRASO
           ACCEPT HORAAGORA FROM TIME
           MOVE HORAAGORA(1:4) TO HORAHOJE
           OPEN INPUT CADCHAV
           IF ERROCHV = "00"
               MOVE LOW-VALUES TO CHAVECHAV
               START CADCHAV KEY IS NOT LESS THAN CHAVECHAV
                   INVALID KEY
                       MOVE "10" TO ERROCHV
               END-START
               PERFORM CONTACHAVES-LOOP UNTIL ERROCHV NOT = "00"
               CLOSE CADCHAV
           END-IF
           MOVE "00" TO ERROCHV
           MOVE SPACES TO LINHAREL
           STRING "CHAVES FORA DO QUADRO: " DELIMITED BY SIZE
               QTDCHVFORA DELIMITED BY SIZE
               " EM ATRASO: " DELIMITED BY SIZE
               QTDCHVATRASO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF QTDCHVATRASO NOT = ZEROES
               DISPLAY LINHAREL
           END-IF.

       CONTACHAVES-LOOP.
           READ CADCHAV NEXT
           IF ERROCHV = "00"
               IF CHAVE-FORA
                   ADD 1 TO QTDCHVFORA
                   IF CV-PREVISTA < DATAHOJE
                       OR (CV-PREVISTA = DATAHOJE
                       AND CV-HORAPREV < HORAHOJE)
                       ADD 1 TO QTDCHVATRASO
                   END-IF
               END-IF
           END-IF.

       LIMPAFILIAL.
           MOVE ZEROES TO TF-QTD(TF-IND) TF-VENDA(TF-IND)
               TF-COMISS(TF-IND).

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADCAIXA PARA O JORNAL DE TRANSACOES
       JORNCAIXA.
           IF ERROCAI = "00" OR ERROCAI = "02"
               MOVE "CADCAIXA" TO PJ-ARQUIVO
               MOVE REGCAIXA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADRES PARA O JORNAL DE TRANSACOES
       JORNRES.
           IF ERRORES = "00" OR ERRORES = "02"
               MOVE "CADRES" TO PJ-ARQUIVO
               MOVE REGRES TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVEIC PARA O JORNAL DE TRANSACOES
       JORNVEIC.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADVEIC" TO PJ-ARQUIVO
               MOVE REGVEIC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM FECHADIA.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURCOAF.
      *-----------------------------------------------------------------
      *APURACAO MENSAL DAS OPERACOES EM ESPECIE PARA O COAF (LEI DE
      *LAVAGEM DE DINHEIRO). SOMA POR CPF OS RECEBIMENTOS DO LIVRO
      *CAIXA (CADCAIXA) DE VENDA A VISTA (V), ENTRADA (E) - A DE
      *FROTA PELO CLIENTE DA NEGOCIACAO NO CADFROTA -, SINAL DE
      *RESERVA (R) E PARCELA PAGA NA LOJA (P - A PARCELA BAIXADA PELO
      *RETORNO DO BANCO NAO E ESPECIE) NUMA JANELA MOVEL DE MESES QUE
      *TERMINA NO MES APURADO. O PARAMETRO VEM DE COAFPARAM.TXT (A
      *CHAVE COAFPARAM DO CADPARAM PREVALECE): POSICOES 1-6 O MES
      *AAAAMM (PADRAO MES CORRENTE), 8-14 O LIMITE EM REAIS (PADRAO
      *50000) E 16-17 A JANELA EM MESES (PADRAO 06). O CPF COM
      *RECEBIMENTO NO MES E APONTADO QUANDO:
      *  A - UM PAGAMENTO NO MES ATINGE O LIMITE;
      *  F - HA DOIS OU MAIS PAGAMENTOS NA JANELA LOGO ABAIXO DO
      *      LIMITE (DE 90% ATE O LIMITE), INDICIO DE FRACIONAMENTO;
      *  S - A SOMA DA JANELA ATINGE O LIMITE.
      *CADA APONTAMENTO VAI PARA O CADCOAF (CPF + MES) COMO PENDENTE
      *DE REVISAO. REPROCESSAR O MES ATUALIZA OS PENDENTES E NAO MEXE
      *NOS JA REVISTOS. GRAVA A LISTA DE REVISAO EM RELCOAF.TXT. A
      *REVISAO E NO P172955 E A COMUNICACAO NO EXPCOAF.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERRO.
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
           SELECT CADFROTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FT-NUMERO
               FILE STATUS  IS ERROFRO
               ALTERNATE RECORD KEY IS FT-CPF WITH DUPLICATES.
           SELECT CADCOAF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOAF
               FILE STATUS  IS ERROCOA.
           SELECT COAFPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELCOAF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.
       DATA DIVISION.
       FILE SECTION.
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

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 CHASSI               PIC X(17) VALUE SPACES.
               02 PLACA                PIC X(7) VALUE SPACES.
               02 VEICULO.
                   03 V-MARCA          PIC 9(3) VALUE ZEROES.
                   03 V-MODELO         PIC 9(3) VALUE ZEROES.
                   03 P-CPF            PIC X(11) VALUE SPACES.
               02 V-ANO VALUE ZEROES.
                   03 ANOFABRIC        PIC 9(4).
                   03 ANOMODELO        PIC 9(4).
               02 COR                  PIC 99 VALUE ZEROES.
               02 COMPRA.
                   03 VALORCOMPRA      PIC 9(7)V99 VALUE ZEROES.
                   03 DATACOMPRA       PIC 9(8) VALUE ZEROES.
                   03 ORIGEMCOMPRA     PIC X(1) VALUE SPACES.
                   03 CPFORIGEM        PIC X(11) VALUE SPACES.
               02 CONSIG.
                   03 TEMCONSIG        PIC 9(1) VALUE ZEROES.
                       88 VEIC-CONSIGNADO VALUE 1.
                       88 VEIC-PROPRIO    VALUE 0.
                   03 CONSIGCPF        PIC X(11) VALUE SPACES.
                   03 CONSIGTAXA       PIC 9(2)V99 VALUE ZEROES.
               02 VENDA VALUE ZEROES.
                   03 VALORVENDA       PIC 9(7)V99.
                   03 COMISSAO         PIC 9(2)V99.
                   03 DATAVENDA        PIC 9(8).
                   03 VENDEDOR         PIC 9(3).
                   03 FINANCIADO       PIC 9(1).
                       88 VEIC-VENDA-FINANCIADA VALUE 1.
                       88 VEIC-VENDA-AVISTA     VALUE 0.
                   03 VALORENTRADA     PIC 9(7)V99.
                   03 QTDPARCELAS      PIC 9(3).
                   03 TAXAFINANC       PIC 9(2)V99.
                   03 VALORPARCELA     PIC 9(7)V99.
                   03 EXPORTADO        PIC 9(1).
                       88 VENDA-EXPORTADA    VALUE 1.
                       88 VENDA-NAOEXPORTADA VALUE 0.
               02 TROCA VALUE ZEROES.
                   03 TEMTROCA         PIC 9(1).
                       88 VEIC-COM-TROCA VALUE 1.
                       88 VEIC-SEM-TROCA VALUE 0.
                   03 TROCAMARCA       PIC 9(3).
                   03 TROCAMODELO      PIC 9(3).
                   03 TROCAANO         PIC 9(4).
                   03 VALORTROCA       PIC 9(7)V99.
               02 FILIAL               PIC 9(2) VALUE ZEROES.
               02 STATUSVEIC           PIC 9(1) VALUE ZEROES.
                   88 VEIC-DISPONIVEL  VALUE 0.
                   88 VEIC-VENDIDO     VALUE 1.
               02 VERSAO               PIC 9(6) VALUE ZEROES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF  PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

      *NEGOCIACOES DE FROTA (P172944) - SO O CLIENTE DA NEGOCIACAO
           FD CADFROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFROTA.DAT".
           01 REGFROTA.
               02 FT-NUMERO PIC 9(6) VALUE ZEROES.
               02 FT-CPF    PIC X(11) VALUE SPACES.
               02 FILLER    PIC X(119).

      *OCORRENCIAS DO COAF - UMA POR CPF E MES APURADO. O TOTAL, A
      *QUANTIDADE E A FAIXA SAO DA JANELA (INIJAN ATE O MES); O MAIOR
      *PAGAMENTO E O DO PROPRIO MES. O REVISOR, A DATA E O PARECER SAO
      *GRAVADOS NA REVISAO (P172955); O LOTE E A DATA DE COMUNICACAO
      *PELO EXPCOAF - O CADCOAF E O REGISTRO DO QUE FOI COMUNICADO
           FD CADCOAF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOAF.DAT".
           01 REGCOAF.
               02 CHAVECOAF.
                   03 CO-CPF     PIC X(11).
                   03 CO-MES     PIC 9(6).
               02 CO-INIJAN      PIC 9(6).
               02 CO-LIMITE      PIC 9(7)V99.
               02 CO-QTD         PIC 9(4).
               02 CO-TOTAL       PIC 9(9)V99.
               02 CO-MAIOR       PIC 9(7)V99.
               02 CO-QTDFAIXA    PIC 9(3).
               02 CO-MOTIVO.
                   03 CO-MOTACIMA PIC X(1).
                   03 CO-MOTFRAC  PIC X(1).
                   03 CO-MOTSOMA  PIC X(1).
               02 CO-DATAAPUR    PIC 9(8).
               02 CO-SITUACAO    PIC 9(1).
                   88 COAF-PENDENTE   VALUE 0.
                   88 COAF-CONFIRMADA VALUE 1.
                   88 COAF-DESCARTADA VALUE 2.
                   88 COAF-COMUNICADA VALUE 3.
               02 CO-REVISOR     PIC X(8).
               02 CO-DATAREV     PIC 9(8).
               02 CO-PARECER     PIC X(40).
               02 CO-LOTE        PIC 9(4).
               02 CO-DATACOMUN   PIC 9(8).
               02 FILLER         PIC X(10).

           FD COAFPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COAFPARAM.TXT".
           01 LINHAPARAM PIC X(20) VALUE SPACES.

           FD RELCOAF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCOAF.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROFRO   PIC X(2) VALUE "00".
           01 ERROCOA   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 TEMVEIC   PIC 9(1) VALUE 0.
           01 TEMPRO    PIC 9(1) VALUE 0.
           01 TEMFROTA  PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 PARAMLIDO PIC X(20) VALUE SPACES.
           01 MESALVO   PIC 9(6) VALUE ZEROES.
           01 LIMITEINT PIC 9(7) VALUE ZEROES.
           01 LIMITE    PIC 9(7)V99 VALUE ZEROES.
           01 LIMFAIXA  PIC 9(7)V99 VALUE ZEROES.
           01 JANELA    PIC 9(2) VALUE ZEROES.
           01 MESCALC.
               03 MK-ANO PIC 9(4) VALUE ZEROES.
               03 MK-MES PIC 9(2) VALUE ZEROES.
           01 MESCALC-N REDEFINES MESCALC PIC 9(6).
           01 TOTMESES  PIC 9(6) VALUE ZEROES.
           01 MESRESTO  PIC 9(2) VALUE ZEROES.
           01 MESINICIO PIC 9(6) VALUE ZEROES.
           01 DATAINI   PIC 9(8) VALUE ZEROES.
           01 DATAINIMES PIC 9(8) VALUE ZEROES.
           01 DATAFIM   PIC 9(8) VALUE ZEROES.
           01 CPFBUSCA  PIC X(11) VALUE SPACES.
           01 MOTIVOS.
               03 MT-ACIMA PIC X(1) VALUE SPACES.
               03 MT-FRAC  PIC X(1) VALUE SPACES.
               03 MT-SOMA  PIC X(1) VALUE SPACES.
      *RECEBIMENTOS EM ESPECIE DA JANELA POR CPF - NOMES INDICA QUE
      *HOUVE RECEBIMENTO NO MES APURADO
           01 TABCPF.
               03 TC-ENTRY OCCURS 1000 TIMES.
                   05 TC-CPF   PIC X(11).
                   05 TC-QTD   PIC 9(4).
                   05 TC-TOTAL PIC 9(9)V99.
                   05 TC-MAIOR PIC 9(7)V99.
                   05 TC-FAIXA PIC 9(3).
                   05 TC-NOMES PIC 9(1).
           01 TC-USADOS PIC 9(4) VALUE ZEROES.
           01 TC-IND    PIC 9(4) VALUE 1.
           01 TC-ACHOU  PIC 9(1) VALUE 0.
           01 TC-CHEIA  PIC 9(1) VALUE 0.
           01 QTDNOVA   PIC 9(5) VALUE ZEROES.
           01 QTDATUAL  PIC 9(5) VALUE ZEROES.
           01 QTDREVISTA PIC 9(5) VALUE ZEROES.
           01 QTDLISTA  PIC 9(5) VALUE ZEROES.
           01 SITLISTA  PIC 9(1) VALUE 0.
           01 NOMELISTA PIC X(30) VALUE SPACES.
           01 ED-QTD    PIC ZZZ9.
           01 ED-FAIXA  PIC ZZ9.
           01 ED-TOTAL  PIC Z(8)9,99.
           01 ED-MAIOR  PIC Z(6)9,99.
           01 ED-LIMITE PIC Z(6)9,99.

           01 ERRCEN PIC X(2) VALUE "00".
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.

           PROCEDURE DIVISION.
      *LE O MES, O LIMITE E A JANELA E ABRE OS ARQUIVOS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE(1:6) TO MESALVO
           MOVE 50000 TO LIMITE
           MOVE 6 TO JANELA
           OPEN INPUT COAFPARAM
           IF ERRPAR = "00"
               READ COAFPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHAPARAM TO PARAMLIDO
                       PERFORM TRATAPARAM
               END-READ
               CLOSE COAFPARAM
           END-IF
           MOVE "COAFPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               MOVE PARAMCENTRAL(1:20) TO PARAMLIDO
               PERFORM TRATAPARAM
           END-IF
           COMPUTE LIMFAIXA = LIMITE * 0,9
           MOVE MESALVO TO MESCALC-N
           COMPUTE TOTMESES = MK-ANO * 12 + MK-MES - JANELA
           DIVIDE TOTMESES BY 12 GIVING MK-ANO REMAINDER MESRESTO
           COMPUTE MK-MES = MESRESTO + 1
           MOVE MESCALC-N TO MESINICIO
           COMPUTE DATAINI = MESINICIO * 100 + 1
           COMPUTE DATAINIMES = MESALVO * 100 + 1
           COMPUTE DATAFIM = MESALVO * 100 + 31
           OPEN INPUT CADCAIXA
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADCAIXA NAO ENCONTRADO"
               GO TO SAIR
           END-IF
           OPEN I-O CADCOAF
           IF ERROCOA = "30" OR ERROCOA = "35"
               OPEN OUTPUT CADCOAF
               CLOSE CADCOAF
               OPEN I-O CADCOAF
           END-IF
           IF ERROCOA NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCOAF"
               CLOSE CADCAIXA
               GO TO SAIR
           END-IF
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 1 TO TEMVEIC
           END-IF
           MOVE "00" TO ERROVEI
           OPEN INPUT CADFROTA
           IF ERROFRO = "00"
               MOVE 1 TO TEMFROTA
           END-IF
           MOVE "00" TO ERROFRO
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPRO
           END-IF
           MOVE "00" TO ERROPRO
           MOVE 0 TO FIMARQ
           MOVE DATAINI TO CX-DATA
           MOVE ZEROES TO CX-SEQ
           START CADCAIXA KEY IS NOT LESS THAN CHAVECAIXA
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM SOMACAIXA UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           GO TO REGISTRA.

      *MES, LIMITE E JANELA - CAMPO INVALIDO OU ZERADO MANTEM O
      *VALOR ANTERIOR
       TRATAPARAM.
           IF PARAMLIDO(1:6) NUMERIC
               AND PARAMLIDO(1:6) NOT = "000000"
               MOVE PARAMLIDO(1:6) TO MESALVO
           END-IF
           IF PARAMLIDO(8:7) NUMERIC
               AND PARAMLIDO(8:7) NOT = "0000000"
               MOVE PARAMLIDO(8:7) TO LIMITEINT
               MOVE LIMITEINT TO LIMITE
           END-IF
           IF PARAMLIDO(16:2) NUMERIC
               AND PARAMLIDO(16:2) NOT = "00"
               MOVE PARAMLIDO(16:2) TO JANELA
           END-IF.

      *ACUMULA OS RECEBIMENTOS EM ESPECIE DA JANELA POR CPF
       SOMACAIXA.
           READ CADCAIXA NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CX-DATA > DATAFIM
                   MOVE 1 TO FIMARQ
               ELSE
                   IF CAIXA-ENTRADA
                       PERFORM CLASSIFICA
                   END-IF
               END-IF
           END-IF.

      *IDENTIFICA O CPF DO PAGADOR PELO TIPO DO LANCAMENTO - NA VENDA
      *E NA ENTRADA O LANCAMENTO TRAZ O CHASSI E O CPF E O DO
      *COMPRADOR NO CADVEIC - NA VENDA DE FROTA TRAZ "FROTA" + NUMERO
      *DA NEGOCIACAO E O CPF E O DO CLIENTE NO CADFROTA; NO SINAL E NA
      *PARCELA JA VEM O CPF
       CLASSIFICA.
           MOVE SPACES TO CPFBUSCA
           EVALUATE CX-TIPO
           WHEN "V"
           WHEN "E"
               IF CX-CHAVE(1:5) = "FROTA"
                   IF TEMFROTA = 1
                       MOVE CX-CHAVE(6:6) TO FT-NUMERO
                       READ CADFROTA
                       IF ERROFRO = "00"
                           MOVE FT-CPF TO CPFBUSCA
                       END-IF
                       MOVE "00" TO ERROFRO
                   END-IF
               ELSE
                   IF TEMVEIC = 1
                       MOVE CX-CHAVE TO CHASSI
                       READ CADVEIC
                       IF ERROVEI = "00"
                           MOVE P-CPF TO CPFBUSCA
                       END-IF
                       MOVE "00" TO ERROVEI
                   END-IF
               END-IF
           WHEN "R"
               MOVE CX-CHAVE(1:11) TO CPFBUSCA
           WHEN "P"
               IF CX-OPERADOR NOT = "RETPARC"
                   MOVE CX-CHAVE(1:11) TO CPFBUSCA
               END-IF
           END-EVALUATE
           IF CPFBUSCA NOT = SPACES
               PERFORM PROCURACPF
               IF TC-ACHOU = 0
                   IF TC-USADOS < 1000
                       ADD 1 TO TC-USADOS
                       MOVE TC-USADOS TO TC-IND
                       MOVE CPFBUSCA TO TC-CPF(TC-IND)
                       MOVE ZEROES TO TC-QTD(TC-IND) TC-TOTAL(TC-IND)
                           TC-MAIOR(TC-IND) TC-FAIXA(TC-IND)
                           TC-NOMES(TC-IND)
                       MOVE 1 TO TC-ACHOU
                   ELSE
                       MOVE 1 TO TC-CHEIA
                   END-IF
               END-IF
               IF TC-ACHOU = 1
                   PERFORM ACUMULA
               END-IF
           END-IF.

       ACUMULA.
           ADD 1 TO TC-QTD(TC-IND)
           ADD CX-VALOR TO TC-TOTAL(TC-IND)
           IF CX-VALOR NOT < LIMFAIXA AND CX-VALOR < LIMITE
               ADD 1 TO TC-FAIXA(TC-IND)
           END-IF
           IF CX-DATA NOT < DATAINIMES
               MOVE 1 TO TC-NOMES(TC-IND)
               IF CX-VALOR > TC-MAIOR(TC-IND)
                   MOVE CX-VALOR TO TC-MAIOR(TC-IND)
               END-IF
           END-IF.

       PROCURACPF.
           MOVE 0 TO TC-ACHOU
           MOVE 1 TO TC-IND
           PERFORM PROCURACPF-LOOP
               UNTIL TC-ACHOU = 1 OR TC-IND > TC-USADOS.

       PROCURACPF-LOOP.
           IF TC-CPF(TC-IND) = CPFBUSCA
               MOVE 1 TO TC-ACHOU
           ELSE
               ADD 1 TO TC-IND
           END-IF.

      *APONTA OS CPFS DO MES QUE CAEM EM ALGUM DOS CRITERIOS
       REGISTRA.
           CLOSE CADCAIXA
           PERFORM AVALIA VARYING TC-IND FROM 1 BY 1
               UNTIL TC-IND > TC-USADOS
           GO TO LISTA.

       AVALIA.
           IF TC-NOMES(TC-IND) = 1
               MOVE SPACES TO MOTIVOS
               IF TC-MAIOR(TC-IND) NOT < LIMITE
                   MOVE "A" TO MT-ACIMA
               END-IF
               IF TC-FAIXA(TC-IND) > 1
                   MOVE "F" TO MT-FRAC
               END-IF
               IF TC-TOTAL(TC-IND) NOT < LIMITE
                   MOVE "S" TO MT-SOMA
               END-IF
               IF MOTIVOS NOT = SPACES
                   PERFORM GRAVACOAF
               END-IF
           END-IF.

      *NOVA OCORRENCIA ENTRA PENDENTE; A PENDENTE E ATUALIZADA E A
      *JA REVISTA FICA COMO ESTA
       GRAVACOAF.
           MOVE TC-CPF(TC-IND) TO CO-CPF
           MOVE MESALVO TO CO-MES
           READ CADCOAF
           IF ERROCOA = "00"
               IF COAF-PENDENTE
                   PERFORM PREENCHECOAF
                   REWRITE REGCOAF
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNCOAF
                   ADD 1 TO QTDATUAL
               ELSE
                   ADD 1 TO QTDREVISTA
               END-IF
           ELSE
               MOVE SPACES TO REGCOAF
               MOVE TC-CPF(TC-IND) TO CO-CPF
               MOVE MESALVO TO CO-MES
               MOVE ZEROES TO CO-SITUACAO CO-DATAREV CO-LOTE
                   CO-DATACOMUN
               PERFORM PREENCHECOAF
               WRITE REGCOAF
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCOAF
               ADD 1 TO QTDNOVA
           END-IF
           MOVE "00" TO ERROCOA.

       PREENCHECOAF.
           MOVE MESINICIO TO CO-INIJAN
           MOVE LIMITE TO CO-LIMITE
           MOVE TC-QTD(TC-IND) TO CO-QTD
           MOVE TC-TOTAL(TC-IND) TO CO-TOTAL
           MOVE TC-MAIOR(TC-IND) TO CO-MAIOR
           MOVE TC-FAIXA(TC-IND) TO CO-QTDFAIXA
           MOVE MOTIVOS TO CO-MOTIVO
           MOVE DATAHOJE TO CO-DATAAPUR.

      *LISTA DE REVISAO - TODAS AS OCORRENCIAS PENDENTES E AS
      *CONFIRMADAS QUE AINDA NAO FORAM COMUNICADAS
       LISTA.
           OPEN OUTPUT RELCOAF
           MOVE LIMITE TO ED-LIMITE
           MOVE SPACES TO LINHAREL
           STRING "COAF - OPERACOES EM ESPECIE - MES " DELIMITED BY
               SIZE
               MESALVO DELIMITED BY SIZE
               " - JANELA DESDE " DELIMITED BY SIZE
               MESINICIO DELIMITED BY SIZE
               " - LIMITE " DELIMITED BY SIZE
               ED-LIMITE DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "MOTIVO: A PAGAMENTO NO MES ACIMA DO LIMITE, F "
               DELIMITED BY SIZE
               "PAGAMENTOS LOGO ABAIXO DO LIMITE, S SOMA DA JANELA "
               DELIMITED BY SIZE
               "ACIMA DO LIMITE" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE 0 TO SITLISTA
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "PENDENTES DE REVISAO" TO LINHAREL
           WRITE LINHAREL
           PERFORM LISTASIT
           MOVE 1 TO SITLISTA
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "CONFIRMADAS AGUARDANDO COMUNICACAO" TO LINHAREL
           WRITE LINHAREL
           PERFORM LISTASIT
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "OCORRENCIAS NOVAS: " DELIMITED BY SIZE
               QTDNOVA DELIMITED BY SIZE
               "   ATUALIZADAS: " DELIMITED BY SIZE
               QTDATUAL DELIMITED BY SIZE
               "   JA REVISTAS: " DELIMITED BY SIZE
               QTDREVISTA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF TC-CHEIA = 1
               MOVE "TABELA DE CPFS CHEIA - APURACAO INCOMPLETA"
                   TO LINHAREL
               WRITE LINHAREL
               DISPLAY "TABELA DE CPFS CHEIA - APURACAO INCOMPLETA"
           END-IF
           CLOSE RELCOAF
           CLOSE CADCOAF
           IF TEMVEIC = 1
               CLOSE CADVEIC
           END-IF
           IF TEMFROTA = 1
               CLOSE CADFROTA
           END-IF
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF
           DISPLAY "COAF " MESALVO " - NOVAS: " QTDNOVA
               " ATUALIZADAS: " QTDATUAL
           DISPLAY "LISTA DE REVISAO GRAVADA EM RELCOAF.TXT"
           GO TO SAIR.

       LISTASIT.
           MOVE SPACES TO LINHAREL
           STRING "CPF         NOME                           MES    "
               DELIMITED BY SIZE
               "MOT  QTD  TOTAL JANELA   MAIOR NO MES FAIXA"
               DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE ZEROES TO QTDLISTA
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CHAVECOAF
           START CADCOAF KEY IS NOT LESS THAN CHAVECOAF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM LISTASIT-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROCOA
           MOVE SPACES TO LINHAREL
           STRING "QUANTIDADE: " DELIMITED BY SIZE
               QTDLISTA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       LISTASIT-LOOP.
           READ CADCOAF NEXT
           IF ERROCOA NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CO-SITUACAO = SITLISTA
                   PERFORM LINHACOAF
               END-IF
           END-IF.

       LINHACOAF.
           MOVE SPACES TO NOMELISTA
           IF TEMPRO = 1
               MOVE CO-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMELISTA
               END-IF
               MOVE "00" TO ERROPRO
           END-IF
           MOVE CO-QTD TO ED-QTD
           MOVE CO-TOTAL TO ED-TOTAL
           MOVE CO-MAIOR TO ED-MAIOR
           MOVE CO-QTDFAIXA TO ED-FAIXA
           MOVE SPACES TO LINHAREL
           STRING CO-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMELISTA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CO-MES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CO-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-QTD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-MAIOR DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               ED-FAIXA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           ADD 1 TO QTDLISTA.

      *LE UMA CHAVE DO CADASTRO CENTRAL DE PARAMETROS (CADPARAM)
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

      *IMAGEM GRAVADA NO CADCOAF PARA O JORNAL DE TRANSACOES
       JORNCOAF.
           IF ERROCOA = "00" OR ERROCOA = "02"
               MOVE "CADCOAF" TO PJ-ARQUIVO
               MOVE REGCOAF TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM APURCOAF.

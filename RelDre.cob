      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDRE.
      *-----------------------------------------------------------------
      *DRE GERENCIAL - DEMONSTRATIVO DE RESULTADO DO MES INFORMADO EM
      *DREPARAM.TXT (AAAAMM, PADRAO MES CORRENTE; A CHAVE DREPARAM DO
      *CADPARAM PREVALECE) E DO ACUMULADO DO ANO ATE ELE, POR FILIAL E
      *CONSOLIDADO. RECEITA E CUSTO DOS VEICULOS VENDIDOS (CADVEIC),
      *PREPARO DOS VENDIDOS (CADPREP), MARGEM DOS ITENS ADICIONAIS
      *(CADITEM - O VALOR VENDIDO MENOS O ULTIMO CUSTO DE COMPRA DO
      *ITEM NO CADESTQ; ITEM SEM ESTOQUE NAO TEM CUSTO), IMPOSTOS
      *SOBRE VENDAS (CADTRIB), COMISSOES (LIQUIDADAS NO CADLIQ; A
      *VENDA AINDA NAO LIQUIDADA ENTRA PELO PERCENTUAL DA VENDA),
      *CUSTO DE GARANTIA (CADSIN), JUROS RECEBIDOS NAS PARCELAS PAGAS
      *DO FINANCIAMENTO PROPRIO (CADPARC - O QUE A PARCELA PAGOU ALEM
      *DA COTA LINEAR DO PRINCIPAL) E DESPESAS OPERACIONAIS PELA
      *COMPETENCIA (CADDESP). A FILIAL E A DO VEICULO; FILIAL 00 E A
      *ADMINISTRACAO CENTRAL. GRAVA RELDRE.TXT E RODA SEM OPERADOR,
      *NOS MOLDES DO RELDESP.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADPREP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPREP
               FILE STATUS  IS ERROPRE.
           SELECT CADLIQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LQ-CHASSI
               FILE STATUS  IS ERROLIQ.
           SELECT CADITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEITEM
               FILE STATUS  IS ERROITE.
           SELECT CADESTQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EQ-PRODUTO
               FILE STATUS  IS ERROESQ.
           SELECT CADTRIB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TR-CHASSI
               FILE STATUS  IS ERROTRI.
           SELECT CADSIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESIN
               FILE STATUS  IS ERROSIN.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERROPAR
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADDESP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDESP
               FILE STATUS  IS ERRODSP
               ALTERNATE RECORD KEY IS DP-COMPET WITH DUPLICATES
               ALTERNATE RECORD KEY IS DP-VENCTO WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT DREPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELDRE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.
       DATA DIVISION.
       FILE SECTION.
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

           FD CADPREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREP.DAT".
           01 REGPREP.
               02 CHAVEPREP.
                   03 PP-CHASSI PIC X(17) VALUE SPACES.
                   03 PP-SEQ    PIC 9(3) VALUE ZEROES.
               02 PP-DATA       PIC 9(8) VALUE ZEROES.
               02 PP-DESCRICAO  PIC X(30) VALUE SPACES.
               02 PP-FORNECEDOR PIC X(30) VALUE SPACES.
               02 PP-VALOR      PIC 9(7)V99 VALUE ZEROES.

           FD CADLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIQ.DAT".
           01 REGLIQ.
               02 LQ-CHASSI    PIC X(17) VALUE SPACES.
               02 LQ-LOTE      PIC 9(4) VALUE ZEROES.
               02 LQ-VENDEDOR  PIC 9(3) VALUE ZEROES.
               02 LQ-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 LQ-DATA      PIC 9(8) VALUE ZEROES.
               02 LQ-ESTORNADA PIC 9(1) VALUE ZEROES.
                   88 LIQ-VIGENTE  VALUE 0.
                   88 LIQ-AJUSTADA VALUE 1.

           FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           01 REGITEM.
               02 CHAVEITEM.
                   03 IT-CHASSI PIC X(17) VALUE SPACES.
                   03 IT-SEQ    PIC 9(3) VALUE ZEROES.
               02 IT-PRODUTO   PIC 9(4) VALUE ZEROES.
               02 IT-DESCRICAO PIC X(30) VALUE SPACES.
               02 IT-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 IT-DATA      PIC 9(8) VALUE ZEROES.
               02 IT-EXPORTADO PIC 9(1) VALUE ZEROES.

      *SALDO DE ESTOQUE DO ITEM CONTROLADO (P172940) - ULTIMO CUSTO
           FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
           01 REGESTQ.
               02 EQ-PRODUTO  PIC 9(4) VALUE ZEROES.
               02 EQ-SALDO    PIC S9(5) VALUE ZEROES.
               02 EQ-MINIMO   PIC 9(5) VALUE ZEROES.
               02 EQ-ULTFORN  PIC 9(4) VALUE ZEROES.
               02 EQ-ULTCUSTO PIC 9(7)V99 VALUE ZEROES.
               02 EQ-ULTMOV   PIC 9(8) VALUE ZEROES.

           FD CADTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIB.DAT".
           01 REGTRIB.
               02 TR-CHASSI   PIC X(17) VALUE SPACES.
               02 TR-DATA     PIC 9(8) VALUE ZEROES.
               02 TR-TIPO     PIC X(1) VALUE SPACES.
               02 TR-BASE     PIC 9(7)V99 VALUE ZEROES.
               02 TR-ALIQUOTA PIC 9(2)V99 VALUE ZEROES.
               02 TR-IMPOSTO  PIC 9(7)V99 VALUE ZEROES.

           FD CADSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIN.DAT".
           01 REGSIN.
               02 CHAVESIN.
                   03 SN-CHASSI PIC X(17) VALUE SPACES.
                   03 SN-SEQ    PIC 9(3) VALUE ZEROES.
               02 SN-DATA      PIC 9(8) VALUE ZEROES.
               02 SN-CPF       PIC X(11) VALUE SPACES.
               02 SN-MARCA     PIC 9(3) VALUE ZEROES.
               02 SN-MODELO    PIC 9(3) VALUE ZEROES.
               02 SN-DEFEITO   PIC X(40) VALUE SPACES.
               02 SN-CUSTO     PIC 9(7)V99 VALUE ZEROES.
               02 SN-RESOLUCAO PIC X(30) VALUE SPACES.
               02 SN-SITUACAO  PIC 9(1) VALUE ZEROES.

           FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 CHAVEPARC.
                   03 PR-CHASSI    PIC X(17) VALUE SPACES.
                   03 PR-NUMPARC   PIC 9(3) VALUE ZEROES.
               02 PR-CPF           PIC X(11) VALUE SPACES.
               02 PR-VENCTO        PIC 9(8) VALUE ZEROES.
               02 PR-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 PR-DATAPAGTO     PIC 9(8) VALUE ZEROES.
               02 PR-VALORPAGO     PIC 9(7)V99 VALUE ZEROES.
               02 PR-SITUACAO      PIC 9(1) VALUE ZEROES.
                   88 PARC-ABERTA    VALUE 0.
                   88 PARC-PAGA      VALUE 1.
                   88 PARC-ESTORNADA VALUE 2.
                   88 PARC-RENEGOCIADA VALUE 3.
               02 PR-REMESSA       PIC 9(4) VALUE ZEROES.

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
                   88 DESP-CANCELADA VALUE 2.
               02 FILLER          PIC X(12).

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD DREPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DREPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

           FD RELDRE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDRE.TXT".
           01 LINHAREL PIC X(100) VALUE SPACES.

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPRE   PIC X(2) VALUE "00".
           01 ERROLIQ   PIC X(2) VALUE "00".
           01 ERROITE   PIC X(2) VALUE "00".
           01 ERROESQ   PIC X(2) VALUE "00".
           01 ERROTRI   PIC X(2) VALUE "00".
           01 ERROSIN   PIC X(2) VALUE "00".
           01 ERROPAR   PIC X(2) VALUE "00".
           01 ERRODSP   PIC X(2) VALUE "00".
           01 ERROFIL   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 TEMPREP   PIC 9(1) VALUE 0.
           01 TEMLIQ    PIC 9(1) VALUE 0.
           01 TEMFIL    PIC 9(1) VALUE 0.
           01 TEMESQ    PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 FIMPREP   PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 MESALVO   PIC 9(6) VALUE ZEROES.
           01 MESINICIO PIC 9(6) VALUE ZEROES.
      *LANCAMENTO A ACUMULAR: FILIAL, LINHA DA DRE, MES E VALOR
           01 FILIALLANC PIC 9(2) VALUE ZEROES.
           01 LINHALANC  PIC 9(2) VALUE ZEROES.
           01 MESLANC    PIC 9(6) VALUE ZEROES.
           01 VALORLANC  PIC S9(9)V99 VALUE ZEROES.
           01 TOTPREPVEIC PIC 9(9)V99 VALUE ZEROES.
           01 COTAPRINC  PIC S9(9)V99 VALUE ZEROES.
      *ACUMULADORES POR FILIAL (01 A 100 = FILIAL 00 A 99) E
      *CONSOLIDADO (101), COM MES E ACUMULADO DO ANO POR LINHA
           01 TABDRE.
               03 TF-ENTRY OCCURS 101 TIMES.
                   05 TF-USADO PIC 9(1).
                   05 TF-LINHA OCCURS 9 TIMES.
                       07 TF-MES PIC S9(11)V99.
                       07 TF-ANO PIC S9(11)V99.
           01 TF-IND    PIC 9(3) VALUE 1.
           01 LD-IND    PIC 9(2) VALUE 1.
           01 TABLINHAS.
               03 FILLER PIC X(34)
                   VALUE "RECEITA DE VEICULOS               ".
               03 FILLER PIC X(34)
                   VALUE "(-) CUSTO DOS VEICULOS VENDIDOS   ".
               03 FILLER PIC X(34)
                   VALUE "(-) PREPARO DOS VEICULOS VENDIDOS ".
               03 FILLER PIC X(34)
                   VALUE "(+) MARGEM DOS ITENS ADICIONAIS   ".
               03 FILLER PIC X(34)
                   VALUE "(-) IMPOSTOS SOBRE VENDAS         ".
               03 FILLER PIC X(34)
                   VALUE "(-) COMISSOES                     ".
               03 FILLER PIC X(34)
                   VALUE "(-) CUSTO DE GARANTIA             ".
               03 FILLER PIC X(34)
                   VALUE "(+) JUROS DE FINANCIAMENTO        ".
               03 FILLER PIC X(34)
                   VALUE "(-) DESPESAS OPERACIONAIS         ".
           01 TABLINHAS-R REDEFINES TABLINHAS.
               03 LD-DESCR PIC X(34) OCCURS 9 TIMES.
           01 DESCRLINHA PIC X(34) VALUE SPACES.
           01 RESMES    PIC S9(11)V99 VALUE ZEROES.
           01 RESANO    PIC S9(11)V99 VALUE ZEROES.
           01 VALMES    PIC S9(11)V99 VALUE ZEROES.
           01 VALANO    PIC S9(11)V99 VALUE ZEROES.
           01 CODFILIAL PIC 9(2) VALUE ZEROES.
           01 NOMEFILIAL PIC X(21) VALUE SPACES.
           01 ED-MES    PIC -(11)9,99.
           01 ED-ANO    PIC -(11)9,99.

           01 ERRCEN PIC X(2) VALUE "00".
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.

           PROCEDURE DIVISION.
      *LE O MES ALVO E ABRE O CADASTRO DE VEICULOS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE(1:6) TO MESALVO
           OPEN INPUT DREPARAM
           IF ERRPAR = "00"
               READ DREPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:6) NUMERIC
                           AND LINHAPARAM(1:6) NOT = "000000"
                           MOVE LINHAPARAM(1:6) TO MESALVO
                       END-IF
               END-READ
               CLOSE DREPARAM
           END-IF
           MOVE "DREPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:6) NUMERIC
                   AND PARAMCENTRAL(1:6) NOT = "000000"
                   MOVE PARAMCENTRAL(1:6) TO MESALVO
               END-IF
           END-IF
           MOVE MESALVO TO MESINICIO
           MOVE "01" TO MESINICIO(5:2)
           OPEN INPUT CADVEIC
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADVEIC NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           MOVE ZEROES TO TABDRE
           OPEN INPUT CADPREP
           IF ERROPRE = "00"
               MOVE 1 TO TEMPREP
           END-IF
           MOVE "00" TO ERROPRE
           OPEN INPUT CADLIQ
           IF ERROLIQ = "00"
               MOVE 1 TO TEMLIQ
           END-IF
           MOVE "00" TO ERROLIQ
           GO TO VEICULOS.

      *VEICULOS VENDIDOS NO ANO: RECEITA, CUSTO, PREPARO E COMISSAO
       VEICULOS.
           MOVE SPACES TO CHASSI
           START CADVEIC KEY IS NOT LESS THAN CHASSI
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM VEICULOS-LOOP UNTIL ERRO NOT = "00"
           MOVE "00" TO ERRO
           IF TEMPREP = 1
               CLOSE CADPREP
           END-IF
           IF TEMLIQ = 1
               CLOSE CADLIQ
           END-IF
           GO TO ITENS.

       VEICULOS-LOOP.
           READ CADVEIC NEXT
           IF ERRO = "00"
               IF VEIC-VENDIDO
                   MOVE DATAVENDA(1:6) TO MESLANC
                   IF MESLANC NOT < MESINICIO
                       AND MESLANC NOT > MESALVO
                       MOVE FILIAL TO FILIALLANC
                       MOVE 1 TO LINHALANC
                       MOVE VALORVENDA TO VALORLANC
                       PERFORM ACUMULA
                       MOVE 2 TO LINHALANC
                       MOVE VALORCOMPRA TO VALORLANC
                       PERFORM ACUMULA
                       PERFORM SOMAPREPARO
                       MOVE 3 TO LINHALANC
                       MOVE TOTPREPVEIC TO VALORLANC
                       PERFORM ACUMULA
                       PERFORM BUSCACOMISSAO
                       MOVE 6 TO LINHALANC
                       PERFORM ACUMULA
                   END-IF
               END-IF
           END-IF.

      *SOMA OS LANCAMENTOS DE PREPARO DO CHASSI CORRENTE
       SOMAPREPARO.
           MOVE ZEROES TO TOTPREPVEIC
           IF TEMPREP = 1
               MOVE 0 TO FIMPREP
               MOVE CHASSI TO PP-CHASSI
               MOVE ZEROES TO PP-SEQ
               START CADPREP KEY IS GREATER THAN CHAVEPREP
                   INVALID KEY
                       MOVE 1 TO FIMPREP
               END-START
               PERFORM SOMAPREPARO-LOOP UNTIL FIMPREP = 1
               MOVE "00" TO ERROPRE
           END-IF.

       SOMAPREPARO-LOOP.
           READ CADPREP NEXT
           IF ERROPRE NOT = "00"
               MOVE 1 TO FIMPREP
           ELSE
               IF PP-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMPREP
               ELSE
                   ADD PP-VALOR TO TOTPREPVEIC
               END-IF
           END-IF.

      *COMISSAO DA VENDA - O VALOR CONGELADO NA LIQUIDACAO (CADLIQ)
      *OU, AINDA NAO LIQUIDADA, O PERCENTUAL SOBRE A VENDA
       BUSCACOMISSAO.
           COMPUTE VALORLANC ROUNDED =
               VALORVENDA * (COMISSAO / 100)
           IF TEMLIQ = 1
               MOVE CHASSI TO LQ-CHASSI
               READ CADLIQ
               IF ERROLIQ = "00"
                   MOVE LQ-VALOR TO VALORLANC
               END-IF
               MOVE "00" TO ERROLIQ
           END-IF.

      *ITENS ADICIONAIS VENDIDOS NO ANO, NA FILIAL DO VEICULO - ENTRA
      *A MARGEM, O VALOR VENDIDO MENOS O CUSTO DO ITEM
       ITENS.
           OPEN INPUT CADITEM
           IF ERROITE NOT = "00"
               MOVE "00" TO ERROITE
               GO TO IMPOSTOS
           END-IF
           MOVE 0 TO TEMESQ
           OPEN INPUT CADESTQ
           IF ERROESQ = "00"
               MOVE 1 TO TEMESQ
           END-IF
           MOVE "00" TO ERROESQ
           MOVE SPACES TO IT-CHASSI
           MOVE ZEROES TO IT-SEQ
           START CADITEM KEY IS NOT LESS THAN CHAVEITEM
               INVALID KEY
                   MOVE "10" TO ERROITE
           END-START
           PERFORM ITENS-LOOP UNTIL ERROITE NOT = "00"
           CLOSE CADITEM
           IF TEMESQ = 1
               CLOSE CADESTQ
           END-IF
           MOVE "00" TO ERROITE
           GO TO IMPOSTOS.

       ITENS-LOOP.
           READ CADITEM NEXT
           IF ERROITE = "00"
               MOVE IT-DATA(1:6) TO MESLANC
               IF MESLANC NOT < MESINICIO
                   AND MESLANC NOT > MESALVO
                   MOVE IT-CHASSI TO CHASSI
                   PERFORM FILIALVEIC
                   MOVE 4 TO LINHALANC
                   MOVE IT-VALOR TO VALORLANC
                   PERFORM CUSTOITEM
                   PERFORM ACUMULA
               END-IF
           END-IF.

      *CUSTO DO ITEM VENDIDO - ITEM COM SALDO CONTROLADO NO CADESTQ
      *SAI PELO ULTIMO CUSTO DE COMPRA, UMA UNIDADE POR LINHA DO
      *CADITEM (A VENDA BAIXA O ESTOQUE SEM CUSTO NO CADMOVP); ITEM
      *SEM CONTROLE DE ESTOQUE (SERVICO) NAO TEM CUSTO
       CUSTOITEM.
           IF TEMESQ = 1
               MOVE IT-PRODUTO TO EQ-PRODUTO
               READ CADESTQ
               IF ERROESQ = "00"
                   SUBTRACT EQ-ULTCUSTO FROM VALORLANC
               END-IF
               MOVE "00" TO ERROESQ
           END-IF.

      *IMPOSTOS DAS VENDAS DO ANO (PROPRIOS E CONSIGNADOS)
       IMPOSTOS.
           OPEN INPUT CADTRIB
           IF ERROTRI NOT = "00"
               MOVE "00" TO ERROTRI
               GO TO GARANTIA
           END-IF
           MOVE SPACES TO TR-CHASSI
           START CADTRIB KEY IS NOT LESS THAN TR-CHASSI
               INVALID KEY
                   MOVE "10" TO ERROTRI
           END-START
           PERFORM IMPOSTOS-LOOP UNTIL ERROTRI NOT = "00"
           CLOSE CADTRIB
           MOVE "00" TO ERROTRI
           GO TO GARANTIA.

       IMPOSTOS-LOOP.
           READ CADTRIB NEXT
           IF ERROTRI = "00"
               MOVE TR-DATA(1:6) TO MESLANC
               IF MESLANC NOT < MESINICIO
                   AND MESLANC NOT > MESALVO
                   MOVE TR-CHASSI TO CHASSI
                   PERFORM FILIALVEIC
                   MOVE 5 TO LINHALANC
                   MOVE TR-IMPOSTO TO VALORLANC
                   PERFORM ACUMULA
               END-IF
           END-IF.

      *CUSTO DOS CHAMADOS DE GARANTIA ABERTOS NO ANO
       GARANTIA.
           OPEN INPUT CADSIN
           IF ERROSIN NOT = "00"
               MOVE "00" TO ERROSIN
               GO TO JUROS
           END-IF
           MOVE SPACES TO SN-CHASSI
           MOVE ZEROES TO SN-SEQ
           START CADSIN KEY IS NOT LESS THAN CHAVESIN
               INVALID KEY
                   MOVE "10" TO ERROSIN
           END-START
           PERFORM GARANTIA-LOOP UNTIL ERROSIN NOT = "00"
           CLOSE CADSIN
           MOVE "00" TO ERROSIN
           GO TO JUROS.

       GARANTIA-LOOP.
           READ CADSIN NEXT
           IF ERROSIN = "00"
               MOVE SN-DATA(1:6) TO MESLANC
               IF MESLANC NOT < MESINICIO
                   AND MESLANC NOT > MESALVO
                   MOVE SN-CHASSI TO CHASSI
                   PERFORM FILIALVEIC
                   MOVE 7 TO LINHALANC
                   MOVE SN-CUSTO TO VALORLANC
                   PERFORM ACUMULA
               END-IF
           END-IF.

      *JUROS RECEBIDOS NAS PARCELAS PAGAS NO ANO - O QUE A PARCELA
      *PAGOU ALEM DA COTA LINEAR DO PRINCIPAL FINANCIADO (VENDA MENOS
      *TROCA MENOS ENTRADA, DIVIDIDO PELAS PARCELAS)
       JUROS.
           OPEN INPUT CADPARC
           IF ERROPAR NOT = "00"
               MOVE "00" TO ERROPAR
               GO TO DESPESAS
           END-IF
           MOVE SPACES TO PR-CHASSI
           MOVE ZEROES TO PR-NUMPARC
           START CADPARC KEY IS NOT LESS THAN CHAVEPARC
               INVALID KEY
                   MOVE "10" TO ERROPAR
           END-START
           PERFORM JUROS-LOOP UNTIL ERROPAR NOT = "00"
           CLOSE CADPARC
           MOVE "00" TO ERROPAR
           GO TO DESPESAS.

       JUROS-LOOP.
           READ CADPARC NEXT
           IF ERROPAR = "00"
               IF PARC-PAGA
                   MOVE PR-DATAPAGTO(1:6) TO MESLANC
                   IF MESLANC NOT < MESINICIO
                       AND MESLANC NOT > MESALVO
                       MOVE PR-CHASSI TO CHASSI
                       PERFORM FILIALVEIC
                       IF ERRO = "00" AND QTDPARCELAS NOT = ZEROES
                           COMPUTE COTAPRINC ROUNDED =
                               (VALORVENDA - VALORTROCA
                               - VALORENTRADA) / QTDPARCELAS
                           COMPUTE VALORLANC =
                               PR-VALORPAGO - COTAPRINC
                           IF VALORLANC > ZEROES
                               MOVE 8 TO LINHALANC
                               PERFORM ACUMULA
                           END-IF
                       END-IF
                       MOVE "00" TO ERRO
                   END-IF
               END-IF
           END-IF.

      *DESPESAS OPERACIONAIS PELA COMPETENCIA, NO CENTRO DE CUSTO
       DESPESAS.
           OPEN INPUT CADDESP
           IF ERRODSP NOT = "00"
               MOVE "00" TO ERRODSP
               GO TO IMPRIME
           END-IF
           MOVE 0 TO FIMARQ
           MOVE MESINICIO TO DP-COMPET
           START CADDESP KEY IS NOT LESS THAN DP-COMPET
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM DESPESAS-LOOP UNTIL FIMARQ = 1
           CLOSE CADDESP
           MOVE "00" TO ERRODSP
           GO TO IMPRIME.

       DESPESAS-LOOP.
           READ CADDESP NEXT
           IF ERRODSP NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF DP-COMPET > MESALVO
                   MOVE 1 TO FIMARQ
               ELSE
                   IF NOT DESP-CANCELADA
                       MOVE DP-COMPET TO MESLANC
                       MOVE DP-FILIAL TO FILIALLANC
                       MOVE 9 TO LINHALANC
                       MOVE DP-VALOR TO VALORLANC
                       PERFORM ACUMULA
                   END-IF
               END-IF
           END-IF.

      *FILIAL DO VEICULO DO CHASSI EM CHASSI - SEM O VEICULO O VALOR
      *FICA NA ADMINISTRACAO CENTRAL
       FILIALVEIC.
           MOVE ZEROES TO FILIALLANC
           READ CADVEIC
           IF ERRO = "00"
               MOVE FILIAL TO FILIALLANC
           END-IF.

      *SOMA O LANCAMENTO NA FILIAL E NO CONSOLIDADO; NO MES ALVO
      *TAMBEM NA COLUNA DO MES
       ACUMULA.
           COMPUTE TF-IND = FILIALLANC + 1
           MOVE 1 TO TF-USADO(TF-IND)
           ADD VALORLANC TO TF-ANO(TF-IND, LINHALANC)
           ADD VALORLANC TO TF-ANO(101, LINHALANC)
           IF MESLANC = MESALVO
               ADD VALORLANC TO TF-MES(TF-IND, LINHALANC)
               ADD VALORLANC TO TF-MES(101, LINHALANC)
           END-IF.

      *GRAVA UM DEMONSTRATIVO POR FILIAL COM MOVIMENTO E O CONSOLIDADO
       IMPRIME.
           OPEN INPUT CADFIL
           IF ERROFIL = "00"
               MOVE 1 TO TEMFIL
           END-IF
           MOVE "00" TO ERROFIL
           OPEN OUTPUT RELDRE
           MOVE SPACES TO LINHAREL
           STRING "DRE GERENCIAL - COMPETENCIA " DELIMITED BY SIZE
               MESALVO DELIMITED BY SIZE
               " E ACUMULADO DESDE " DELIMITED BY SIZE
               MESINICIO DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           PERFORM DEMONSTRA VARYING TF-IND FROM 1 BY 1
               UNTIL TF-IND > 101
           DISPLAY "RELATORIO GRAVADO EM RELDRE.TXT"
           CLOSE CADVEIC RELDRE
           IF TEMFIL = 1
               CLOSE CADFIL
           END-IF
           GO TO SAIR.

       DEMONSTRA.
           IF TF-USADO(TF-IND) = 1 OR TF-IND = 101
               PERFORM CABECFILIAL
               MOVE ZEROES TO RESMES RESANO
               PERFORM LINHADRE VARYING LD-IND FROM 1 BY 1
                   UNTIL LD-IND > 9
               MOVE "(=) RESULTADO OPERACIONAL" TO DESCRLINHA
               MOVE RESMES TO VALMES
               MOVE RESANO TO VALANO
               PERFORM GRAVADRE
           END-IF.

       CABECFILIAL.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           IF TF-IND = 101
               MOVE "CONSOLIDADO - TODAS AS FILIAIS" TO LINHAREL
           ELSE
               COMPUTE CODFILIAL = TF-IND - 1
               PERFORM LERFILIAL
               STRING "FILIAL " DELIMITED BY SIZE
                   CODFILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NOMEFILIAL DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
           END-IF
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "                                  " DELIMITED BY SIZE
               "               MES   ACUMULADO ANO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *UMA LINHA DA DRE, COM OS SUBTOTAIS DEPOIS DO PREPARO E DA
      *GARANTIA
       LINHADRE.
           MOVE LD-DESCR(LD-IND) TO DESCRLINHA
           MOVE TF-MES(TF-IND, LD-IND) TO VALMES
           MOVE TF-ANO(TF-IND, LD-IND) TO VALANO
           PERFORM GRAVADRE
           IF LD-IND = 1 OR LD-IND = 4 OR LD-IND = 8
               ADD TF-MES(TF-IND, LD-IND) TO RESMES
               ADD TF-ANO(TF-IND, LD-IND) TO RESANO
           ELSE
               SUBTRACT TF-MES(TF-IND, LD-IND) FROM RESMES
               SUBTRACT TF-ANO(TF-IND, LD-IND) FROM RESANO
           END-IF
           IF LD-IND = 3
               MOVE "(=) RESULTADO BRUTO DE VEICULOS" TO DESCRLINHA
               MOVE RESMES TO VALMES
               MOVE RESANO TO VALANO
               PERFORM GRAVADRE
           END-IF
           IF LD-IND = 7
               MOVE "(=) MARGEM DE CONTRIBUICAO" TO DESCRLINHA
               MOVE RESMES TO VALMES
               MOVE RESANO TO VALANO
               PERFORM GRAVADRE
           END-IF.

       GRAVADRE.
           MOVE VALMES TO ED-MES
           MOVE VALANO TO ED-ANO
           MOVE SPACES TO LINHAREL
           STRING DESCRLINHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-MES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-ANO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *NOME DA FILIAL - 00 E A ADMINISTRACAO CENTRAL
       LERFILIAL.
           MOVE SPACES TO NOMEFILIAL
           IF CODFILIAL = ZEROES
               MOVE "ADMINISTRACAO CENTRAL" TO NOMEFILIAL
           ELSE
               IF TEMFIL = 1
                   MOVE CODFILIAL TO FL-CODIGO
                   READ CADFIL
                   IF ERROFIL = "00"
                       MOVE FL-NOME TO NOMEFILIAL
                   END-IF
                   MOVE "00" TO ERROFIL
               END-IF
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
           END PROGRAM RELDRE.

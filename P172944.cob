      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172944.
      *-----------------------------------------------------------------
      *VENDA DE FROTA - UMA NEGOCIACAO VENDE VARIOS CARROS DO ESTOQUE
      *A UM MESMO CLIENTE (CPF OU CNPJ CADASTRADO NO P172903), COM UM
      *SO CONTRATO, UM JOGO DE NOTAS EM SEQUENCIA E UM SO PLANO DE
      *PAGAMENTO. A NEGOCIACAO E NUMERADA EM FRCTRL.TXT E GRAVADA EM
      *CADFROTA, COM OS CARROS EM CADFRITE. CADA CARRO CONTINUA COM A
      *PROPRIA VENDA EM CADVEIC (VALOR, COMISSAO E A PARTE DELE NA
      *ENTRADA E NA PARCELA), COM GARANTIA, DETRAN, IMPOSTO E NOTA
      *PROPRIOS. AS PARCELAS DO PLANO FICAM NO CADPARC SOB A CHAVE
      *"FROTA" + NUMERO DA NEGOCIACAO, E O CAIXA RECEBE UM LANCAMENTO
      *SO PELA NEGOCIACAO. O ESTORNO (SUPERVISOR) DESFAZ A NEGOCIACAO
      *INTEIRA - O P172904 NAO ESTORNA CARRO DE FROTA SOZINHO.
      *CARRO COM FLOOR PLAN EM ABERTO (P172947) TEM O EMPRESTIMO
      *QUITADO NA VENDA, COMO NO P172904 - SAIDA NO CAIXA (TIPO L) E
      *TITULO PAGO NO CADPAG EM NOME DO BANCO. A EXPOSICAO DE CREDITO
      *CONTA O SALDO EM ABERTO DAS PARCELAS (VALOR MENOS PAGAMENTOS
      *PARCIAIS).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFROTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FT-NUMERO
               FILE STATUS  IS ERROFRO
               ALTERNATE RECORD KEY IS FT-CPF WITH DUPLICATES.
           SELECT CADFRITE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFRITE
               FILE STATUS  IS ERROFRI
               ALTERNATE RECORD KEY IS FI-CHASSI WITH DUPLICATES.
           SELECT FRCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROFRC.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERRO
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
           SELECT CADEMPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EM-CNPJ
               FILE STATUS  IS ERROEMP
               ALTERNATE RECORD KEY IS EM-CODIGO.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGOM
               FILE STATUS  IS ERROCAD
               ALTERNATE RECORD KEY IS MODELO WITH DUPLICATES.
           SELECT CADMARCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGO
               FILE STATUS  IS ERROCAD
               ALTERNATE RECORD KEY IS MARCA WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CEP
               FILE STATUS  IS ERROCEP
               ALTERNATE RECORD KEY IS LOGRADOURO WITH DUPLICATES.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VD-CODIGO
               FILE STATUS  IS ERROVND
               ALTERNATE RECORD KEY IS VD-NOME WITH DUPLICATES.
           SELECT CADMARGEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMARGEM
               FILE STATUS  IS ERROCAD.
           SELECT CADPOLIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PO-CODIGO
               FILE STATUS  IS ERROPOL.
           SELECT CADTAXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TX-PARCELAS
               FILE STATUS  IS ERROTAX.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERROPARC
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADFER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FE-DATA
               FILE STATUS  IS ERROFER.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NF-NUMERO
               FILE STATUS  IS ERRONF
               ALTERNATE RECORD KEY IS NF-CHASSI WITH DUPLICATES.
           SELECT NFCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRONFC.
           SELECT CADIMP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IM-TIPO
               FILE STATUS  IS ERROIMP.
           SELECT CADTRIB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TR-CHASSI
               FILE STATUS  IS ERROTRB.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS GA-CHASSI
               FILE STATUS  IS ERROGAR.
           SELECT CADDETR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDETR
               FILE STATUS  IS ERRODET
               ALTERNATE RECORD KEY IS DT-CPF WITH DUPLICATES.
           SELECT CADHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEHIST
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS HS-CPF WITH DUPLICATES.
           SELECT CADESTOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEESTOR
               FILE STATUS  IS ERROEST.
           SELECT CADRECAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RC-CAMPANHA
               FILE STATUS  IS ERRORCL.
           SELECT CADRECV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVERECV
               FILE STATUS  IS ERRORCV
               ALTERNATE RECORD KEY IS RL-CHASSI WITH DUPLICATES.
           SELECT CADAUDIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-SEQ
               FILE STATUS  IS ERROAUD
               ALTERNATE RECORD KEY IS AUD-CHAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-DATA WITH DUPLICATES.
           SELECT AUDCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTA.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERROSEL.
           SELECT AMORTIZ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROAMO.
           SELECT CONTRATO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCON.
           SELECT CADSES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SE-TERMINAL
               FILE STATUS  IS ERROSES.
           SELECT CADOPER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPERADORID
               FILE STATUS  IS ERROOPE.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFLOOR
               FILE STATUS  IS ERROFLR
               ALTERNATE RECORD KEY IS FP-BANCO WITH DUPLICATES.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERROBCO
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.
           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERROPAG.


       DATA DIVISION.
       FILE SECTION.
      *NEGOCIACAO DE FROTA - CABECALHO COM O CLIENTE, OS TOTAIS, O
      *PLANO DE PAGAMENTO E A FAIXA DE NOTAS EMITIDAS
           FD CADFROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFROTA.DAT".
           01 REGFROTA.
               02 FT-NUMERO        PIC 9(6) VALUE ZEROES.
               02 FT-CPF           PIC X(11) VALUE SPACES.
               02 FT-DATA          PIC 9(8) VALUE ZEROES.
               02 FT-FILIAL        PIC 9(2) VALUE ZEROES.
               02 FT-VENDEDOR      PIC 9(3) VALUE ZEROES.
               02 FT-QTDVEIC       PIC 9(3) VALUE ZEROES.
               02 FT-VALORTOTAL    PIC 9(7)V99 VALUE ZEROES.
               02 FT-VALORPAGTO    PIC 9(7)V99 VALUE ZEROES.
               02 FT-FINANCIADO    PIC 9(1) VALUE ZEROES.
                   88 FROTA-FINANCIADA VALUE 1.
                   88 FROTA-AVISTA     VALUE 0.
               02 FT-VALORENTRADA  PIC 9(7)V99 VALUE ZEROES.
               02 FT-QTDPARCELAS   PIC 9(3) VALUE ZEROES.
               02 FT-TAXAFINANC    PIC 9(2)V99 VALUE ZEROES.
               02 FT-VALORPARCELA  PIC 9(7)V99 VALUE ZEROES.
               02 FT-NFINICIAL     PIC 9(6) VALUE ZEROES.
               02 FT-NFFINAL       PIC 9(6) VALUE ZEROES.
               02 FT-SITUACAO      PIC X(1) VALUE SPACES.
                   88 FROTA-FECHADA   VALUE "F".
                   88 FROTA-ESTORNADA VALUE "E".
               02 FT-DATAESTORNO   PIC 9(8) VALUE ZEROES.
               02 FT-MOTIVO        PIC X(30) VALUE SPACES.
               02 FT-OPERADOR      PIC X(8) VALUE SPACES.

      *CARROS DA NEGOCIACAO DE FROTA
           FD CADFRITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFRITE.DAT".
           01 REGFRITE.
               02 CHAVEFRITE.
                   03 FI-NUMERO  PIC 9(6) VALUE ZEROES.
                   03 FI-CHASSI  PIC X(17) VALUE SPACES.
               02 FI-VALORVENDA  PIC 9(7)V99 VALUE ZEROES.
               02 FI-COMISSAO    PIC 9(2)V99 VALUE ZEROES.
               02 FI-NUMNF       PIC 9(6) VALUE ZEROES.
               02 FI-SITUACAO    PIC X(1) VALUE SPACES.
                   88 FRITE-FECHADA   VALUE "F".
                   88 FRITE-ESTORNADA VALUE "E".

           FD FRCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FRCTRL.TXT".
           01 LINHAFRC.
               02 FRC-ULTIMO PIC 9(6).

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
                       88 VENDA-FINANCIADA VALUE 1.
                       88 VENDA-AVISTA     VALUE 0.
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
                   88 VEIC-RESERVADO   VALUE 2.
                   88 VEIC-TRANSITO    VALUE 3.
               02 VERSAO               PIC 9(6) VALUE ZEROES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF          PIC X(11) VALUE ZEROES.
               02 NOME         PIC X(30) VALUE SPACES.
               02 DATANASC.
                   03 DIA      PIC 9(2) VALUE ZEROES.
                   03 MES      PIC 9(2) VALUE ZEROES.
                   03 ANO      PIC 9(4) VALUE ZEROES.
               02 BCEP         PIC 9(8) VALUE ZEROES.
               02 NUM          PIC 9(6) VALUE ZEROES.
               02 COMPLEMENTO  PIC X(25) VALUE SPACES.
               02 TELEFONE.
                   03 DDD      PIC 9(2) VALUE ZEROES.
                   03 NUMERO   PIC 9(9) VALUE ZEROES.
               02 EMAIL        PIC X(30) VALUE SPACES.
               02 VERSAOPROPR  PIC 9(6) VALUE ZEROES.

      *CLIENTE PESSOA JURIDICA - CNPJ E CODIGO USADO NO LUGAR DO CPF
           FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
           01 REGEMPR.
               02 EM-CNPJ      PIC X(14) VALUE SPACES.
               02 EM-CODIGO    PIC X(11) VALUE SPACES.
               02 EM-CONTATO   PIC X(30) VALUE SPACES.
               02 EM-DATACAD   PIC 9(8) VALUE ZEROES.
               02 EM-OPERADOR  PIC X(8) VALUE SPACES.

           FD CADMODEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODEL.DAT".
           01 REGMODEL.
               02 CODIGOM.
                   03 CODIGO1  PIC 9(3) VALUE ZEROES.
                   03 CODIGO2  PIC 9(3) VALUE ZEROES.
               02 MODELO       PIC X(20) VALUE SPACES.
               02 VERSAOMODEL  PIC 9(6) VALUE ZEROES.

           FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
           01 REGMARCA.
               02 CODIGO PIC 9(3).
               02 MARCA  PIC X(20).
               02 ORIGEM PIC X(1).
               02 PAIS   PIC 9(2).
               02 VERSAOMARCA PIC 9(6).

           FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           01 REGCEP.
               02 CEP PIC 9(8).
               02 LOGRADOURO PIC X(35) VALUE SPACES.
               02 BAIRRO PIC X(20) VALUE SPACES.
               02 CIDADE PIC X(20) VALUE SPACES.
               02 UF PIC X(2) VALUE SPACES.
               02 REFERENCIA PIC X(35) VALUE SPACES.
               02 LATITUDE PIC S9(3)V9(6) VALUE ZEROES.
               02 LONGITUDE PIC S9(3)V9(6) VALUE ZEROES.

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

           FD CADMARGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARGEM.DAT".
           01 REGMARGEM.
               02 CHAVEMARGEM.
                   03 CM-MARCA  PIC 9(3) VALUE ZEROES.
                   03 CM-MODELO PIC 9(3) VALUE ZEROES.
               02 VALORMINIMO   PIC 9(7)V99 VALUE ZEROES.

           FD CADPOLIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPOLIT.DAT".
           01 REGPOLIT.
               02 PO-CODIGO     PIC 9(1) VALUE ZEROES.
               02 PO-ENTRADAMIN PIC 9(2)V99 VALUE ZEROES.
               02 PO-MAXPARC    PIC 9(3) VALUE ZEROES.
               02 PO-MAXEXPOS   PIC 9(7)V99 VALUE ZEROES.

           FD CADTAXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXA.DAT".
           01 REGTAXA.
               02 TX-PARCELAS PIC 9(3) VALUE ZEROES.
               02 TX-TAXA     PIC 9(2)V99 VALUE ZEROES.

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
                   88 PARC-NAOREMETIDA VALUE 0.

           FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           01 REGFER.
               02 FE-DATA      PIC 9(8) VALUE ZEROES.
               02 FE-DESCRICAO PIC X(30) VALUE SPACES.

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
           01 REGCAIXA.
               02 CHAVECAIXA.
                   03 CX-DATA PIC 9(8) VALUE ZEROES.
                   03 CX-SEQ  PIC 9(5) VALUE ZEROES.
               02 CX-TIPO      PIC X(1) VALUE SPACES.
               02 CX-SINAL     PIC X(1) VALUE SPACES.
               02 CX-CHAVE     PIC X(17) VALUE SPACES.
               02 CX-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 CX-OPERADOR  PIC X(8) VALUE SPACES.
               02 CX-HISTORICO PIC X(30) VALUE SPACES.

           FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO   PIC 9(6) VALUE ZEROES.
               02 NF-CHASSI   PIC X(17) VALUE SPACES.
               02 NF-CPF      PIC X(11) VALUE SPACES.
               02 NF-DATA     PIC 9(8) VALUE ZEROES.
               02 NF-VALOR    PIC 9(7)V99 VALUE ZEROES.
               02 NF-OPERADOR PIC X(8) VALUE SPACES.
               02 NF-SITUACAO PIC 9(1) VALUE ZEROES.
                   88 NF-EMITIDA   VALUE 0.
                   88 NF-CANCELADA VALUE 1.
               02 NF-MOTIVO   PIC X(30) VALUE SPACES.

           FD NFCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFCTRL.TXT".
           01 LINHANFC.
               02 NC-ULTIMO PIC 9(6).

           FD CADIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMP.DAT".
           01 REGIMP.
               02 IM-TIPO     PIC X(1) VALUE SPACES.
               02 IM-ALIQUOTA PIC 9(2)V99 VALUE ZEROES.

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

           FD CADGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGAR.
               02 GA-CHASSI PIC X(17) VALUE SPACES.
               02 GA-INICIO PIC 9(8) VALUE ZEROES.
               02 GA-DIAS   PIC 9(3) VALUE ZEROES.
               02 GA-CPF    PIC X(11) VALUE SPACES.

      *COMUNICACAO DE VENDA E TRANSFERENCIA DE PROPRIEDADE NO DETRAN
           FD CADDETR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDETR.DAT".
           01 REGDETR.
               02 CHAVEDETR.
                   03 DT-CHASSI     PIC X(17) VALUE SPACES.
                   03 DT-DATAVENDA  PIC 9(8) VALUE ZEROES.
               02 DT-PLACA          PIC X(7) VALUE SPACES.
               02 DT-CPF            PIC X(11) VALUE SPACES.
               02 DT-FILIAL         PIC 9(2) VALUE ZEROES.
               02 DT-VALORVENDA     PIC 9(7)V99 VALUE ZEROES.
               02 DT-PRAZOCOMUN     PIC 9(8) VALUE ZEROES.
               02 DT-PRAZOTRANSF    PIC 9(8) VALUE ZEROES.
               02 DT-LOTE           PIC 9(4) VALUE ZEROES.
               02 DT-PROTOCOLO      PIC X(20) VALUE SPACES.
               02 DT-DATACOMUN      PIC 9(8) VALUE ZEROES.
               02 DT-DATATRANSF     PIC 9(8) VALUE ZEROES.
               02 DT-SITUACAO       PIC X(1) VALUE SPACES.
               02 DT-OPERADOR       PIC X(8) VALUE SPACES.

           FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
           01 REGHIST.
               02 CHAVEHIST.
                   03 HS-CHASSI PIC X(17) VALUE SPACES.
                   03 HS-SEQ    PIC 9(3) VALUE ZEROES.
               02 HS-CPF        PIC X(11) VALUE SPACES.
               02 HS-DATAINI    PIC 9(8) VALUE ZEROES.
               02 HS-DATAFIM    PIC 9(8) VALUE ZEROES.
               02 HS-VALORVENDA PIC 9(7)V99 VALUE ZEROES.
               02 HS-VALORTROCA PIC 9(7)V99 VALUE ZEROES.

           FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOR.DAT".
           01 REGESTOR.
               02 CHAVEESTOR.
                   03 ES-CHASSI      PIC X(17) VALUE SPACES.
                   03 ES-DATAESTORNO PIC 9(8) VALUE ZEROES.
               02 ES-CPF         PIC X(11) VALUE SPACES.
               02 ES-VALORVENDA  PIC 9(7)V99 VALUE ZEROES.
               02 ES-COMISSAO    PIC 9(2)V99 VALUE ZEROES.
               02 ES-DATAVENDA   PIC 9(8) VALUE ZEROES.
               02 ES-MOTIVO      PIC X(30) VALUE SPACES.
               02 ES-OPERADOR    PIC X(8) VALUE SPACES.

      *CAMPANHAS DE RECALL (P172941) E SITUACAO DE CADA CARRO
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

           FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
           01 REGAUDIT.
               02 AUD-SEQ      PIC 9(9) VALUE ZEROES.
               02 AUD-CHAVE    PIC X(17) VALUE SPACES.
               02 AUD-OPERADOR PIC X(8) VALUE SPACES.
               02 AUD-DATA     PIC 9(8) VALUE ZEROES.
               02 AUD-HORA     PIC 9(8) VALUE ZEROES.
               02 AUD-ARQUIVO  PIC X(8) VALUE SPACES.
               02 AUD-TIPO     PIC X(1) VALUE SPACES.
               02 AUD-ANTES    PIC X(180) VALUE SPACES.
               02 AUD-DEPOIS   PIC X(180) VALUE SPACES.

           FD AUDCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDCTRL.TXT".
           01 LINHACTA.
               02 CTA-SEQ PIC 9(9).

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9) VALUE ZEROES.
               02 SL-RESUMO PIC X(36) VALUE SPACES.
               02 SL-SELO   PIC X(36) VALUE SPACES.

           FD AMORTIZ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AMORTIZ.TXT".
           01 LINHAAMORT PIC X(132) VALUE SPACES.

           FD CONTRATO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONTRATO.TXT".
           01 LINHACON PIC X(100) VALUE SPACES.

      *SESSOES POR TERMINAL - CADA ESTACAO (VARIAVEL DE AMBIENTE
      *TERMINAL, CONSOLE QUANDO AUSENTE) CARREGA O PROPRIO OPERADOR
           FD CADSES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSES.DAT".
           01 REGSES.
               02 SE-TERMINAL PIC X(8).
               02 SE-OPERADOR PIC X(8).
               02 SE-NIVEL    PIC 9(1).
               02 SE-PERFIL   PIC X(6).
               02 SE-FILIAL   PIC 9(2).
               02 SE-DATA     PIC 9(8).
               02 SE-HORA     PIC 9(8).
               02 SE-ATIVA    PIC 9(1).
                   88 SESSAO-ABERTA    VALUE 0.
                   88 SESSAO-ENCERRADA VALUE 1.

           FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 NIVEL      PIC 9(01) VALUE 0.
               02 DATASENHA  PIC 9(08) VALUE ZEROES.
               02 TENTATIVAS PIC 9(01) VALUE 0.
               02 BLOQUEADO  PIC 9(01) VALUE 0.
                   88 OPER-BLOQUEADO VALUE 1.
                   88 OPER-LIBERADO  VALUE 0.
               02 PERFIL.
                   03 PCADASTRAR PIC 9(1) VALUE 0.
                   03 PALTERAR   PIC 9(1) VALUE 0.
                   03 PEXCLUIR   PIC 9(1) VALUE 0.
                   03 PVENDER    PIC 9(1) VALUE 0.
                   03 PRELATORIO PIC 9(1) VALUE 0.
                   03 PAUTMARGEM PIC 9(1) VALUE 0.
               02 OPFILIAL   PIC 9(02) VALUE 0.
               02 SENHAHASH  PIC X(36) VALUE SPACES.

      *FLOOR PLAN DO CARRO DO ESTOQUE (P172947) - QUITADO NA VENDA
           FD CADFLOOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLOOR.DAT".
           01 REGFLOOR.
               02 CHAVEFLOOR.
                   03 FP-CHASSI    PIC X(17) VALUE SPACES.
                   03 FP-SEQ       PIC 9(3) VALUE ZEROES.
               02 FP-BANCO         PIC 9(3) VALUE ZEROES.
               02 FP-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 FP-DATAINI       PIC 9(8) VALUE ZEROES.
               02 FP-TAXADIA       PIC 9(1)V9(4) VALUE ZEROES.
               02 FP-JUROS         PIC 9(7)V99 VALUE ZEROES.
               02 FP-ULTAPUR       PIC 9(8) VALUE ZEROES.
               02 FP-FILIAL        PIC 9(2) VALUE ZEROES.
               02 FP-DATAQUIT      PIC 9(8) VALUE ZEROES.
               02 FP-VALORQUIT     PIC 9(7)V99 VALUE ZEROES.
               02 FP-SITUACAO      PIC X(1) VALUE SPACES.
                   88 FLOOR-ABERTO    VALUE "A".
               02 FP-OPERADOR      PIC X(8) VALUE SPACES.

           FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
           01 REGBANCO.
               02 BC-CODIGO   PIC 9(3) VALUE ZEROES.
               02 BC-NOME     PIC X(30) VALUE SPACES.
               02 BC-CNPJ     PIC X(14) VALUE SPACES.
               02 BC-RETORNO  PIC 9(2)V99 VALUE ZEROES.
               02 BC-PRAZO    PIC 9(3) VALUE ZEROES.
               02 BC-TELEFONE PIC 9(11) VALUE ZEROES.
               02 BC-CONTATO  PIC X(30) VALUE SPACES.
               02 BC-ATIVO    PIC 9(1) VALUE ZEROES.
                   88 BANCO-ATIVO VALUE 1.

           FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           01 REGPAG.
               02 CHAVEPAG.
                   03 PG-CHASSI PIC X(17) VALUE SPACES.
                   03 PG-SEQ    PIC 9(3) VALUE ZEROES.
               02 PG-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 PG-CPFCNPJ    PIC X(14) VALUE SPACES.
               02 PG-TIPO       PIC X(1) VALUE SPACES.
                   88 PAG-COMPRA      VALUE "C".
                   88 PAG-CONSIGNACAO VALUE "S".
                   88 PAG-FLOORPLAN   VALUE "L".
               02 PG-VENCTO     PIC 9(8) VALUE ZEROES.
               02 PG-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 PG-DATAPAGTO  PIC 9(8) VALUE ZEROES.
               02 PG-VALORPAGO  PIC 9(7)V99 VALUE ZEROES.
               02 PG-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 PAG-ABERTA    VALUE 0.
                   88 PAG-PAGA      VALUE 1.
                   88 PAG-CANCELADA VALUE 2.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 OPERADOR PIC X(08) VALUE SPACES.
           01 SENHAINF PIC X(20) VALUE SPACES.
           01 PARAMHASH.
               02 PH-SAL   PIC X(08) VALUE SPACES.
               02 PH-SENHA PIC X(20) VALUE SPACES.
               02 PH-HASH  PIC X(36) VALUE SPACES.
           01 SENHAOK PIC 9(1) VALUE 0.
           01 BSOPER PIC 9(1) VALUE 0.
           01 NIVELOPER PIC 9(01) VALUE 0.
           01 PERFILOPER.
               02 OPCADASTRAR PIC 9(1) VALUE 0.
               02 OPALTERAR   PIC 9(1) VALUE 0.
               02 OPEXCLUIR   PIC 9(1) VALUE 0.
               02 OPVENDER    PIC 9(1) VALUE 0.
               02 OPRELATORIO PIC 9(1) VALUE 0.
               02 OPAUTMARGEM PIC 9(1) VALUE 0.
           01 FILIALOPER PIC 9(2) VALUE 0.
           01 OPERADOR2 PIC X(08) VALUE SPACES.
           01 SENHAINF2 PIC X(20) VALUE SPACES.
           01 BSOPER2 PIC 9(1) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROFRO PIC X(2) VALUE "00".
           01 ERROFRI PIC X(2) VALUE "00".
           01 ERROFRC PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROEMP PIC X(2) VALUE "00".
           01 ERROCAD PIC X(2) VALUE "00".
           01 ERROCEP PIC X(2) VALUE "00".
           01 ERROVND PIC X(2) VALUE "00".
           01 ERROPOL PIC X(2) VALUE "00".
           01 ERROTAX PIC X(2) VALUE "00".
           01 ERROPARC PIC X(2) VALUE "00".
           01 ERROFER PIC X(2) VALUE "00".
           01 ERROCAI PIC X(2) VALUE "00".
           01 ERRONF PIC X(2) VALUE "00".
           01 ERRONFC PIC X(2) VALUE "00".
           01 ERROIMP PIC X(2) VALUE "00".
           01 ERROTRB PIC X(2) VALUE "00".
           01 ERROGAR PIC X(2) VALUE "00".
           01 ERRODET PIC X(2) VALUE "00".
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROEST PIC X(2) VALUE "00".
           01 ERRORCL PIC X(2) VALUE "00".
           01 ERRORCV PIC X(2) VALUE "00".
           01 ERROAUD PIC X(2) VALUE "00".
           01 ERROCTA PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
           01 ERROAMO PIC X(2) VALUE "00".
           01 ERROCON PIC X(2) VALUE "00".
           01 ERROSES PIC X(2) VALUE "00".
           01 ERROOPE PIC X(2) VALUE "00".
           01 ERROFLR PIC X(2) VALUE "00".
           01 ERROBCO PIC X(2) VALUE "00".
           01 ERROPAG PIC X(2) VALUE "00".
           01 FIMFLR PIC 9(1) VALUE 0.
           01 FIMPAG PIC 9(1) VALUE 0.
           01 SEQPAG PIC 9(3) VALUE ZEROES.
           01 DOCPAG PIC X(14) VALUE SPACES.
           01 DATAPAG PIC 9(8) VALUE ZEROES.
           01 DIASFLOOR PIC 9(7) VALUE ZEROES.
           01 JUROSFLOOR PIC 9(7)V99 VALUE ZEROES.
           01 SESSAOATIVA PIC 9(1) VALUE 0.
           01 TERMINALID PIC X(8) VALUE SPACES.
           01 DATALOGIN PIC 9(8) VALUE ZEROES.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
           01 HORAAGORA-R REDEFINES HORAAGORA.
               02 HA-HH PIC 9(2).
               02 HA-MM PIC 9(2).
               02 FILLER PIC 9(4).
           01 HORASESSAO PIC 9(8) VALUE ZEROES.
           01 HORASESSAO-R REDEFINES HORASESSAO.
               02 HS-HH PIC 9(2).
               02 HS-MM PIC 9(2).
               02 FILLER PIC 9(4).
           01 MINAGORA PIC 9(4) VALUE ZEROES.
           01 MINSESSAO PIC 9(4) VALUE ZEROES.
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 DATASISTEMA.
               03 DS-ANO PIC 9(4).
               03 DS-MES PIC 9(2).
               03 DS-DIA PIC 9(2).
           01 IDADE PIC 9(3) VALUE ZEROES.
           01 LINHALISTA PIC 99 VALUE ZEROES.
      *CLIENTE DA NEGOCIACAO - CPF OU CODIGO "J" DA EMPRESA
           01 DOCINF PIC X(14) VALUE SPACES.
           01 CLIENTECPF PIC X(11) VALUE SPACES.
           01 CLIENTEPJ PIC 9(1) VALUE 0.
           01 CONTATOPJ PIC X(30) VALUE SPACES.
           01 NOMECLIENTE PIC X(30) VALUE SPACES.
           01 BSCLIENTE PIC 9(1) VALUE 0.
           01 CPFINF       PIC X(11) VALUE SPACES.
           01 CPFINF-N REDEFINES CPFINF.
               03 CPF-D1   PIC 9.
               03 CPF-D2   PIC 9.
               03 CPF-D3   PIC 9.
               03 CPF-D4   PIC 9.
               03 CPF-D5   PIC 9.
               03 CPF-D6   PIC 9.
               03 CPF-D7   PIC 9.
               03 CPF-D8   PIC 9.
               03 CPF-D9   PIC 9.
               03 CPF-D10  PIC 9.
               03 CPF-D11  PIC 9.
           01 CPF-SOMA1    PIC 9(4) VALUE ZEROES.
           01 CPF-SOMA2    PIC 9(4) VALUE ZEROES.
           01 CPF-RESTO1   PIC 9(2) VALUE ZEROES.
           01 CPF-RESTO2   PIC 9(2) VALUE ZEROES.
           01 CPF-AUX      PIC 9(4) VALUE ZEROES.
           01 CPF-DV1      PIC 9(2) VALUE ZEROES.
           01 CPF-DV2      PIC 9(2) VALUE ZEROES.
           01 CPF-VALIDO   PIC 9(1) VALUE 0.
           01 CNPJINF      PIC X(14) VALUE SPACES.
           01 CNPJINF-N REDEFINES CNPJINF.
               03 CNPJ-D1  PIC 9.
               03 CNPJ-D2  PIC 9.
               03 CNPJ-D3  PIC 9.
               03 CNPJ-D4  PIC 9.
               03 CNPJ-D5  PIC 9.
               03 CNPJ-D6  PIC 9.
               03 CNPJ-D7  PIC 9.
               03 CNPJ-D8  PIC 9.
               03 CNPJ-D9  PIC 9.
               03 CNPJ-D10 PIC 9.
               03 CNPJ-D11 PIC 9.
               03 CNPJ-D12 PIC 9.
               03 CNPJ-D13 PIC 9.
               03 CNPJ-D14 PIC 9.
           01 CNPJ-SOMA1   PIC 9(4) VALUE ZEROES.
           01 CNPJ-SOMA2   PIC 9(4) VALUE ZEROES.
           01 CNPJ-RESTO1  PIC 9(2) VALUE ZEROES.
           01 CNPJ-RESTO2  PIC 9(2) VALUE ZEROES.
           01 CNPJ-DV1     PIC 9(2) VALUE ZEROES.
           01 CNPJ-DV2     PIC 9(2) VALUE ZEROES.
           01 CNPJ-VALIDO  PIC 9(1) VALUE 0.
      *VENDEDOR E CARROS DA NEGOCIACAO
           01 VENDEDORINF PIC 9(3) VALUE ZEROES.
           01 BSVEND PIC 9(1) VALUE 0.
           01 CHASSIINF PIC X(17) VALUE SPACES.
           01 VALORINF PIC 9(7)V99 VALUE ZEROES.
           01 BSCARRO PIC 9(1) VALUE 0.
           01 EXISTMARGEM PIC 9(1) VALUE 0.
           01 MAXCARROS PIC 9(3) VALUE 20.
           01 QTDCARROS PIC 9(3) VALUE ZEROES.
           01 CR-IND PIC 9(3) VALUE ZEROES.
           01 TABCARROS.
               02 CARRO OCCURS 20 TIMES.
                   03 CR-CHASSI   PIC X(17).
                   03 CR-PLACA    PIC X(7).
                   03 CR-VALOR    PIC 9(7)V99.
                   03 CR-COMISSAO PIC 9(2)V99.
                   03 CR-PAGTO    PIC 9(7)V99.
                   03 CR-NUMNF    PIC 9(6).
                   03 CR-VENDIDO  PIC 9(1).
           01 TOTALVENDA PIC 9(7)V99 VALUE ZEROES.
           01 TOTALPAGTO PIC 9(7)V99 VALUE ZEROES.
           01 VALORPAGAMENTO PIC 9(7)V99 VALUE ZEROES.
           01 QTDVENDIDOS PIC 9(3) VALUE ZEROES.
           01 QTDINDISP PIC 9(3) VALUE ZEROES.
      *TABELA DE FAIXAS DE COMISSAO CONFORME O VALOR DE VENDA
           01 TABCOMISSAO.
               03 FILLER PIC 9(9)V99 VALUE 20000,00.
               03 FILLER PIC 9(2)V99 VALUE 03,00.
               03 FILLER PIC 9(9)V99 VALUE 50000,00.
               03 FILLER PIC 9(2)V99 VALUE 05,00.
               03 FILLER PIC 9(9)V99 VALUE 100000,00.
               03 FILLER PIC 9(2)V99 VALUE 07,00.
               03 FILLER PIC 9(9)V99 VALUE 999999,99.
               03 FILLER PIC 9(2)V99 VALUE 10,00.
           01 TABCOMISSAO-R REDEFINES TABCOMISSAO.
               03 FAIXA OCCURS 4 TIMES.
                   05 FX-LIMITE PIC 9(9)V99.
                   05 FX-TAXA   PIC 9(2)V99.
           01 FX-IND PIC 9(2) VALUE 1.
      *PLANO DE PAGAMENTO DA NEGOCIACAO
           01 RESPFIN PIC X(1) VALUE SPACES.
           01 FINANCINF PIC 9(1) VALUE 0.
           01 ENTRADAINF PIC 9(7)V99 VALUE ZEROES.
           01 PARCELASINF PIC 9(3) VALUE ZEROES.
           01 TAXAINF PIC 9(2)V99 VALUE ZEROES.
           01 PARCELAINF PIC 9(7)V99 VALUE ZEROES.
           01 VALORFINANC PIC 9(7)V99 VALUE ZEROES.
           01 TAXAUNIT PIC 9(1)V9(6) VALUE ZEROES.
           01 NUMERADOR PIC 9(11)V9(6) VALUE ZEROES.
           01 DENOMINADOR PIC 9(11)V9(6) VALUE ZEROES.
           01 FATORJUROS PIC 9(11)V9(6) VALUE ZEROES.
           01 SALDOFINANC PIC S9(9)V99 VALUE ZEROES.
           01 JUROSPARC PIC 9(7)V99 VALUE ZEROES.
           01 AMORTPARC PIC S9(7)V99 VALUE ZEROES.
           01 ED-JUROS PIC Z(6)9,99.
           01 ED-AMORT PIC Z(6)9,99.
           01 PARC-IND PIC 9(3) VALUE 1.
           01 VENCIMENTO.
               03 VC-ANO PIC 9(4) VALUE ZEROES.
               03 VC-MES PIC 9(2) VALUE ZEROES.
               03 VC-DIA PIC 9(2) VALUE ZEROES.
           01 FIMPARC PIC 9(1) VALUE 0.
           01 TEMPOLIT PIC 9(1) VALUE 0.
           01 CREDVIOLA PIC 9(1) VALUE 0.
           01 ENTRADAPCT PIC 9(3)V99 VALUE ZEROES.
           01 EXPOSTO PIC 9(9)V99 VALUE ZEROES.
           01 FIMEXP PIC 9(1) VALUE 0.
      *PARTE DE CADA CARRO NA ENTRADA E NA PARCELA DO PLANO -
      *O ULTIMO CARRO FICA COM O RESTO DO ARREDONDAMENTO
           01 SOBRAENTRADA PIC 9(7)V99 VALUE ZEROES.
           01 SOBRAPARCELA PIC 9(7)V99 VALUE ZEROES.
           01 PARTEENTRADA PIC 9(7)V99 VALUE ZEROES.
           01 PARTEPARCELA PIC 9(7)V99 VALUE ZEROES.
      *CHAVE DO PLANO DE PAGAMENTO NO CADPARC, CAIXA E AUDITORIA
           01 CHAVEPLANO.
               02 FILLER    PIC X(5) VALUE "FROTA".
               02 PL-NUMERO PIC 9(6) VALUE ZEROES.
               02 FILLER    PIC X(6) VALUE SPACES.
           01 FROTANUM PIC 9(6) VALUE ZEROES.
           01 FIMFRITE PIC 9(1) VALUE 0.
      *APOIO DO CALENDARIO DE DIAS UTEIS - VENCIMENTO ROLADO E O
      *CALCULO DO DIA DA SEMANA (ZELLER, 0 SABADO / 1 DOMINGO)
           01 TEMFERIADO PIC 9(1) VALUE 0.
           01 VENCUTIL.
               03 VU-ANO PIC 9(4) VALUE ZEROES.
               03 VU-MES PIC 9(2) VALUE ZEROES.
               03 VU-DIA PIC 9(2) VALUE ZEROES.
           01 VENCUTIL-N REDEFINES VENCUTIL PIC 9(8).
           01 ZANO PIC 9(4) VALUE ZEROES.
           01 ZMES PIC 9(2) VALUE ZEROES.
           01 ZJ PIC 9(2) VALUE ZEROES.
           01 ZK PIC 9(2) VALUE ZEROES.
           01 ZT1 PIC 9(4) VALUE ZEROES.
           01 ZT2 PIC 9(4) VALUE ZEROES.
           01 ZT3 PIC 9(4) VALUE ZEROES.
           01 ZSOMA PIC 9(4) VALUE ZEROES.
           01 ZAUX PIC 9(4) VALUE ZEROES.
           01 ZRESTO PIC 9(2) VALUE ZEROES.
           01 DIASEMANA PIC 9(1) VALUE 0.
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 DIAUTILOK PIC 9(1) VALUE 0.
           01 EHFERIADO PIC 9(1) VALUE 0.
      *CAIXA, NOTA, IMPOSTO E HISTORICO DE PROPRIETARIOS
           01 FIMCAI PIC 9(1) VALUE 0.
           01 DATACAIXA PIC 9(8) VALUE ZEROES.
           01 SEQCAIXA PIC 9(5) VALUE ZEROES.
           01 TIPOCAIXA PIC X(1) VALUE SPACES.
           01 VALORCAIXA PIC 9(7)V99 VALUE ZEROES.
           01 HISTCAIXA PIC X(30) VALUE SPACES.
           01 NUMNF PIC 9(6) VALUE ZEROES.
           01 FIMNF PIC 9(1) VALUE 0.
           01 TIPOTRIB PIC X(1) VALUE SPACES.
           01 BASETRIB PIC 9(7)V99 VALUE ZEROES.
           01 ALIQTRIB PIC 9(2)V99 VALUE ZEROES.
           01 EPISSEQ PIC 9(3) VALUE ZEROES.
           01 EPISACHOU PIC 9(1) VALUE 0.
           01 EPISABERTO PIC 9(1) VALUE 0.
           01 FIMHIST PIC 9(1) VALUE 0.
           01 MOTIVOEST PIC X(30) VALUE SPACES.
           01 HOJEEST PIC 9(8) VALUE ZEROES.
      *RECALL EM ABERTO NO CARRO DE ESTOQUE
           01 RECALLABERTO PIC 9(1) VALUE 0.
           01 CAMPRECALL PIC 9(4) VALUE ZEROES.
           01 FIMRECAL PIC 9(1) VALUE 0.
           01 RECALLATINGE PIC 9(1) VALUE 0.
      *PRAZOS DA COMUNICACAO DE VENDA PELA LOJA E DA TRANSFERENCIA
      *PELO COMPRADOR NO DETRAN, EM DIAS A PARTIR DA VENDA
           01 DIASCOMUNIC PIC 9(3) VALUE 30.
           01 DIASTRANSFER PIC 9(3) VALUE 30.
           01 DATAPRAZO PIC 9(8) VALUE ZEROES.
           01 DATAPRAZO-R REDEFINES DATAPRAZO.
               02 PZ-ANO PIC 9(4).
               02 PZ-MES PIC 9(2).
               02 PZ-DIA PIC 9(2).
           01 DIASPRAZO PIC 9(7) VALUE ZEROES.
           01 RESTOPRAZO PIC 9(3) VALUE ZEROES.
      *PRAZO LEGAL DE GARANTIA DO USADO, EM DIAS
           01 DIASGARANTIA PIC 9(3) VALUE 90.
      *AUDITORIA
           01 SEQAUDIT PIC 9(9) VALUE ZEROES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 HORAAUDIT PIC 9(08) VALUE ZEROES.
           01 AUDITIPO PIC X(1) VALUE SPACES.
           01 EVENTOARQ PIC X(8) VALUE SPACES.
           01 EVENTOCHAVE PIC X(17) VALUE SPACES.
           01 EVENTOANTES PIC X(180) VALUE SPACES.
           01 EVENTODEPOIS PIC X(180) VALUE SPACES.
      *EDICAO DA TELA E DO CONTRATO
           01 ED-VALOR PIC Z(6)9,99.
           01 ED-TOTAL PIC Z(6)9,99.
           01 ED-PAGTO PIC Z(6)9,99.
           01 ED-ENTRADA PIC Z(6)9,99.
           01 ED-PARCELA PIC Z(6)9,99.
           01 ED-COMISSAO PIC Z9,99.
           01 SITTEXTO PIC X(10) VALUE SPACES.

           SCREEN SECTION.
       01  TELAFROTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "                    VENDA DE FROTA - NEGO".
           05  LINE 03  COLUMN 42
               VALUE  "CIACAO COM VARIOS VEICULOS".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  NEGOCIACAO:".
           05  LINE 06  COLUMN 32
               VALUE  "DATA:".
           05  LINE 06  COLUMN 50
               VALUE  "SITUACAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  CLIENTE (CPF/CNPJ):".
           05  LINE 07  COLUMN 40
               VALUE  "CODIGO:".
           05  LINE 08  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 08  COLUMN 41
               VALUE  "CONTATO:".
           05  LINE 09  COLUMN 01
               VALUE  "  VENDEDOR:".
           05  LINE 10  COLUMN 01
               VALUE  "  CARROS:".
           05  LINE 10  COLUMN 17
               VALUE  "TOTAL VENDA:".
           05  LINE 10  COLUMN 44
               VALUE  "TOTAL A RECEBER:".
           05  LINE 11  COLUMN 01
               VALUE  "  PAGAMENTO:".
           05  LINE 11  COLUMN 27
               VALUE  "ENTRADA:".
           05  LINE 11  COLUMN 48
               VALUE  "PARCELAS:".
           05  LINE 12  COLUMN 01
               VALUE  "  NOTAS FISCAIS:".
           05  LINE 12  COLUMN 25
               VALUE  "A".

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE VEICULOS
       ABREARQUIVO.
           OPEN I-O CADVEIC
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADVEIC
                   CLOSE CADVEIC
                   DISPLAY "ARQUIVO CADVEIC FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC" AT 0622
           ELSE
               DISPLAY TELAFROTA
               PERFORM LOGIN
               GO TO MENUPRINC.

      *SOLICITA IDENTIFICACAO DO OPERADOR - ADOTA A SESSAO DO MENU
      *GERAL QUANDO HOUVER
       LOGIN.
           PERFORM LERSESSAO
           IF SESSAOATIVA = 0
               PERFORM LOGINPROMPT
           END-IF.

       LOGINPROMPT.
           DISPLAY "OPERADOR:" AT 1301
           ACCEPT OPERADOR AT 1311
           DISPLAY "SENHA:" AT 1401
           ACCEPT SENHAINF AT 1408
           PERFORM LERPERADOR
           IF BSOPER = 1
               DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1501
               MOVE SPACES TO OPERADOR SENHAINF
               GO TO LOGINPROMPT
           ELSE
               DISPLAY TELAFROTA
               CONTINUE.

      *VALIDA OPERADOR E SENHA NO ARQUIVO DE OPERADORES
       LERPERADOR.
           MOVE 0 TO BSOPER
           MOVE OPERADOR TO OPERADORID
           OPEN INPUT CADOPER
           READ CADOPER
           IF ERROOPE = "00"
               MOVE SENHAINF TO PH-SENHA
               PERFORM CONFERESENHA
               IF OPER-BLOQUEADO OR SENHAOK = 0
                   MOVE 1 TO BSOPER
               ELSE
                   MOVE NIVEL TO NIVELOPER
                   MOVE PERFIL TO PERFILOPER
                   MOVE OPFILIAL TO FILIALOPER
               END-IF
           ELSE
               MOVE 1 TO BSOPER
           END-IF
           CLOSE CADOPER
           MOVE "00" TO ERROOPE.

      *CONFERE A SENHA EM PH-SENHA COM O RESUMO GRAVADO NO CADOPER -
      *SO O SAL E O RESUMO FICAM NO ARQUIVO, NUNCA A SENHA
       CONFERESENHA.
           MOVE 0 TO SENHAOK
           IF SENHAHASH NOT = SPACES AND SALSENHA NOT = SPACES
               MOVE SALSENHA TO PH-SAL
               CALL "HASHSENHA" USING PARAMHASH
               IF PH-HASH = SENHAHASH
                   MOVE 1 TO SENHAOK
               END-IF
           END-IF
           MOVE SPACES TO PH-SENHA PH-HASH.

      *PROCURA UMA SESSAO ABERTA PELO MENU GERAL (P172900)
       LERSESSAO.
           MOVE 0 TO SESSAOATIVA
           MOVE SPACES TO TERMINALID
           ACCEPT TERMINALID FROM ENVIRONMENT "TERMINAL"
           IF TERMINALID = SPACES
               MOVE "CONSOLE" TO TERMINALID
           END-IF
           OPEN INPUT CADSES
           IF ERROSES = "00"
               MOVE TERMINALID TO SE-TERMINAL
               READ CADSES
               IF ERROSES = "00"
                   IF SE-OPERADOR NOT = SPACES AND SESSAO-ABERTA
                       PERFORM CHECASESSAO
                   END-IF
               END-IF
               CLOSE CADSES
           END-IF
           MOVE "00" TO ERROSES.

       CHECASESSAO.
           ACCEPT DATALOGIN FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           IF SE-DATA = DATALOGIN
               COMPUTE MINAGORA = HA-HH * 60 + HA-MM
               MOVE SE-HORA TO HORASESSAO
               COMPUTE MINSESSAO = HS-HH * 60 + HS-MM
               IF MINAGORA NOT < MINSESSAO
                   AND MINAGORA - MINSESSAO < 30
                   MOVE SE-OPERADOR TO OPERADOR
                   MOVE SE-NIVEL TO NIVELOPER
                   MOVE SE-PERFIL TO PERFILOPER
                   MOVE SE-FILIAL TO FILIALOPER
                   MOVE 1 TO SESSAOATIVA
               END-IF
           END-IF.

      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           PERFORM LIMPATELA
           DISPLAY "F1 NOVA NEGOCIACAO, F2 CONSULTAR, F4 ESTORNAR," AT
               1305
           DISPLAY "F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               IF NIVELOPER NOT = 1 AND OPVENDER NOT = 1
                   DISPLAY "ACESSO NEGADO - SEM DIREITO DE VENDA"
                       AT 1805
                   ACCEPT AUX AT 2360
                   GO TO MENUPRINC
               END-IF
               DISPLAY TELAFROTA
               PERFORM LIMPATELA
               GO TO R-CLIENTE
           WHEN = 02
               DISPLAY TELAFROTA
               GO TO CONSULTA
           WHEN = 04
               DISPLAY TELAFROTA
               GO TO ESTORNO
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE O CLIENTE - 11 DIGITOS E CPF, 14 DIGITOS E CNPJ DE
      *EMPRESA CADASTRADA NO P172903. O CLIENTE PRECISA ESTAR NO
      *CADPROPR; PESSOA FISICA SO COMPRA A PARTIR DOS 18 ANOS
       R-CLIENTE.
           MOVE 0 TO BSCLIENTE CLIENTEPJ
           MOVE SPACES TO CLIENTECPF CONTATOPJ NOMECLIENTE
           ACCEPT DOCINF AT 0723
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPAAVISO
           IF DOCINF(12:3) = SPACES AND DOCINF(1:11) NUMERIC
               MOVE DOCINF(1:11) TO CPFINF
               PERFORM VALIDACPF
               IF CPF-VALIDO = 0
                   DISPLAY "CPF INVALIDO - DIGITO VERIFICADOR" AT 2203
                   GO TO R-CLIENTE
               END-IF
               MOVE CPFINF TO CLIENTECPF
           ELSE
               IF DOCINF NOT NUMERIC OR DOCINF = ZEROES
                   DISPLAY "INFORME O CPF (11) OU O CNPJ (14 DIGITOS)"
                       AT 2203
                   GO TO R-CLIENTE
               END-IF
               MOVE DOCINF TO CNPJINF
               PERFORM VALIDACNPJ
               IF CNPJ-VALIDO = 0
                   DISPLAY "CNPJ INVALIDO - DIGITO VERIFICADOR" AT 2203
                   GO TO R-CLIENTE
               END-IF
               PERFORM LERCNPJ
               IF BSCLIENTE = 1
                   GO TO R-CLIENTE
               END-IF
           END-IF
           PERFORM LERCLIENTE
           IF BSCLIENTE = 1
               GO TO R-CLIENTE
           END-IF
           DISPLAY CLIENTECPF AT 0748
           DISPLAY NOMECLIENTE AT 0809
           IF CLIENTEPJ = 1
               DISPLAY CONTATOPJ(1:30) AT 0850
           END-IF
           GO TO R-VENDEDOR.

      *CALCULA OS DIGITOS VERIFICADORES DO CPF E CONFERE COM OS DIGITOS
      *INFORMADOS
       VALIDACPF.
           MOVE 0 TO CPF-VALIDO
           COMPUTE CPF-SOMA1 = CPF-D1 * 10 + CPF-D2 * 9 + CPF-D3 * 8
               + CPF-D4 * 7 + CPF-D5 * 6 + CPF-D6 * 5 + CPF-D7 * 4
               + CPF-D8 * 3 + CPF-D9 * 2
           DIVIDE CPF-SOMA1 BY 11 GIVING CPF-AUX REMAINDER CPF-RESTO1
           COMPUTE CPF-DV1 = 11 - CPF-RESTO1
           IF CPF-DV1 > 9
               MOVE 0 TO CPF-DV1
           END-IF
           COMPUTE CPF-SOMA2 = CPF-D1 * 11 + CPF-D2 * 10 + CPF-D3 * 9
               + CPF-D4 * 8 + CPF-D5 * 7 + CPF-D6 * 6 + CPF-D7 * 5
               + CPF-D8 * 4 + CPF-D9 * 3 + CPF-DV1 * 2
           DIVIDE CPF-SOMA2 BY 11 GIVING CPF-AUX REMAINDER CPF-RESTO2
           COMPUTE CPF-DV2 = 11 - CPF-RESTO2
           IF CPF-DV2 > 9
               MOVE 0 TO CPF-DV2
           END-IF
           IF CPF-DV1 = CPF-D10 AND CPF-DV2 = CPF-D11
               MOVE 1 TO CPF-VALIDO
           END-IF.

      *CALCULA OS DIGITOS VERIFICADORES DO CNPJ (PESOS 5 A 2 E 9 A 2
      *NO PRIMEIRO, 6 A 2 E 9 A 2 NO SEGUNDO) E CONFERE COM OS
      *DIGITOS INFORMADOS
       VALIDACNPJ.
           MOVE 0 TO CNPJ-VALIDO
           COMPUTE CNPJ-SOMA1 = CNPJ-D1 * 5 + CNPJ-D2 * 4
               + CNPJ-D3 * 3 + CNPJ-D4 * 2 + CNPJ-D5 * 9
               + CNPJ-D6 * 8 + CNPJ-D7 * 7 + CNPJ-D8 * 6
               + CNPJ-D9 * 5 + CNPJ-D10 * 4 + CNPJ-D11 * 3
               + CNPJ-D12 * 2
           DIVIDE CNPJ-SOMA1 BY 11 GIVING CPF-AUX
               REMAINDER CNPJ-RESTO1
           IF CNPJ-RESTO1 < 2
               MOVE 0 TO CNPJ-DV1
           ELSE
               COMPUTE CNPJ-DV1 = 11 - CNPJ-RESTO1
           END-IF
           COMPUTE CNPJ-SOMA2 = CNPJ-D1 * 6 + CNPJ-D2 * 5
               + CNPJ-D3 * 4 + CNPJ-D4 * 3 + CNPJ-D5 * 2
               + CNPJ-D6 * 9 + CNPJ-D7 * 8 + CNPJ-D8 * 7
               + CNPJ-D9 * 6 + CNPJ-D10 * 5 + CNPJ-D11 * 4
               + CNPJ-D12 * 3 + CNPJ-DV1 * 2
           DIVIDE CNPJ-SOMA2 BY 11 GIVING CPF-AUX
               REMAINDER CNPJ-RESTO2
           IF CNPJ-RESTO2 < 2
               MOVE 0 TO CNPJ-DV2
           ELSE
               COMPUTE CNPJ-DV2 = 11 - CNPJ-RESTO2
           END-IF
           IF CNPJ-DV1 = CNPJ-D13 AND CNPJ-DV2 = CNPJ-D14
               MOVE 1 TO CNPJ-VALIDO
           END-IF.

      *LOCALIZA A EMPRESA PELO CNPJ NO CADEMPR E TROCA PELO CODIGO
      *DE CLIENTE
       LERCNPJ.
           OPEN INPUT CADEMPR
           IF ERROEMP NOT = "00"
               DISPLAY "EMPRESA NAO CADASTRADA - USE O P172903" AT 2203
               MOVE 1 TO BSCLIENTE
           ELSE
               MOVE CNPJINF TO EM-CNPJ
               READ CADEMPR
               IF ERROEMP NOT = "00"
                   DISPLAY "EMPRESA NAO CADASTRADA - USE O P172903"
                       AT 2203
                   MOVE 1 TO BSCLIENTE
               ELSE
                   MOVE EM-CODIGO TO CLIENTECPF
                   MOVE EM-CONTATO TO CONTATOPJ
                   MOVE 1 TO CLIENTEPJ
               END-IF
               CLOSE CADEMPR
           END-IF
           MOVE "00" TO ERROEMP.

      *LE O CLIENTE NO CADPROPR E CONFERE A IDADE DA PESSOA FISICA
       LERCLIENTE.
           OPEN INPUT CADPROPR
           IF ERROPRO NOT = "00"
               DISPLAY "ARQUIVO CADPROPR INDISPONIVEL" AT 2203
               MOVE 1 TO BSCLIENTE
           ELSE
               MOVE CLIENTECPF TO CPF
               READ CADPROPR
               IF ERROPRO NOT = "00"
                   DISPLAY "CLIENTE NAO ENCONTRADO NO CADPROPR" AT 2203
                   MOVE 1 TO BSCLIENTE
               ELSE
                   MOVE NOME TO NOMECLIENTE
                   IF CLIENTEPJ = 0
                       PERFORM CALCULAIDADE
                       IF IDADE < 18
                           DISPLAY "CLIENTE MENOR DE IDADE - VENDA "
                               "NAO PERMITIDA" AT 2203
                           MOVE 1 TO BSCLIENTE
                       END-IF
                   END-IF
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO.

      *CALCULA A IDADE DO PROPRIETARIO A PARTIR DA DATA DO SISTEMA
       CALCULAIDADE.
           ACCEPT DATASISTEMA FROM DATE YYYYMMDD
           COMPUTE IDADE = DS-ANO - ANO
           IF DS-MES < MES OR (DS-MES = MES AND DS-DIA < DIA)
               SUBTRACT 1 FROM IDADE
           END-IF.

      *RECEBE O CODIGO DO VENDEDOR QUE FECHOU A NEGOCIACAO
       R-VENDEDOR.
           MOVE 0 TO BSVEND
           ACCEPT VENDEDORINF AT 0913
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-CLIENTE
           END-IF
           PERFORM LIMPAAVISO
           IF VENDEDORINF = ZEROES
               DISPLAY "CODIGO INVALIDO" AT 2203
               GO TO R-VENDEDOR
           END-IF
           PERFORM LERVENDEDOR
           IF BSVEND = 1
               GO TO R-VENDEDOR
           END-IF
           DISPLAY "CHASSI            PLACA         VALOR COMIS."
               AT 1303
           MOVE 14 TO LINHALISTA
           GO TO R-CARRO.

      *VALIDA O VENDEDOR NO CADASTRO DE VENDEDORES - PRECISA EXISTIR
      *E ESTAR ATIVO
       LERVENDEDOR.
           OPEN INPUT CADVEND
           IF ERROVND NOT = "00"
               DISPLAY "ARQUIVO CADVEND INDISPONIVEL" AT 2203
               MOVE 1 TO BSVEND
           ELSE
               MOVE VENDEDORINF TO VD-CODIGO
               READ CADVEND
               IF ERROVND NOT = "00"
                   DISPLAY "VENDEDOR NAO ENCONTRADO" AT 2203
                   MOVE 1 TO BSVEND
               ELSE
                   IF VEND-INATIVO
                       DISPLAY "VENDEDOR INATIVO" AT 2203
                       MOVE 1 TO BSVEND
                   ELSE
                       DISPLAY VD-NOME AT 0918
                   END-IF
               END-IF
               CLOSE CADVEND
           END-IF
           MOVE "00" TO ERROVND.

      *RECEBE OS CARROS DA NEGOCIACAO, UM A UM, COM O PRECO
      *NEGOCIADO - F2 ENCERRA A LISTA, F1 DESISTE DA NEGOCIACAO
       R-CARRO.
           MOVE SPACES TO CHASSIINF
           DISPLAY "CHASSI (F2 ENCERRA A LISTA):" AT 2103
           ACCEPT CHASSIINF AT 2132
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM LIMPAAVISO
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF ACTKEY = 02 OR CHASSIINF = SPACES
               IF QTDCARROS < 2
                   DISPLAY "A VENDA DE FROTA EXIGE PELO MENOS DOIS "
                       "CARROS" AT 2203
                   GO TO R-CARRO
               END-IF
               GO TO R-FINANCIADO
           END-IF
           IF QTDCARROS NOT < MAXCARROS
               DISPLAY "LIMITE DE CARROS POR NEGOCIACAO ATINGIDO"
                   AT 2203
               GO TO R-CARRO
           END-IF
           PERFORM CHECACARRO
           IF BSCARRO = 1
               GO TO R-CARRO
           END-IF
           GO TO R-VALORCARRO.

      *CONFERE SE O CARRO PODE ENTRAR NA NEGOCIACAO - PRECISA ESTAR
      *DISPONIVEL NO ESTOQUE, SER DA LOJA (CONSIGNADO SAI PELO
      *P172904, COM O REPASSE), SEM RECALL PENDENTE E NAO REPETIDO
       CHECACARRO.
           MOVE 0 TO BSCARRO
           MOVE 1 TO CR-IND
           PERFORM CHECACARRO-DUPL UNTIL CR-IND > QTDCARROS
           IF BSCARRO = 1
               DISPLAY "CARRO JA ESTA NA NEGOCIACAO" AT 2203
           ELSE
               MOVE CHASSIINF TO CHASSI
               READ CADVEIC
               IF ERRO NOT = "00"
                   DISPLAY "VEICULO NAO ENCONTRADO" AT 2203
                   MOVE 1 TO BSCARRO
               ELSE
                   IF VEIC-VENDIDO
                       DISPLAY "VEICULO JA ESTA VENDIDO" AT 2203
                       MOVE 1 TO BSCARRO
                   END-IF
                   IF VEIC-RESERVADO
                       DISPLAY "VEICULO RESERVADO - VENDA PELO P172904"
                           AT 2203
                       MOVE 1 TO BSCARRO
                   END-IF
                   IF VEIC-TRANSITO
                       DISPLAY "VEICULO EM TRANSITO ENTRE FILIAIS"
                           AT 2203
                       MOVE 1 TO BSCARRO
                   END-IF
                   IF BSCARRO = 0 AND VEIC-CONSIGNADO
                       DISPLAY "VEICULO CONSIGNADO - VENDA PELO P172904"
                           AT 2203
                       MOVE 1 TO BSCARRO
                   END-IF
                   IF BSCARRO = 0
                       PERFORM CHECARECALL
                       IF RECALLABERTO = 1
                           DISPLAY "VEICULO COM RECALL NAO REPARADO -"
                               AT 2203
                           DISPLAY "CAMPANHA" AT 2238
                           DISPLAY CAMPRECALL AT 2247
                           MOVE 1 TO BSCARRO
                       END-IF
                   END-IF
               END-IF
               MOVE "00" TO ERRO
           END-IF.

       CHECACARRO-DUPL.
           IF CR-CHASSI(CR-IND) = CHASSIINF
               MOVE 1 TO BSCARRO
           END-IF
           ADD 1 TO CR-IND.

      *RECEBE O PRECO NEGOCIADO DO CARRO (O DO CADASTRO VEM SUGERIDO).
      *ABAIXO DO MINIMO DO CADMARGEM EXIGE AUTORIZACAO DE SUPERVISOR
       R-VALORCARRO.
           MOVE VALORVENDA TO VALORINF
           DISPLAY "VALOR DE VENDA DO CARRO:" AT 2103
           ACCEPT VALORINF AT 2128
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM LIMPAAVISO
           IF ACTKEY = 01
               GO TO R-CARRO
           END-IF
           IF VALORINF = ZEROES
               DISPLAY "VALOR INVALIDO" AT 2203
               GO TO R-VALORCARRO
           END-IF
           PERFORM BUSCAMARGEM
           IF EXISTMARGEM = 1 AND VALORINF < VALORMINIMO
               DISPLAY "VENDA ABAIXO DO MINIMO - AUTORIZACAO" AT 2103
               DISPLAY "DE SUPERVISOR NECESSARIA" AT 2203
               PERFORM R-AUTORIZASUPERVISOR
               PERFORM LIMPAAVISO
               IF BSOPER2 = 1
                   DISPLAY "AUTORIZACAO NEGADA - REVEJA O VALOR"
                       AT 2203
                   GO TO R-VALORCARRO
               END-IF
           END-IF
           ADD 1 TO QTDCARROS
           MOVE CHASSIINF TO CR-CHASSI(QTDCARROS)
           MOVE PLACA TO CR-PLACA(QTDCARROS)
           MOVE VALORINF TO CR-VALOR(QTDCARROS)
           PERFORM BUSCACOMISSAO
           MOVE COMISSAO TO CR-COMISSAO(QTDCARROS)
           COMPUTE VALORPAGAMENTO = VALORINF
               - VALORINF * (COMISSAO / 100)
           MOVE VALORPAGAMENTO TO CR-PAGTO(QTDCARROS)
           MOVE ZEROES TO CR-NUMNF(QTDCARROS)
           MOVE 0 TO CR-VENDIDO(QTDCARROS)
           ADD VALORINF TO TOTALVENDA
               ON SIZE ERROR
                   SUBTRACT 1 FROM QTDCARROS
                   DISPLAY "TOTAL DA NEGOCIACAO ACIMA DO LIMITE"
                       AT 2203
                   GO TO R-CARRO
           END-ADD
           ADD VALORPAGAMENTO TO TOTALPAGTO
           IF LINHALISTA < 21
               MOVE VALORINF TO ED-VALOR
               MOVE COMISSAO TO ED-COMISSAO
               DISPLAY CHASSIINF AT LINE LINHALISTA COL 03
               DISPLAY PLACA AT LINE LINHALISTA COL 21
               DISPLAY ED-VALOR AT LINE LINHALISTA COL 31
               DISPLAY ED-COMISSAO AT LINE LINHALISTA COL 43
               ADD 1 TO LINHALISTA
           END-IF
           PERFORM MOSTRATOTAIS
           GO TO R-CARRO.

      *BUSCA O VALOR MINIMO DE VENDA CADASTRADO PARA A MARCA/MODELO
       BUSCAMARGEM.
           MOVE 0 TO EXISTMARGEM
           MOVE V-MARCA  TO CM-MARCA
           MOVE V-MODELO TO CM-MODELO
           OPEN INPUT CADMARGEM
           IF ERROCAD = "35" OR ERROCAD = "30"
               CONTINUE
           ELSE
               READ CADMARGEM
               IF ERROCAD = "00"
                   MOVE 1 TO EXISTMARGEM
               END-IF
               CLOSE CADMARGEM
           END-IF
           MOVE "00" TO ERROCAD.

      *SOLICITA CREDENCIAIS DE UM SUPERVISOR PARA LIBERAR A VENDA
      *SEM ALTERAR O NIVEL DO OPERADOR ATUALMENTE LOGADO
       R-AUTORIZASUPERVISOR.
           MOVE 0 TO BSOPER2
           DISPLAY "OPERADOR SUPERVISOR:" AT 1903
           ACCEPT OPERADOR2 AT 1924
           DISPLAY "SENHA:" AT 2003
           ACCEPT SENHAINF2 AT 2010
           MOVE OPERADOR2 TO OPERADORID
           OPEN INPUT CADOPER
           READ CADOPER
           IF ERROOPE = "00"
               MOVE SENHAINF2 TO PH-SENHA
               PERFORM CONFERESENHA
               IF SENHAOK = 0 OR BLOQUEADO NOT = 0
                   OR (NIVEL NOT = 1 AND PAUTMARGEM NOT = 1)
                   MOVE 1 TO BSOPER2
               END-IF
           ELSE
               MOVE 1 TO BSOPER2
           END-IF
           CLOSE CADOPER
           MOVE "00" TO ERROOPE
           DISPLAY "                                       " AT 1902
           DISPLAY "                                       " AT 2002
           MOVE SPACES TO OPERADOR2 SENHAINF2.

      *AUTORIZACAO ESTRITA DE SUPERVISOR (NIVEL 1) PARA O ESTORNO
       R-AUTORIZAFECH.
           MOVE 0 TO BSOPER2
           DISPLAY "OPERADOR SUPERVISOR:" AT 1903
           ACCEPT OPERADOR2 AT 1924
           DISPLAY "SENHA:" AT 2003
           ACCEPT SENHAINF2 AT 2010
           MOVE OPERADOR2 TO OPERADORID
           OPEN INPUT CADOPER
           READ CADOPER
           IF ERROOPE = "00"
               MOVE SENHAINF2 TO PH-SENHA
               PERFORM CONFERESENHA
               IF SENHAOK = 0 OR NIVEL NOT = 1
                   OR BLOQUEADO NOT = 0
                   MOVE 1 TO BSOPER2
               END-IF
           ELSE
               MOVE 1 TO BSOPER2
           END-IF
           CLOSE CADOPER
           MOVE "00" TO ERROOPE
           MOVE SPACES TO OPERADOR2 SENHAINF2.

      *PROCURA A FAIXA DE COMISSAO CORRESPONDENTE AO VALOR DO CARRO
       BUSCACOMISSAO.
           MOVE 1 TO FX-IND
           GO TO ACHACOMISSAO.

      *PERCORRE A TABELA DE FAIXAS ATE ENCONTRAR O LIMITE DA VENDA
       ACHACOMISSAO.
           IF FX-IND > 4
               MOVE FX-TAXA(4) TO COMISSAO
           ELSE
               IF VALORINF NOT > FX-LIMITE(FX-IND)
                   MOVE FX-TAXA(FX-IND) TO COMISSAO
               ELSE
                   ADD 1 TO FX-IND
                   GO TO ACHACOMISSAO
               END-IF
           END-IF.

      *CONFERE AS CAMPANHAS DE RECALL ATIVAS (P172941) - O CARRO QUE
      *CAI EM UMA DELAS SO E VENDIDO COM O REPARO REGISTRADO
       CHECARECALL.
           MOVE 0 TO RECALLABERTO FIMRECAL
           MOVE ZEROES TO CAMPRECALL
           OPEN INPUT CADRECAL
           IF ERRORCL = "00"
               OPEN INPUT CADRECV
               MOVE ZEROES TO RC-CAMPANHA
               START CADRECAL KEY IS NOT LESS THAN RC-CAMPANHA
                   INVALID KEY
                       MOVE 1 TO FIMRECAL
               END-START
               PERFORM CHECARECALL-LOOP
                   UNTIL FIMRECAL = 1 OR RECALLABERTO = 1
               CLOSE CADRECV
               CLOSE CADRECAL
           END-IF
           MOVE "00" TO ERRORCL ERRORCV.

       CHECARECALL-LOOP.
           READ CADRECAL NEXT
           IF ERRORCL NOT = "00"
               MOVE 1 TO FIMRECAL
           ELSE
               MOVE 0 TO RECALLATINGE
               IF RECALL-ATIVO AND V-MARCA = RC-MARCA
                   AND (RC-MODELO = ZEROES OR V-MODELO = RC-MODELO)
                   AND ANOFABRIC NOT < RC-ANOINI
                   AND ANOFABRIC NOT > RC-ANOFIM
                   MOVE 1 TO RECALLATINGE
                   IF RC-CHASSIINI NOT = SPACES
                       IF CHASSI < RC-CHASSIINI
                           OR CHASSI > RC-CHASSIFIM
                           MOVE 0 TO RECALLATINGE
                       END-IF
                   END-IF
               END-IF
               IF RECALLATINGE = 1
                   MOVE RC-CAMPANHA TO RL-CAMPANHA
                   MOVE CHASSI TO RL-CHASSI
                   READ CADRECV
                   IF ERRORCV NOT = "00" OR NOT RECV-REPARADO
                       MOVE 1 TO RECALLABERTO
                       MOVE RC-CAMPANHA TO CAMPRECALL
                   END-IF
                   MOVE "00" TO ERRORCV
               END-IF
           END-IF.

      *MOSTRA A QUANTIDADE DE CARROS E OS TOTAIS DA NEGOCIACAO
       MOSTRATOTAIS.
           MOVE TOTALVENDA TO ED-TOTAL
           MOVE TOTALPAGTO TO ED-PAGTO
           DISPLAY QTDCARROS AT 1011
           DISPLAY ED-TOTAL AT 1030
           DISPLAY ED-PAGTO AT 1061.

      *PERGUNTA SE A NEGOCIACAO E FINANCIADA PELA LOJA (CARNE)
       R-FINANCIADO.
           MOVE 0 TO FINANCINF
           MOVE ZEROES TO ENTRADAINF PARCELASINF TAXAINF PARCELAINF
           DISPLAY "NEGOCIACAO FINANCIADA? (S/N)" AT 2103
           ACCEPT RESPFIN AT 2132
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM LIMPAAVISO
           IF ACTKEY = 01
               GO TO R-CARRO
           END-IF
           IF RESPFIN = "S" OR RESPFIN = "s"
               MOVE 1 TO FINANCINF
               DISPLAY "FINANCIADO" AT 1114
               GO TO R-ENTRADA
           END-IF
           DISPLAY "A VISTA   " AT 1114
           GO TO R-CONFIRMA.

      *RECEBE O VALOR DE ENTRADA DO FINANCIAMENTO
       R-ENTRADA.
           DISPLAY "VALOR DE ENTRADA:" AT 2103
           ACCEPT ENTRADAINF AT 2121
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM LIMPAAVISO
           IF ACTKEY = 01
               GO TO R-FINANCIADO
           END-IF
           IF ENTRADAINF NOT < TOTALPAGTO
               DISPLAY "ENTRADA DEVE SER MENOR QUE O TOTAL A RECEBER"
                   AT 2203
               GO TO R-ENTRADA
           END-IF
           MOVE ENTRADAINF TO ED-ENTRADA
           DISPLAY ED-ENTRADA AT 1136
           GO TO R-PARCELAS.

      *RECEBE A QUANTIDADE DE PARCELAS E CALCULA O VALOR DE CADA UMA
       R-PARCELAS.
           DISPLAY "NUMERO DE PARCELAS:" AT 2103
           ACCEPT PARCELASINF AT 2123
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM LIMPAAVISO
           IF ACTKEY = 01
               GO TO R-ENTRADA
           END-IF
           IF PARCELASINF = ZEROES
               DISPLAY "NUMERO DE PARCELAS INVALIDO" AT 2203
               GO TO R-PARCELAS
           END-IF
           COMPUTE VALORFINANC = TOTALPAGTO - ENTRADAINF
           PERFORM BUSCATAXA
           IF TAXAINF = ZEROES
               COMPUTE PARCELAINF ROUNDED =
                   VALORFINANC / PARCELASINF
           ELSE
               PERFORM CALCULAPARCELA
           END-IF
           MOVE PARCELAINF TO ED-PARCELA
           DISPLAY PARCELASINF AT 1158
           DISPLAY "X" AT 1161
           DISPLAY ED-PARCELA AT 1162
           DISPLAY "TAXA DE JUROS AO MES:" AT 2103
           DISPLAY TAXAINF AT 2125
           GO TO R-CHECACREDITO.

      *PORTEIRA DE CREDITO DO FINANCIAMENTO (CADPOLIT) - ESTOURADA A
      *POLITICA, EXIGE A AUTORIZACAO DE SUPERVISOR DA MARGEM
       R-CHECACREDITO.
           PERFORM CHECACREDITO
           IF CREDVIOLA = 0
               GO TO R-CONFIRMA
           END-IF
           DISPLAY "FINANCIAMENTO FORA DA POLITICA - AUTORIZACAO" AT
               1803
           DISPLAY "DE SUPERVISOR NECESSARIA" AT 1848
           PERFORM R-AUTORIZASUPERVISOR
           DISPLAY "                                       " AT 1802
           DISPLAY "                                       " AT 1841
           IF BSOPER2 = 1
               PERFORM LIMPAAVISO
               DISPLAY "AUTORIZACAO NEGADA - REVEJA AS CONDICOES"
                   AT 2203
               GO TO R-ENTRADA
           END-IF
           GO TO R-CONFIRMA.

      *APLICA AS TRES REGRAS DA POLITICA SOBRE O PLANO DA NEGOCIACAO -
      *SEM ARQUIVO OU SEM O REGISTRO 1 NAO HA PORTEIRA
       CHECACREDITO.
           MOVE 0 TO CREDVIOLA
           MOVE 0 TO TEMPOLIT
           OPEN INPUT CADPOLIT
           IF ERROPOL = "00"
               MOVE 1 TO PO-CODIGO
               READ CADPOLIT
               IF ERROPOL = "00"
                   MOVE 1 TO TEMPOLIT
               END-IF
               CLOSE CADPOLIT
           END-IF
           MOVE "00" TO ERROPOL
           IF TEMPOLIT = 1
               IF PO-ENTRADAMIN NOT = ZEROES
                   COMPUTE ENTRADAPCT ROUNDED =
                       ENTRADAINF * 100 / TOTALPAGTO
                   IF ENTRADAPCT < PO-ENTRADAMIN
                       DISPLAY "ENTRADA ABAIXO DO MINIMO DA POLITICA"
                           AT 1503
                       MOVE 1 TO CREDVIOLA
                   END-IF
               END-IF
               IF PO-MAXPARC NOT = ZEROES
                   AND PARCELASINF > PO-MAXPARC
                   DISPLAY "PRAZO ACIMA DO MAXIMO DA POLITICA"
                       AT 1603
                   MOVE 1 TO CREDVIOLA
               END-IF
               IF PO-MAXEXPOS NOT = ZEROES
                   PERFORM SOMAEXPOSICAO
                   IF EXPOSTO > PO-MAXEXPOS
                       DISPLAY "EXPOSICAO DO CLIENTE ACIMA DO MAXIMO"
                           AT 1703
                       MOVE 1 TO CREDVIOLA
                   END-IF
               END-IF
           END-IF.

      *SOMA AS PARCELAS EM ABERTO DO CLIENTE NO CARNE MAIS O NOVO
      *FINANCIAMENTO PARA MEDIR A EXPOSICAO TOTAL
       SOMAEXPOSICAO.
           COMPUTE EXPOSTO = PARCELAINF * PARCELASINF
               ON SIZE ERROR
                   MOVE 999999999,99 TO EXPOSTO
           END-COMPUTE
           OPEN INPUT CADPARC
           IF ERROPARC = "00"
               MOVE 0 TO FIMEXP
               MOVE CLIENTECPF TO PR-CPF
               START CADPARC KEY IS EQUAL PR-CPF
                   INVALID KEY
                       MOVE 1 TO FIMEXP
               END-START
               PERFORM SOMAEXPOSICAO-LOOP UNTIL FIMEXP = 1
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPARC.

       SOMAEXPOSICAO-LOOP.
           READ CADPARC NEXT
           IF ERROPARC NOT = "00"
               MOVE 1 TO FIMEXP
           ELSE
               IF PR-CPF NOT = CLIENTECPF
                   MOVE 1 TO FIMEXP
               ELSE
                   IF PARC-ABERTA
                       COMPUTE EXPOSTO = EXPOSTO + PR-VALOR
                           - PR-VALORPAGO
                           ON SIZE ERROR
                               MOVE 999999999,99 TO EXPOSTO
                       END-COMPUTE
                   END-IF
               END-IF
           END-IF.

      *BUSCA NA TABELA DE TAXAS A FAIXA DA QUANTIDADE DE PARCELAS -
      *SEM TABELA OU SEM FAIXA O FINANCIAMENTO SAI SEM JUROS
       BUSCATAXA.
           MOVE ZEROES TO TAXAINF
           OPEN INPUT CADTAXA
           IF ERROTAX = "00"
               MOVE PARCELASINF TO TX-PARCELAS
               START CADTAXA KEY IS NOT LESS TX-PARCELAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ CADTAXA NEXT
                       IF ERROTAX = "00"
                           MOVE TX-TAXA TO TAXAINF
                       END-IF
               END-START
               CLOSE CADTAXA
           END-IF
           MOVE "00" TO ERROTAX.

      *CALCULA A PARCELA COM JUROS COMPOSTOS (TABELA PRICE) - EM CASO
      *DE ESTOURO NO FATOR O CALCULO VOLTA PARA A DIVISAO SIMPLES
       CALCULAPARCELA.
           COMPUTE TAXAUNIT = TAXAINF / 100
           COMPUTE FATORJUROS ROUNDED =
               (1 + TAXAUNIT) ** PARCELASINF
               ON SIZE ERROR
                   MOVE ZEROES TO TAXAINF
                   COMPUTE PARCELAINF ROUNDED =
                       VALORFINANC / PARCELASINF
           END-COMPUTE
           IF TAXAINF NOT = ZEROES
               COMPUTE NUMERADOR ROUNDED =
                   VALORFINANC * TAXAUNIT * FATORJUROS
                   ON SIZE ERROR
                       MOVE ZEROES TO TAXAINF
                       COMPUTE PARCELAINF ROUNDED =
                           VALORFINANC / PARCELASINF
               END-COMPUTE
           END-IF
           IF TAXAINF NOT = ZEROES
               COMPUTE DENOMINADOR = FATORJUROS - 1
               COMPUTE PARCELAINF ROUNDED = NUMERADOR / DENOMINADOR
                   ON SIZE ERROR
                       MOVE ZEROES TO TAXAINF
                       COMPUTE PARCELAINF ROUNDED =
                           VALORFINANC / PARCELASINF
               END-COMPUTE
           END-IF.

      *CONFIRMA A NEGOCIACAO ANTES DE GRAVAR
       R-CONFIRMA.
           DISPLAY "GRAVAR A NEGOCIACAO? F1 - SIM, F2 - NAO" AT 2203
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           PERFORM LIMPAAVISO
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           GO TO GRAVAFROTA.

      *GRAVA A NEGOCIACAO - NUMERA, VENDE CADA CARRO (CONFERINDO DE
      *NOVO SE AINDA ESTA DISPONIVEL), LANCA O CAIXA, GERA O PLANO DE
      *PARCELAS E IMPRIME O CONTRATO UNICO
       GRAVAFROTA.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROES TO QTDINDISP
           MOVE 1 TO CR-IND
           PERFORM CONFEREESTOQUE UNTIL CR-IND > QTDCARROS
           IF QTDINDISP NOT = ZEROES
               DISPLAY "HA CARRO DA LISTA QUE SAIU DO ESTOQUE -"
                   AT 2103
               DISPLAY "NEGOCIACAO NAO GRAVADA, REFACA A LISTA" AT 2203
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM PROXFROTA
           MOVE FROTANUM TO PL-NUMERO
           DISPLAY FROTANUM AT 0615
           DISPLAY DATAHOJE AT 0638
           MOVE ENTRADAINF TO SOBRAENTRADA
           MOVE PARCELAINF TO SOBRAPARCELA
           MOVE ZEROES TO QTDVENDIDOS
           OPEN I-O CADFRITE
           IF ERROFRI NOT = "00"
               IF ERROFRI = "30" OR ERROFRI = "35"
                   OPEN OUTPUT CADFRITE
                   CLOSE CADFRITE
                   OPEN I-O CADFRITE
               END-IF
           END-IF
           IF ERROFRI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFRITE" AT 2203
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE 1 TO CR-IND
           PERFORM VENDECARRO UNTIL CR-IND > QTDCARROS
           CLOSE CADFRITE
           MOVE "00" TO ERROFRI
           IF QTDVENDIDOS = ZEROES
               DISPLAY "NENHUM CARRO DISPONIVEL - NEGOCIACAO NAO "
                   "GRAVADA" AT 2203
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM GRAVACABECALHO
           PERFORM LANCACAIXAFROTA
           IF FINANCINF = 1
               PERFORM IMPRIMEPARC
               PERFORM GRAVAPARC
           END-IF
           PERFORM IMPRIMECONTRATO
           PERFORM MOSTRATOTAIS
           DISPLAY "FECHADA" AT 0660
           DISPLAY FT-NFINICIAL AT 1218
           DISPLAY FT-NFFINAL AT 1227
           IF QTDVENDIDOS < QTDCARROS
               DISPLAY "CARROS VENDIDOS NO MEIO TEMPO FICARAM FORA -"
                   AT 2103
               DISPLAY "CONFIRA A LISTA" AT 2148
           END-IF
           DISPLAY "NEGOCIACAO GRAVADA - CONTRATO EM CONTRATO.TXT"
               AT 2203
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *CONFERE, ANTES DE NUMERAR, SE OS CARROS DA LISTA CONTINUAM
      *DISPONIVEIS - OUTRA ESTACAO PODE TER VENDIDO OU RESERVADO UM
      *DELES DURANTE A NEGOCIACAO (CONTA OS INDISPONIVEIS)
       CONFEREESTOQUE.
           MOVE CR-CHASSI(CR-IND) TO CHASSI
           READ CADVEIC
           IF ERRO NOT = "00" OR NOT VEIC-DISPONIVEL
               ADD 1 TO QTDINDISP
           END-IF
           MOVE "00" TO ERRO
           ADD 1 TO CR-IND.

      *PROXIMO NUMERO DE NEGOCIACAO - SEQUENCIA CONTROLADA EM
      *FRCTRL.TXT NOS MOLDES DO NFCTRL, JA RESERVADO NO ATO
       PROXFROTA.
           MOVE ZEROES TO FROTANUM
           OPEN INPUT FRCTRL
           IF ERROFRC = "00"
               READ FRCTRL
                   AT END
                       MOVE ZEROES TO FROTANUM
                   NOT AT END
                       MOVE FRC-ULTIMO TO FROTANUM
               END-READ
               CLOSE FRCTRL
           END-IF
           ADD 1 TO FROTANUM
           OPEN OUTPUT FRCTRL
           MOVE FROTANUM TO FRC-ULTIMO
           WRITE LINHAFRC
           CLOSE FRCTRL
           MOVE "00" TO ERROFRC.

      *VENDE UM CARRO DA NEGOCIACAO - A PROPRIA VENDA FICA NO CADVEIC
      *COM A PARTE DO CARRO NA ENTRADA E NA PARCELA DO PLANO
       VENDECARRO.
           MOVE CR-CHASSI(CR-IND) TO CHASSI
           READ CADVEIC
           IF ERRO = "00" AND VEIC-DISPONIVEL
               MOVE REGVEIC TO EVENTOANTES
               PERFORM PARTEDOPLANO
               MOVE ZEROES TO VENDA TROCA
               MOVE CR-VALOR(CR-IND) TO VALORVENDA
               MOVE CR-COMISSAO(CR-IND) TO COMISSAO
               MOVE DATAHOJE TO DATAVENDA
               MOVE VENDEDORINF TO VENDEDOR
               MOVE FINANCINF TO FINANCIADO
               IF FINANCINF = 1
                   MOVE PARTEENTRADA TO VALORENTRADA
                   MOVE PARCELASINF TO QTDPARCELAS
                   MOVE TAXAINF TO TAXAFINANC
                   MOVE PARTEPARCELA TO VALORPARCELA
               END-IF
               MOVE CLIENTECPF TO P-CPF
               MOVE 1 TO STATUSVEIC
               ADD 1 TO VERSAO
               REWRITE REGVEIC
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNVEIC
               IF ERRO = "00" OR ERRO = "02"
                   MOVE "A" TO AUDITIPO
                   MOVE "CADVEIC" TO EVENTOARQ
                   MOVE CHASSI TO EVENTOCHAVE
                   MOVE REGVEIC TO EVENTODEPOIS
                   PERFORM GRAVAEVENTO
                   PERFORM EPISODIOVENDA
                   PERFORM GRAVAGARANTIA
                   PERFORM GRAVADETRAN
                   PERFORM GRAVATRIBUTO
                   PERFORM QUITAFLOOR
                   PERFORM EMITENF
                   MOVE NUMNF TO CR-NUMNF(CR-IND)
                   MOVE 1 TO CR-VENDIDO(CR-IND)
                   ADD 1 TO QTDVENDIDOS
                   PERFORM GRAVAITEMFROTA
               END-IF
           END-IF
           MOVE "00" TO ERRO
           ADD 1 TO CR-IND.

      *PARTE DO CARRO NA ENTRADA E NA PARCELA, NA PROPORCAO DO QUE A
      *LOJA RECEBE POR ELE - O ULTIMO CARRO LEVA O QUE SOBROU, PARA A
      *SOMA DOS CARROS FECHAR COM O PLANO
       PARTEDOPLANO.
           MOVE ZEROES TO PARTEENTRADA PARTEPARCELA
           IF FINANCINF = 1
               IF CR-IND = QTDCARROS
                   MOVE SOBRAENTRADA TO PARTEENTRADA
                   MOVE SOBRAPARCELA TO PARTEPARCELA
               ELSE
                   COMPUTE PARTEENTRADA ROUNDED = ENTRADAINF
                       * CR-PAGTO(CR-IND) / TOTALPAGTO
                   COMPUTE PARTEPARCELA ROUNDED = PARCELAINF
                       * CR-PAGTO(CR-IND) / TOTALPAGTO
                   IF PARTEENTRADA > SOBRAENTRADA
                       MOVE SOBRAENTRADA TO PARTEENTRADA
                   END-IF
                   IF PARTEPARCELA > SOBRAPARCELA
                       MOVE SOBRAPARCELA TO PARTEPARCELA
                   END-IF
               END-IF
               SUBTRACT PARTEENTRADA FROM SOBRAENTRADA
               SUBTRACT PARTEPARCELA FROM SOBRAPARCELA
           END-IF.

      *GRAVA O CARRO VENDIDO NA LISTA DA NEGOCIACAO (CADFRITE)
       GRAVAITEMFROTA.
           MOVE FROTANUM TO FI-NUMERO
           MOVE CHASSI TO FI-CHASSI
           MOVE VALORVENDA TO FI-VALORVENDA
           MOVE COMISSAO TO FI-COMISSAO
           MOVE NUMNF TO FI-NUMNF
           MOVE "F" TO FI-SITUACAO
           WRITE REGFRITE
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNFRITE
           MOVE "00" TO ERROFRI.

      *GRAVA O CABECALHO DA NEGOCIACAO COM OS TOTAIS DOS CARROS QUE
      *DE FATO FORAM VENDIDOS E A FAIXA DE NOTAS EMITIDAS
       GRAVACABECALHO.
           OPEN I-O CADFROTA
           IF ERROFRO NOT = "00"
               IF ERROFRO = "30" OR ERROFRO = "35"
                   OPEN OUTPUT CADFROTA
                   CLOSE CADFROTA
                   OPEN I-O CADFROTA
               END-IF
           END-IF
           INITIALIZE REGFROTA
           MOVE FROTANUM TO FT-NUMERO
           MOVE CLIENTECPF TO FT-CPF
           MOVE DATAHOJE TO FT-DATA
           MOVE FILIALOPER TO FT-FILIAL
           MOVE VENDEDORINF TO FT-VENDEDOR
           MOVE ZEROES TO TOTALVENDA TOTALPAGTO
           MOVE 1 TO CR-IND
           PERFORM SOMAVENDIDOS UNTIL CR-IND > QTDCARROS
           MOVE QTDVENDIDOS TO FT-QTDVEIC
           MOVE TOTALVENDA TO FT-VALORTOTAL
           MOVE TOTALPAGTO TO FT-VALORPAGTO
           MOVE FINANCINF TO FT-FINANCIADO
           MOVE ENTRADAINF TO FT-VALORENTRADA
           MOVE PARCELASINF TO FT-QTDPARCELAS
           MOVE TAXAINF TO FT-TAXAFINANC
           MOVE PARCELAINF TO FT-VALORPARCELA
           MOVE "F" TO FT-SITUACAO
           MOVE OPERADOR TO FT-OPERADOR
           IF ERROFRO = "00"
               WRITE REGFROTA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNFROTA
               CLOSE CADFROTA
           END-IF
           MOVE "00" TO ERROFRO.

       SOMAVENDIDOS.
           IF CR-VENDIDO(CR-IND) = 1
               ADD CR-VALOR(CR-IND) TO TOTALVENDA
               ADD CR-PAGTO(CR-IND) TO TOTALPAGTO
               IF FT-NFINICIAL = ZEROES
                   MOVE CR-NUMNF(CR-IND) TO FT-NFINICIAL
               END-IF
               MOVE CR-NUMNF(CR-IND) TO FT-NFFINAL
           END-IF
           ADD 1 TO CR-IND.

      *LANCA A NEGOCIACAO NO LIVRO CAIXA - A VISTA ENTRA O TOTAL A
      *RECEBER (TIPO V), FINANCIADA SO A ENTRADA (TIPO E)
       LANCACAIXAFROTA.
           IF FINANCINF = 1
               MOVE "E" TO TIPOCAIXA
               MOVE "ENTRADA DE VENDA DE FROTA" TO HISTCAIXA
               MOVE ENTRADAINF TO VALORCAIXA
           ELSE
               MOVE "V" TO TIPOCAIXA
               MOVE "VENDA DE FROTA A VISTA" TO HISTCAIXA
               MOVE TOTALPAGTO TO VALORCAIXA
           END-IF
           IF VALORCAIXA NOT = ZEROES
               PERFORM LANCACAIXA
           END-IF.

      *GRAVA UM LANCAMENTO DE ENTRADA NO LIVRO CAIXA (CADCAIXA) COM
      *A PROXIMA SEQUENCIA DO DIA, CRIANDO O ARQUIVO NA PRIMEIRA VEZ
       LANCACAIXA.
           OPEN I-O CADCAIXA
           IF ERROCAI NOT = "00"
               IF ERROCAI = "30" OR ERROCAI = "35"
                   OPEN OUTPUT CADCAIXA
                   CLOSE CADCAIXA
                   OPEN I-O CADCAIXA
               END-IF
           END-IF
           IF ERROCAI = "00"
               ACCEPT DATACAIXA FROM DATE YYYYMMDD
               MOVE ZEROES TO SEQCAIXA
               MOVE 0 TO FIMCAI
               MOVE DATACAIXA TO CX-DATA
               MOVE ZEROES TO CX-SEQ
               START CADCAIXA KEY IS GREATER THAN CHAVECAIXA
                   INVALID KEY
                       MOVE 1 TO FIMCAI
               END-START
               PERFORM LANCACAIXA-LOOP UNTIL FIMCAI = 1
               MOVE DATACAIXA TO CX-DATA
               COMPUTE CX-SEQ = SEQCAIXA + 1
               MOVE TIPOCAIXA TO CX-TIPO
               MOVE "E" TO CX-SINAL
               MOVE CHAVEPLANO TO CX-CHAVE
               MOVE VALORCAIXA TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE HISTCAIXA TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.

       LANCACAIXA-LOOP.
           READ CADCAIXA NEXT
           IF ERROCAI NOT = "00"
               MOVE 1 TO FIMCAI
               MOVE "00" TO ERROCAI
           ELSE
               IF CX-DATA NOT = DATACAIXA
                   MOVE 1 TO FIMCAI
               ELSE
                   MOVE CX-SEQ TO SEQCAIXA
               END-IF
           END-IF.

      *QUITA O FLOOR PLAN EM ABERTO DO CARRO VENDIDO - SEM ARQUIVO
      *CADFLOOR NAO HA CARRO FINANCIADO NO ESTOQUE
       QUITAFLOOR.
           OPEN I-O CADFLOOR
           IF ERROFLR = "00"
               MOVE 0 TO FIMFLR
               MOVE CHASSI TO FP-CHASSI
               MOVE ZEROES TO FP-SEQ
               START CADFLOOR KEY IS GREATER THAN CHAVEFLOOR
                   INVALID KEY
                       MOVE 1 TO FIMFLR
               END-START
               PERFORM QUITAFLOOR-LOOP UNTIL FIMFLR = 1
               CLOSE CADFLOOR
           END-IF
           MOVE "00" TO ERROFLR.

       QUITAFLOOR-LOOP.
           READ CADFLOOR NEXT
           IF ERROFLR NOT = "00"
               MOVE 1 TO FIMFLR
           ELSE
               IF FP-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMFLR
               ELSE
                   IF FLOOR-ABERTO
                       PERFORM BAIXAFLOOR
                   END-IF
               END-IF
           END-IF.

      *APURA OS JUROS DOS DIAS AINDA NAO APURADOS PELO JUROFLR (BASE
      *COMERCIAL DE 360 DIAS), MARCA O EMPRESTIMO COMO QUITADO E LANCA
      *A SAIDA NO CAIXA E O TITULO PAGO NO CONTAS A PAGAR
       BAIXAFLOOR.
           ACCEPT DATAPAG FROM DATE YYYYMMDD
           MOVE DATAPAG TO DATAPRAZO
           COMPUTE DIASFLOOR = PZ-ANO * 360 + (PZ-MES - 1) * 30 + PZ-DIA
           MOVE FP-ULTAPUR TO DATAPRAZO
           COMPUTE DIASPRAZO = PZ-ANO * 360 + (PZ-MES - 1) * 30 + PZ-DIA
           IF DIASFLOOR > DIASPRAZO
               COMPUTE JUROSFLOOR ROUNDED = FP-VALOR * FP-TAXADIA / 100
                   * (DIASFLOOR - DIASPRAZO)
               ADD JUROSFLOOR TO FP-JUROS
           END-IF
           MOVE DATAPAG TO FP-ULTAPUR FP-DATAQUIT
           COMPUTE FP-VALORQUIT = FP-VALOR + FP-JUROS
           MOVE "Q" TO FP-SITUACAO
           MOVE OPERADOR TO FP-OPERADOR
           REWRITE REGFLOOR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNFLOOR
           IF ERROFLR = "00"
               PERFORM LANCAQUITFLOOR
               PERFORM GRAVAPAGFLOOR
           END-IF
           MOVE "00" TO ERROFLR.

      *SAIDA DO CAIXA COM O VALOR DA QUITACAO PAGO AO BANCO
       LANCAQUITFLOOR.
           OPEN I-O CADCAIXA
           IF ERROCAI NOT = "00"
               IF ERROCAI = "30" OR ERROCAI = "35"
                   OPEN OUTPUT CADCAIXA
                   CLOSE CADCAIXA
                   OPEN I-O CADCAIXA
               END-IF
           END-IF
           IF ERROCAI = "00"
               ACCEPT DATACAIXA FROM DATE YYYYMMDD
               MOVE ZEROES TO SEQCAIXA
               MOVE 0 TO FIMCAI
               MOVE DATACAIXA TO CX-DATA
               MOVE ZEROES TO CX-SEQ
               START CADCAIXA KEY IS GREATER THAN CHAVECAIXA
                   INVALID KEY
                       MOVE 1 TO FIMCAI
               END-START
               PERFORM LANCACAIXA-LOOP UNTIL FIMCAI = 1
               MOVE DATACAIXA TO CX-DATA
               COMPUTE CX-SEQ = SEQCAIXA + 1
               MOVE "L" TO CX-TIPO
               MOVE "S" TO CX-SINAL
               MOVE CHASSI TO CX-CHAVE
               MOVE FP-VALORQUIT TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE "QUITACAO FLOOR PLAN" TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.

      *TITULO DA QUITACAO NO CONTAS A PAGAR, JA PAGO NO DIA, EM NOME
      *DO BANCO DO FLOOR PLAN
       GRAVAPAGFLOOR.
           MOVE SPACES TO DOCPAG
           OPEN INPUT CADBANCO
           IF ERROBCO = "00"
               MOVE FP-BANCO TO BC-CODIGO
               READ CADBANCO
               IF ERROBCO = "00"
                   MOVE BC-CNPJ TO DOCPAG
               END-IF
               CLOSE CADBANCO
           END-IF
           MOVE "00" TO ERROBCO
           OPEN I-O CADPAG
           IF ERROPAG NOT = "00"
               IF ERROPAG = "30" OR ERROPAG = "35"
                   OPEN OUTPUT CADPAG
                   CLOSE CADPAG
                   OPEN I-O CADPAG
               END-IF
           END-IF
           IF ERROPAG = "00"
               MOVE ZEROES TO SEQPAG
               MOVE 0 TO FIMPAG
               MOVE CHASSI TO PG-CHASSI
               MOVE ZEROES TO PG-SEQ
               START CADPAG KEY IS GREATER THAN CHAVEPAG
                   INVALID KEY
                       MOVE 1 TO FIMPAG
               END-START
               PERFORM GRAVAPAG-LOOP UNTIL FIMPAG = 1
               MOVE CHASSI TO PG-CHASSI
               COMPUTE PG-SEQ = SEQPAG + 1
               MOVE ZEROES TO PG-FORNECEDOR
               MOVE DOCPAG TO PG-CPFCNPJ
               MOVE "L" TO PG-TIPO
               MOVE DATAPAG TO PG-VENCTO PG-DATAPAGTO
               MOVE FP-VALORQUIT TO PG-VALOR PG-VALORPAGO
               MOVE 1 TO PG-SITUACAO
               WRITE REGPAG
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPAG
               CLOSE CADPAG
           END-IF
           MOVE "00" TO ERROPAG.

       GRAVAPAG-LOOP.
           READ CADPAG NEXT
           IF ERROPAG NOT = "00"
               MOVE 1 TO FIMPAG
               MOVE "00" TO ERROPAG
           ELSE
               IF PG-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMPAG
               ELSE
                   MOVE PG-SEQ TO SEQPAG
               END-IF
           END-IF.

      *ABRE O EPISODIO DO NOVO DONO NO HISTORICO DE PROPRIETARIOS
       EPISODIOVENDA.
           PERFORM ABREHIST
           IF ERROHIS = "00"
               PERFORM BUSCAULTEPIS
               IF EPISACHOU = 1 AND EPISABERTO = 1
                   AND HS-CPF = P-CPF
                   CONTINUE
               ELSE
                   ADD 1 TO EPISSEQ
                   MOVE CHASSI TO HS-CHASSI
                   MOVE EPISSEQ TO HS-SEQ
                   MOVE P-CPF TO HS-CPF
                   MOVE DATAVENDA TO HS-DATAINI
                   MOVE ZEROES TO HS-DATAFIM
                   MOVE VALORVENDA TO HS-VALORVENDA
                   MOVE ZEROES TO HS-VALORTROCA
                   WRITE REGHIST
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNHIST
               END-IF
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERROHIS.

      *ABRE O HISTORICO DE PROPRIETARIOS, CRIANDO NA PRIMEIRA VEZ
       ABREHIST.
           OPEN I-O CADHIST
           IF ERROHIS NOT = "00"
               IF ERROHIS = "30" OR ERROHIS = "35"
                   OPEN OUTPUT CADHIST
                   CLOSE CADHIST
                   OPEN I-O CADHIST
               END-IF
           END-IF.

      *LOCALIZA O ULTIMO EPISODIO DO CHASSI E DEIXA O REGISTRO LIDO
       BUSCAULTEPIS.
           MOVE ZEROES TO EPISSEQ
           MOVE 0 TO EPISACHOU EPISABERTO FIMHIST
           MOVE CHASSI TO HS-CHASSI
           MOVE ZEROES TO HS-SEQ
           START CADHIST KEY IS GREATER THAN CHAVEHIST
               INVALID KEY
                   MOVE 1 TO FIMHIST
           END-START
           PERFORM BUSCAULTEPIS-LOOP UNTIL FIMHIST = 1
           IF EPISACHOU = 1
               MOVE CHASSI TO HS-CHASSI
               MOVE EPISSEQ TO HS-SEQ
               READ CADHIST
               IF HS-DATAFIM = ZEROES
                   MOVE 1 TO EPISABERTO
               END-IF
           END-IF.

       BUSCAULTEPIS-LOOP.
           READ CADHIST NEXT
           IF ERROHIS NOT = "00"
               MOVE 1 TO FIMHIST
               MOVE "00" TO ERROHIS
           ELSE
               IF HS-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMHIST
               ELSE
                   MOVE HS-SEQ TO EPISSEQ
                   MOVE 1 TO EPISACHOU
               END-IF
           END-IF.

      *REGISTRA O INICIO DA GARANTIA LEGAL DO CARRO VENDIDO
       GRAVAGARANTIA.
           OPEN I-O CADGAR
           IF ERROGAR NOT = "00"
               IF ERROGAR = "30" OR ERROGAR = "35"
                   OPEN OUTPUT CADGAR
                   CLOSE CADGAR
                   OPEN I-O CADGAR
               END-IF
           END-IF
           IF ERROGAR = "00"
               MOVE CHASSI TO GA-CHASSI
               MOVE DATAVENDA TO GA-INICIO
               MOVE DIASGARANTIA TO GA-DIAS
               MOVE P-CPF TO GA-CPF
               WRITE REGGAR
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNGAR
               IF ERROGAR = "22"
                   REWRITE REGGAR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNGAR
               END-IF
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERROGAR.

      *ABRE O CONTROLE DA TRANSFERENCIA NO DETRAN DO CARRO VENDIDO
      *COM OS PRAZOS DA COMUNICACAO E DA TRANSFERENCIA
       GRAVADETRAN.
           OPEN I-O CADDETR
           IF ERRODET NOT = "00"
               IF ERRODET = "30" OR ERRODET = "35"
                   OPEN OUTPUT CADDETR
                   CLOSE CADDETR
                   OPEN I-O CADDETR
               END-IF
           END-IF
           IF ERRODET = "00"
               INITIALIZE REGDETR
               MOVE CHASSI TO DT-CHASSI
               MOVE DATAVENDA TO DT-DATAVENDA
               MOVE PLACA TO DT-PLACA
               MOVE P-CPF TO DT-CPF
               MOVE FILIAL TO DT-FILIAL
               MOVE VALORVENDA TO DT-VALORVENDA
               MOVE DIASCOMUNIC TO DIASPRAZO
               PERFORM SOMAPRAZO
               MOVE DATAPRAZO TO DT-PRAZOCOMUN
               MOVE DIASTRANSFER TO DIASPRAZO
               PERFORM SOMAPRAZO
               MOVE DATAPRAZO TO DT-PRAZOTRANSF
               MOVE "A" TO DT-SITUACAO
               MOVE OPERADOR TO DT-OPERADOR
               WRITE REGDETR
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNDETR
               IF ERRODET = "22"
                   REWRITE REGDETR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNDETR
               END-IF
               CLOSE CADDETR
           END-IF
           MOVE "00" TO ERRODET.

      *SOMA DIASPRAZO A DATA DA VENDA NA BASE COMERCIAL DE 360 DIAS -
      *O DIA 30 DE FEVEREIRO VIRA 28
       SOMAPRAZO.
           MOVE DATAVENDA TO DATAPRAZO
           COMPUTE DIASPRAZO = PZ-ANO * 360 + (PZ-MES - 1) * 30
               + PZ-DIA + DIASPRAZO
           COMPUTE PZ-ANO = DIASPRAZO / 360
           COMPUTE RESTOPRAZO = DIASPRAZO - PZ-ANO * 360
           IF RESTOPRAZO = ZEROES
               SUBTRACT 1 FROM PZ-ANO
               MOVE 360 TO RESTOPRAZO
           END-IF
           COMPUTE PZ-MES = (RESTOPRAZO - 1) / 30 + 1
           COMPUTE PZ-DIA = RESTOPRAZO - (PZ-MES - 1) * 30
           IF PZ-MES = 2 AND PZ-DIA > 28
               MOVE 28 TO PZ-DIA
           END-IF.

      *CALCULA E GRAVA O IMPOSTO DA VENDA (CADTRIB) PELA ALIQUOTA DO
      *CADIMP - CARRO DE FROTA E SEMPRE ESTOQUE PROPRIO (TIPO P)
       GRAVATRIBUTO.
           MOVE "P" TO TIPOTRIB
           MOVE VALORVENDA TO BASETRIB
           MOVE ZEROES TO ALIQTRIB
           OPEN INPUT CADIMP
           IF ERROIMP = "00"
               MOVE TIPOTRIB TO IM-TIPO
               READ CADIMP
               IF ERROIMP = "00"
                   MOVE IM-ALIQUOTA TO ALIQTRIB
               END-IF
               CLOSE CADIMP
           END-IF
           MOVE "00" TO ERROIMP
           OPEN I-O CADTRIB
           IF ERROTRB NOT = "00"
               IF ERROTRB = "30" OR ERROTRB = "35"
                   OPEN OUTPUT CADTRIB
                   CLOSE CADTRIB
                   OPEN I-O CADTRIB
               END-IF
           END-IF
           IF ERROTRB = "00"
               MOVE CHASSI TO TR-CHASSI
               MOVE DATAVENDA TO TR-DATA
               MOVE TIPOTRIB TO TR-TIPO
               MOVE BASETRIB TO TR-BASE
               MOVE ALIQTRIB TO TR-ALIQUOTA
               COMPUTE TR-IMPOSTO ROUNDED =
                   BASETRIB * ALIQTRIB / 100
               WRITE REGTRIB
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNTRIB
               IF ERROTRB = "22"
      *CARRO REVENDIDO DEPOIS DE ESTORNO - A OPERACAO NOVA SUBSTITUI
                   REWRITE REGTRIB
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNTRIB
               END-IF
               CLOSE CADTRIB
           END-IF
           MOVE "00" TO ERROTRB.

      *EMITE A NOTA DO CARRO NA SEQUENCIA DO NFCTRL.TXT - OS CARROS
      *DA NEGOCIACAO SAEM COM NUMEROS SEGUIDOS
       EMITENF.
           MOVE ZEROES TO NUMNF
           OPEN INPUT NFCTRL
           IF ERRONFC = "00"
               READ NFCTRL
                   AT END
                       MOVE ZEROES TO NUMNF
                   NOT AT END
                       MOVE NC-ULTIMO TO NUMNF
               END-READ
               CLOSE NFCTRL
           END-IF
           ADD 1 TO NUMNF
           OPEN OUTPUT NFCTRL
           MOVE NUMNF TO NC-ULTIMO
           WRITE LINHANFC
           CLOSE NFCTRL
           MOVE "00" TO ERRONFC
           OPEN I-O CADNF
           IF ERRONF NOT = "00"
               IF ERRONF = "30" OR ERRONF = "35"
                   OPEN OUTPUT CADNF
                   CLOSE CADNF
                   OPEN I-O CADNF
               END-IF
           END-IF
           IF ERRONF = "00"
               MOVE NUMNF TO NF-NUMERO
               MOVE CHASSI TO NF-CHASSI
               MOVE P-CPF TO NF-CPF
               MOVE DATAVENDA TO NF-DATA
               MOVE VALORVENDA TO NF-VALOR
               MOVE OPERADOR TO NF-OPERADOR
               MOVE 0 TO NF-SITUACAO
               MOVE SPACES TO NF-MOTIVO
               WRITE REGNF
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNNF
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRONF.

      *IMPRIME O DEMONSTRATIVO DO PLANO DE PAGAMENTO DA NEGOCIACAO
       IMPRIMEPARC.
           OPEN EXTEND AMORTIZ
           IF ERROAMO NOT = "00"
               OPEN OUTPUT AMORTIZ
           END-IF
           MOVE SPACES TO LINHAAMORT
           STRING "FINANCIAMENTO CHASSI=" DELIMITED BY SIZE
               CHAVEPLANO          DELIMITED BY SIZE
               " ENTRADA="         DELIMITED BY SIZE
               ENTRADAINF          DELIMITED BY SIZE
               " PARCELAS="        DELIMITED BY SIZE
               PARCELASINF         DELIMITED BY SIZE
               " TAXA MES="        DELIMITED BY SIZE
               TAXAINF             DELIMITED BY SIZE
               " VALOR CADA PARCELA=" DELIMITED BY SIZE
               PARCELAINF          DELIMITED BY SIZE
               INTO LINHAAMORT
           END-STRING
           WRITE LINHAAMORT
           COMPUTE SALDOFINANC = TOTALPAGTO - ENTRADAINF
           MOVE 1 TO PARC-IND
           PERFORM IMPRIMEPARC-LOOP UNTIL PARC-IND > PARCELASINF
           CLOSE AMORTIZ
           MOVE "00" TO ERROAMO.

       IMPRIMEPARC-LOOP.
           IF TAXAINF = ZEROES
               MOVE ZEROES TO JUROSPARC
               MOVE PARCELAINF TO AMORTPARC
           ELSE
               COMPUTE JUROSPARC ROUNDED =
                   SALDOFINANC * TAXAINF / 100
               COMPUTE AMORTPARC = PARCELAINF - JUROSPARC
           END-IF
           SUBTRACT AMORTPARC FROM SALDOFINANC
           MOVE JUROSPARC TO ED-JUROS
           MOVE AMORTPARC TO ED-AMORT
           MOVE SPACES TO LINHAAMORT
           STRING "  PARCELA " DELIMITED BY SIZE
               PARC-IND        DELIMITED BY SIZE
               " VALOR "       DELIMITED BY SIZE
               PARCELAINF      DELIMITED BY SIZE
               " JUROS "       DELIMITED BY SIZE
               ED-JUROS        DELIMITED BY SIZE
               " AMORTIZACAO " DELIMITED BY SIZE
               ED-AMORT        DELIMITED BY SIZE
               INTO LINHAAMORT
           END-STRING
           WRITE LINHAAMORT
           ADD 1 TO PARC-IND.

      *GRAVA O PLANO DE PARCELAS DA NEGOCIACAO NO CADPARC SOB A CHAVE
      *DA FROTA, COM VENCIMENTO MENSAL A PARTIR DA DATA DO SISTEMA
       GRAVAPARC.
           OPEN I-O CADPARC
           IF ERROPARC NOT = "00"
               IF ERROPARC = "30" OR ERROPARC = "35"
                   OPEN OUTPUT CADPARC
                   CLOSE CADPARC
                   OPEN I-O CADPARC
               END-IF
           END-IF
           IF ERROPARC = "00"
               ACCEPT DATASISTEMA FROM DATE YYYYMMDD
               MOVE DS-ANO TO VC-ANO
               MOVE DS-MES TO VC-MES
               IF DS-DIA > 28
                   MOVE 28 TO VC-DIA
               ELSE
                   MOVE DS-DIA TO VC-DIA
               END-IF
               MOVE 0 TO TEMFERIADO
               OPEN INPUT CADFER
               IF ERROFER = "00"
                   MOVE 1 TO TEMFERIADO
               END-IF
               MOVE 1 TO PARC-IND
               PERFORM GRAVAPARC-LOOP UNTIL PARC-IND > PARCELASINF
               IF TEMFERIADO = 1
                   CLOSE CADFER
               END-IF
               MOVE "00" TO ERROFER
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPARC.

       GRAVAPARC-LOOP.
           ADD 1 TO VC-MES
           IF VC-MES > 12
               MOVE 1 TO VC-MES
               ADD 1 TO VC-ANO
           END-IF
           MOVE CHAVEPLANO TO PR-CHASSI
           MOVE PARC-IND TO PR-NUMPARC
           MOVE CLIENTECPF TO PR-CPF
      *VENCIMENTO EM FIM DE SEMANA OU FERIADO ROLA PARA O DIA UTIL
      *SEGUINTE
           MOVE VENCIMENTO TO VENCUTIL
           PERFORM PROXDIAUTIL
           MOVE VENCUTIL TO PR-VENCTO
           MOVE PARCELAINF TO PR-VALOR
           MOVE ZEROES TO PR-DATAPAGTO PR-VALORPAGO PR-REMESSA
           MOVE 0 TO PR-SITUACAO
           WRITE REGPARC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNPARC
           ADD 1 TO PARC-IND.

      *ROLA O VENCIMENTO EM VENCUTIL PARA O PROXIMO DIA UTIL - FIM
      *DE SEMANA E FERIADO DO CADFER (P172936) NAO TEM EXPEDIENTE
       PROXDIAUTIL.
           MOVE 0 TO DIAUTILOK
           PERFORM CHECADIAUTIL UNTIL DIAUTILOK = 1.

       CHECADIAUTIL.
           PERFORM CALCULADIASEM
           IF DIASEMANA = 0 OR DIASEMANA = 1
               PERFORM ADDUMDIA
           ELSE
               PERFORM CHECAFERIADO
               IF EHFERIADO = 1
                   PERFORM ADDUMDIA
               ELSE
                   MOVE 1 TO DIAUTILOK
               END-IF
           END-IF.

      *DIA DA SEMANA PELO CALCULO DE ZELLER - 0 SABADO, 1 DOMINGO
       CALCULADIASEM.
           MOVE VU-ANO TO ZANO
           MOVE VU-MES TO ZMES
           IF ZMES < 3
               ADD 12 TO ZMES
               SUBTRACT 1 FROM ZANO
           END-IF
           DIVIDE ZANO BY 100 GIVING ZJ REMAINDER ZK
           COMPUTE ZT1 = (13 * (ZMES + 1)) / 5
           DIVIDE ZK BY 4 GIVING ZT2
           DIVIDE ZJ BY 4 GIVING ZT3
           COMPUTE ZSOMA = VU-DIA + ZT1 + ZK + ZT2 + ZT3 + 5 * ZJ
           DIVIDE ZSOMA BY 7 GIVING ZAUX REMAINDER DIASEMANA.

      *AVANCA VENCUTIL EM UM DIA DE CALENDARIO
       ADDUMDIA.
           PERFORM CALCULAULTDIA
           IF VU-DIA < ULTDIA
               ADD 1 TO VU-DIA
           ELSE
               MOVE 1 TO VU-DIA
               ADD 1 TO VU-MES
               IF VU-MES > 12
                   MOVE 1 TO VU-MES
                   ADD 1 TO VU-ANO
               END-IF
           END-IF.

      *ULTIMO DIA DO MES DE VENCUTIL
       CALCULAULTDIA.
           EVALUATE VU-MES
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO ULTDIA
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO ULTDIA
           WHEN OTHER
               MOVE 28 TO ULTDIA
               DIVIDE VU-ANO BY 4 GIVING ZAUX REMAINDER ZRESTO
               IF ZRESTO = ZEROES
                   MOVE 29 TO ULTDIA
               END-IF
           END-EVALUATE.

      *CONFERE SE VENCUTIL E FERIADO CADASTRADO
       CHECAFERIADO.
           MOVE 0 TO EHFERIADO
           IF TEMFERIADO = 1
               MOVE VENCUTIL-N TO FE-DATA
               READ CADFER
               IF ERROFER = "00"
                   MOVE 1 TO EHFERIADO
               END-IF
               MOVE "00" TO ERROFER
           END-IF.

      *IMPRIME O CONTRATO UNICO DA NEGOCIACAO - COMPRADOR, UMA LINHA
      *POR CARRO COM A NOTA, TOTAIS E CONDICOES DE PAGAMENTO
       IMPRIMECONTRATO.
           OPEN EXTEND CONTRATO
           IF ERROCON NOT = "00"
               OPEN OUTPUT CONTRATO
           END-IF
           MOVE "==========================================="
               TO LINHACON
           WRITE LINHACON
           MOVE "CONTRATO DE VENDA DE FROTA DE VEICULOS" TO LINHACON
           WRITE LINHACON
           MOVE SPACES TO LINHACON
           STRING "NEGOCIACAO: " DELIMITED BY SIZE
               FROTANUM DELIMITED BY SIZE
               "  NOTAS: " DELIMITED BY SIZE
               FT-NFINICIAL DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               FT-NFFINAL DELIMITED BY SIZE
               INTO LINHACON
           END-STRING
           WRITE LINHACON
           MOVE SPACES TO LINHACON
           STRING "DATA: " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               "  OPERADOR: " DELIMITED BY SIZE
               OPERADOR DELIMITED BY SIZE
               "  VENDEDOR: " DELIMITED BY SIZE
               VENDEDORINF DELIMITED BY SIZE
               INTO LINHACON
           END-STRING
           WRITE LINHACON
           PERFORM CONTRATOCOMPRADOR
           MOVE "VEICULOS:" TO LINHACON
           WRITE LINHACON
           MOVE 1 TO CR-IND
           PERFORM CONTRATOVEICULO UNTIL CR-IND > QTDCARROS
           PERFORM CONTRATOVALORES
           MOVE SPACES TO LINHACON
           MOVE "ASSINATURA DO COMPRADOR: ______________________"
               TO LINHACON
           WRITE LINHACON
           MOVE "ASSINATURA DA LOJA:      ______________________"
               TO LINHACON
           WRITE LINHACON
           MOVE SPACES TO LINHACON
           WRITE LINHACON
           CLOSE CONTRATO
           MOVE "00" TO ERROCON.

      *DADOS DO COMPRADOR COM O ENDERECO RESOLVIDO EM CADCEP - A
      *EMPRESA SAI COM O CNPJ E A PESSOA DE CONTATO
       CONTRATOCOMPRADOR.
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE CLIENTECPF TO CPF
               READ CADPROPR
               IF ERROPRO NOT = "00"
                   MOVE SPACES TO COMPLEMENTO
                   MOVE ZEROES TO BCEP NUM
               END-IF
               CLOSE CADPROPR
           ELSE
               MOVE SPACES TO COMPLEMENTO
               MOVE ZEROES TO BCEP NUM
           END-IF
           MOVE "00" TO ERROPRO
           MOVE SPACES TO LINHACON
           IF CLIENTEPJ = 1
               STRING "COMPRADOR: " DELIMITED BY SIZE
                   NOMECLIENTE DELIMITED BY SIZE
                   " CNPJ: " DELIMITED BY SIZE
                   CNPJINF DELIMITED BY SIZE
                   " CODIGO: " DELIMITED BY SIZE
                   CLIENTECPF DELIMITED BY SIZE
                   INTO LINHACON
               END-STRING
               WRITE LINHACON
               MOVE SPACES TO LINHACON
               STRING "CONTATO: " DELIMITED BY SIZE
                   CONTATOPJ DELIMITED BY SIZE
                   INTO LINHACON
               END-STRING
           ELSE
               STRING "COMPRADOR: " DELIMITED BY SIZE
                   NOMECLIENTE DELIMITED BY SIZE
                   " CPF: " DELIMITED BY SIZE
                   CLIENTECPF DELIMITED BY SIZE
                   INTO LINHACON
               END-STRING
           END-IF
           WRITE LINHACON
           MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
           IF BCEP NOT = ZEROES
               OPEN INPUT CADCEP
               IF ERROCEP = "00"
                   MOVE BCEP TO CEP
                   READ CADCEP
                   IF ERROCEP NOT = "00"
                       MOVE SPACES TO LOGRADOURO BAIRRO CIDADE UF
                   END-IF
                   CLOSE CADCEP
               END-IF
               MOVE "00" TO ERROCEP
           END-IF
           MOVE SPACES TO LINHACON
           STRING "ENDERECO: " DELIMITED BY SIZE
               LOGRADOURO DELIMITED BY SIZE
               " NR " DELIMITED BY SIZE
               NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COMPLEMENTO DELIMITED BY SIZE
               INTO LINHACON
           END-STRING
           WRITE LINHACON
           MOVE SPACES TO LINHACON
           STRING "          " DELIMITED BY SIZE
               BAIRRO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CIDADE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               UF DELIMITED BY SIZE
               " CEP " DELIMITED BY SIZE
               BCEP DELIMITED BY SIZE
               INTO LINHACON
           END-STRING
           WRITE LINHACON.

      *UMA LINHA POR CARRO VENDIDO, COM MARCA, MODELO, ANO, VALOR E
      *O NUMERO DA NOTA
       CONTRATOVEICULO.
           IF CR-VENDIDO(CR-IND) = 1
               MOVE CR-CHASSI(CR-IND) TO CHASSI
               READ CADVEIC
               MOVE "00" TO ERRO
               MOVE SPACES TO MARCA
               OPEN INPUT CADMARCA
               IF ERROCAD = "00"
                   MOVE V-MARCA TO CODIGO
                   READ CADMARCA
                   IF ERROCAD NOT = "00"
                       MOVE SPACES TO MARCA
                   END-IF
                   CLOSE CADMARCA
               END-IF
               MOVE "00" TO ERROCAD
               MOVE SPACES TO MODELO
               OPEN INPUT CADMODEL
               IF ERROCAD = "00"
                   MOVE V-MARCA TO CODIGO1
                   MOVE V-MODELO TO CODIGO2
                   READ CADMODEL
                   IF ERROCAD NOT = "00"
                       MOVE SPACES TO MODELO
                   END-IF
                   CLOSE CADMODEL
               END-IF
               MOVE "00" TO ERROCAD
               MOVE CR-VALOR(CR-IND) TO ED-VALOR
               MOVE SPACES TO LINHACON
               STRING "  " DELIMITED BY SIZE
                   CR-CHASSI(CR-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CR-PLACA(CR-IND) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MARCA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MODELO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ANOFABRIC DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   ANOMODELO DELIMITED BY SIZE
                   INTO LINHACON
               END-STRING
               WRITE LINHACON
               MOVE SPACES TO LINHACON
               STRING "      VALOR: " DELIMITED BY SIZE
                   ED-VALOR DELIMITED BY SIZE
                   "  NOTA: " DELIMITED BY SIZE
                   CR-NUMNF(CR-IND) DELIMITED BY SIZE
                   INTO LINHACON
               END-STRING
               WRITE LINHACON
           END-IF
           ADD 1 TO CR-IND.

      *TOTAIS E CONDICOES DE PAGAMENTO DA NEGOCIACAO
       CONTRATOVALORES.
           MOVE TOTALVENDA TO ED-TOTAL
           MOVE SPACES TO LINHACON
           STRING "QUANTIDADE DE VEICULOS: " DELIMITED BY SIZE
               QTDVENDIDOS DELIMITED BY SIZE
               "  VALOR TOTAL DA VENDA: " DELIMITED BY SIZE
               ED-TOTAL DELIMITED BY SIZE
               INTO LINHACON
           END-STRING
           WRITE LINHACON
           IF FINANCINF = 1
               MOVE ENTRADAINF TO ED-ENTRADA
               MOVE PARCELAINF TO ED-PARCELA
               MOVE SPACES TO LINHACON
               STRING "FINANCIADO - ENTRADA: " DELIMITED BY SIZE
                   ED-ENTRADA DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   PARCELASINF DELIMITED BY SIZE
                   " PARCELAS DE " DELIMITED BY SIZE
                   ED-PARCELA DELIMITED BY SIZE
                   INTO LINHACON
               END-STRING
               WRITE LINHACON
               MOVE SPACES TO LINHACON
               STRING "TAXA DE JUROS AO MES: " DELIMITED BY SIZE
                   TAXAINF DELIMITED BY SIZE
                   "  CARNE: " DELIMITED BY SIZE
                   CHAVEPLANO DELIMITED BY SIZE
                   INTO LINHACON
               END-STRING
               WRITE LINHACON
           ELSE
               MOVE "PAGAMENTO A VISTA" TO LINHACON
               WRITE LINHACON
           END-IF.

      *CONSULTA UMA NEGOCIACAO E LISTA OS CARROS
       CONSULTA.
           PERFORM LERFROTA THRU LERFROTA-FIM
           IF FROTANUM = ZEROES
               GO TO MENUPRINC
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *LE O NUMERO DA NEGOCIACAO, MOSTRA O CABECALHO E OS CARROS
       LERFROTA.
           PERFORM LIMPATELA
           MOVE ZEROES TO FROTANUM
           ACCEPT FROTANUM AT 0615
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR FROTANUM = ZEROES
               MOVE ZEROES TO FROTANUM
               GO TO LERFROTA-FIM
           END-IF
           OPEN INPUT CADFROTA
           IF ERROFRO NOT = "00"
               MOVE "23" TO ERROFRO
           ELSE
               MOVE FROTANUM TO FT-NUMERO
               READ CADFROTA
               CLOSE CADFROTA
           END-IF
           IF ERROFRO NOT = "00"
               MOVE "00" TO ERROFRO
               DISPLAY "NEGOCIACAO NAO ENCONTRADA" AT 2203
               ACCEPT AUX AT 2360
               MOVE ZEROES TO FROTANUM
               GO TO LERFROTA-FIM
           END-IF
           PERFORM MOSTRAFROTA.

       LERFROTA-FIM.
           CONTINUE.

      *MOSTRA O CABECALHO DA NEGOCIACAO E A LISTA DE CARROS
       MOSTRAFROTA.
           MOVE FT-CPF TO CLIENTECPF
           MOVE SPACES TO NOMECLIENTE
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE FT-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMECLIENTE
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO
           IF FROTA-ESTORNADA
               MOVE "ESTORNADA" TO SITTEXTO
           ELSE
               MOVE "FECHADA" TO SITTEXTO
           END-IF
           DISPLAY FT-DATA AT 0638
           DISPLAY SITTEXTO AT 0660
           DISPLAY FT-CPF AT 0748
           DISPLAY NOMECLIENTE AT 0809
           DISPLAY FT-VENDEDOR AT 0913
           MOVE FT-QTDVEIC TO QTDCARROS
           MOVE FT-VALORTOTAL TO TOTALVENDA
           MOVE FT-VALORPAGTO TO TOTALPAGTO
           PERFORM MOSTRATOTAIS
           IF FROTA-FINANCIADA
               MOVE FT-VALORENTRADA TO ED-ENTRADA
               MOVE FT-VALORPARCELA TO ED-PARCELA
               DISPLAY "FINANCIADO" AT 1114
               DISPLAY ED-ENTRADA AT 1136
               DISPLAY FT-QTDPARCELAS AT 1158
               DISPLAY "X" AT 1161
               DISPLAY ED-PARCELA AT 1162
           ELSE
               DISPLAY "A VISTA" AT 1114
           END-IF
           DISPLAY FT-NFINICIAL AT 1218
           DISPLAY FT-NFFINAL AT 1227
           DISPLAY "CHASSI            NOTA          VALOR S" AT 1303
           MOVE 14 TO LINHALISTA
           OPEN INPUT CADFRITE
           IF ERROFRI = "00"
               MOVE 0 TO FIMFRITE
               MOVE FT-NUMERO TO FI-NUMERO
               MOVE LOW-VALUES TO FI-CHASSI
               START CADFRITE KEY IS GREATER THAN CHAVEFRITE
                   INVALID KEY
                       MOVE 1 TO FIMFRITE
               END-START
               PERFORM MOSTRAFROTA-LOOP UNTIL FIMFRITE = 1
               CLOSE CADFRITE
           END-IF
           MOVE "00" TO ERROFRI.

       MOSTRAFROTA-LOOP.
           READ CADFRITE NEXT
           IF ERROFRI NOT = "00"
               MOVE 1 TO FIMFRITE
           ELSE
               IF FI-NUMERO NOT = FT-NUMERO
                   MOVE 1 TO FIMFRITE
               ELSE
                   IF LINHALISTA < 21
                       MOVE FI-VALORVENDA TO ED-VALOR
                       DISPLAY FI-CHASSI AT LINE LINHALISTA COL 03
                       DISPLAY FI-NUMNF AT LINE LINHALISTA COL 21
                       DISPLAY ED-VALOR AT LINE LINHALISTA COL 31
                       DISPLAY FI-SITUACAO AT LINE LINHALISTA COL 42
                       ADD 1 TO LINHALISTA
                   END-IF
               END-IF
           END-IF.

      *ESTORNA A NEGOCIACAO INTEIRA - COM AUTORIZACAO DE SUPERVISOR,
      *CADA CARRO VOLTA AO ESTOQUE COMO NO ESTORNO DO P172904 (REGISTRO
      *EM CADESTOR, IMPOSTO, NOTA, HISTORICO E DETRAN) E AS PARCELAS
      *EM ABERTO DO PLANO SAO CANCELADAS
       ESTORNO.
           PERFORM LERFROTA THRU LERFROTA-FIM
           IF FROTANUM = ZEROES
               GO TO MENUPRINC
           END-IF
           IF FROTA-ESTORNADA
               DISPLAY "NEGOCIACAO JA ESTORNADA" AT 2203
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE SPACES TO MOTIVOEST
           DISPLAY "MOTIVO DO ESTORNO:" AT 2103
           ACCEPT MOTIVOEST AT 2122
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR MOTIVOEST = SPACES
               GO TO MENUPRINC
           END-IF
           PERFORM R-AUTORIZAFECH
           IF BSOPER2 = 1
               PERFORM LIMPAAVISO
               DISPLAY "AUTORIZACAO NEGADA - ESTORNO CANCELADO"
                   AT 2203
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT HOJEEST FROM DATE YYYYMMDD
           MOVE FT-NUMERO TO PL-NUMERO
           OPEN I-O CADFRITE
           IF ERROFRI = "00"
               MOVE 0 TO FIMFRITE
               MOVE FT-NUMERO TO FI-NUMERO
               MOVE LOW-VALUES TO FI-CHASSI
               START CADFRITE KEY IS GREATER THAN CHAVEFRITE
                   INVALID KEY
                       MOVE 1 TO FIMFRITE
               END-START
               PERFORM ESTORNACARRO UNTIL FIMFRITE = 1
               CLOSE CADFRITE
           END-IF
           MOVE "00" TO ERROFRI
           PERFORM ESTORNAPARC
           OPEN I-O CADFROTA
           IF ERROFRO = "00"
               MOVE FROTANUM TO FT-NUMERO
               READ CADFROTA
               IF ERROFRO = "00"
                   MOVE "E" TO FT-SITUACAO
                   MOVE HOJEEST TO FT-DATAESTORNO
                   MOVE MOTIVOEST TO FT-MOTIVO
                   MOVE OPERADOR TO FT-OPERADOR
                   REWRITE REGFROTA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFROTA
               END-IF
               CLOSE CADFROTA
           END-IF
           MOVE "00" TO ERROFRO
           PERFORM LIMPAAVISO
           DISPLAY "NEGOCIACAO ESTORNADA - CARROS DISPONIVEIS" AT 2203
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADDETR PARA O JORNAL DE TRANSACOES
       JORNDETR.
           IF ERRODET = "00" OR ERRODET = "02"
               MOVE "CADDETR" TO PJ-ARQUIVO
               MOVE REGDETR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADESTOR PARA O JORNAL DE TRANSACOES
       JORNESTOR.
           IF ERROEST = "00" OR ERROEST = "02"
               MOVE "CADESTOR" TO PJ-ARQUIVO
               MOVE REGESTOR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADFLOOR PARA O JORNAL DE TRANSACOES
       JORNFLOOR.
           IF ERROFLR = "00" OR ERROFLR = "02"
               MOVE "CADFLOOR" TO PJ-ARQUIVO
               MOVE REGFLOOR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADFRITE PARA O JORNAL DE TRANSACOES
       JORNFRITE.
           IF ERROFRI = "00" OR ERROFRI = "02"
               MOVE "CADFRITE" TO PJ-ARQUIVO
               MOVE REGFRITE TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADFROTA PARA O JORNAL DE TRANSACOES
       JORNFROTA.
           IF ERROFRO = "00" OR ERROFRO = "02"
               MOVE "CADFROTA" TO PJ-ARQUIVO
               MOVE REGFROTA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADGAR PARA O JORNAL DE TRANSACOES
       JORNGAR.
           IF ERROGAR = "00" OR ERROGAR = "02"
               MOVE "CADGAR" TO PJ-ARQUIVO
               MOVE REGGAR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADHIST PARA O JORNAL DE TRANSACOES
       JORNHIST.
           IF ERROHIS = "00" OR ERROHIS = "02"
               MOVE "CADHIST" TO PJ-ARQUIVO
               MOVE REGHIST TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADNF PARA O JORNAL DE TRANSACOES
       JORNNF.
           IF ERRONF = "00" OR ERRONF = "02"
               MOVE "CADNF" TO PJ-ARQUIVO
               MOVE REGNF TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPAG PARA O JORNAL DE TRANSACOES
       JORNPAG.
           IF ERROPAG = "00" OR ERROPAG = "02"
               MOVE "CADPAG" TO PJ-ARQUIVO
               MOVE REGPAG TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPARC PARA O JORNAL DE TRANSACOES
       JORNPARC.
           IF ERROPARC = "00" OR ERROPARC = "02"
               MOVE "CADPARC" TO PJ-ARQUIVO
               MOVE REGPARC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADSELO PARA O JORNAL DE TRANSACOES
       JORNSELO.
           IF ERROSEL = "00" OR ERROSEL = "02"
               MOVE "CADSELO" TO PJ-ARQUIVO
               MOVE REGSELO TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADTRIB PARA O JORNAL DE TRANSACOES
       JORNTRIB.
           IF ERROTRB = "00" OR ERROTRB = "02"
               MOVE "CADTRIB" TO PJ-ARQUIVO
               MOVE REGTRIB TO PJ-IMAGEM
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

      *ESTORNA UM CARRO DA NEGOCIACAO - SO O CARRO QUE AINDA ESTA COM
      *A VENDA DA FROTA (MESMO CLIENTE E MESMA DATA)
       ESTORNACARRO.
           READ CADFRITE NEXT
           IF ERROFRI NOT = "00"
               MOVE 1 TO FIMFRITE
           ELSE
               IF FI-NUMERO NOT = FT-NUMERO
                   MOVE 1 TO FIMFRITE
               ELSE
                   IF FRITE-FECHADA
                       MOVE FI-CHASSI TO CHASSI
                       READ CADVEIC
                       IF ERRO = "00" AND VEIC-VENDIDO
                           AND P-CPF = FT-CPF AND DATAVENDA = FT-DATA
                           PERFORM DESFAZVENDA
                       END-IF
                       MOVE "00" TO ERRO
                       MOVE "E" TO FI-SITUACAO
                       REWRITE REGFRITE
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNFRITE
                   END-IF
               END-IF
           END-IF.

      *DEVOLVE O CARRO AO ESTOQUE COM OS REGISTROS DO ESTORNO
       DESFAZVENDA.
           PERFORM GRAVAESTORNO
           PERFORM ESTORNATRIB
           PERFORM CANCELANF
           PERFORM FECHAEPISODIOEST
           PERFORM CANCELADETRAN
           MOVE REGVEIC TO EVENTOANTES
           MOVE ZEROES TO VENDA
           MOVE 0 TO STATUSVEIC
           ADD 1 TO VERSAO
           REWRITE REGVEIC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVEIC
           IF ERRO = "00" OR ERRO = "02"
               MOVE "A" TO AUDITIPO
               MOVE "CADVEIC" TO EVENTOARQ
               MOVE CHASSI TO EVENTOCHAVE
               MOVE REGVEIC TO EVENTODEPOIS
               PERFORM GRAVAEVENTO
           END-IF.

      *GRAVA O REGISTRO DO ESTORNO COM OS VALORES DA VENDA CANCELADA
       GRAVAESTORNO.
           OPEN I-O CADESTOR
           IF ERROEST NOT = "00"
               IF ERROEST = "30" OR ERROEST = "35"
                   OPEN OUTPUT CADESTOR
                   CLOSE CADESTOR
                   OPEN I-O CADESTOR
               END-IF
           END-IF
           IF ERROEST = "00"
               MOVE CHASSI TO ES-CHASSI
               MOVE HOJEEST TO ES-DATAESTORNO
               MOVE P-CPF TO ES-CPF
               MOVE VALORVENDA TO ES-VALORVENDA
               MOVE COMISSAO TO ES-COMISSAO
               MOVE DATAVENDA TO ES-DATAVENDA
               MOVE MOTIVOEST TO ES-MOTIVO
               MOVE OPERADOR TO ES-OPERADOR
               WRITE REGESTOR
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNESTOR
               CLOSE CADESTOR
           END-IF
           MOVE "00" TO ERROEST.

      *CANCELA AS PARCELAS EM ABERTO DO PLANO DA NEGOCIACAO -
      *PARCELAS JA PAGAS FICAM COMO ESTAO PARA A DEVOLUCAO MANUAL
       ESTORNAPARC.
           OPEN I-O CADPARC
           IF ERROPARC = "00"
               MOVE 0 TO FIMPARC
               MOVE CHAVEPLANO TO PR-CHASSI
               MOVE ZEROES TO PR-NUMPARC
               START CADPARC KEY IS GREATER THAN CHAVEPARC
                   INVALID KEY
                       MOVE 1 TO FIMPARC
               END-START
               PERFORM ESTORNAPARC-LOOP UNTIL FIMPARC = 1
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPARC.

       ESTORNAPARC-LOOP.
           READ CADPARC NEXT
           IF ERROPARC NOT = "00"
               MOVE 1 TO FIMPARC
           ELSE
               IF PR-CHASSI NOT = CHAVEPLANO
                   MOVE 1 TO FIMPARC
               ELSE
                   IF PARC-ABERTA
                       MOVE 2 TO PR-SITUACAO
                       REWRITE REGPARC
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNPARC
                   END-IF
               END-IF
           END-IF.

      *TIRA DO LIVRO FISCAL O IMPOSTO DA VENDA ESTORNADA
       ESTORNATRIB.
           OPEN I-O CADTRIB
           IF ERROTRB = "00"
               MOVE CHASSI TO TR-CHASSI
               READ CADTRIB
               IF ERROTRB = "00"
                   DELETE CADTRIB
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNTRIB
               END-IF
               CLOSE CADTRIB
           END-IF
           MOVE "00" TO ERROTRB.

      *CANCELA A NOTA DO CHASSI COM O MOTIVO DO ESTORNO
       CANCELANF.
           OPEN I-O CADNF
           IF ERRONF = "00"
               MOVE 0 TO FIMNF
               MOVE CHASSI TO NF-CHASSI
               START CADNF KEY IS EQUAL NF-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMNF
               END-START
               PERFORM CANCELANF-LOOP UNTIL FIMNF = 1
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRONF.

       CANCELANF-LOOP.
           READ CADNF NEXT
           IF ERRONF NOT = "00"
               MOVE 1 TO FIMNF
               MOVE "00" TO ERRONF
           ELSE
               IF NF-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMNF
               ELSE
                   IF NF-EMITIDA
                       MOVE 1 TO NF-SITUACAO
                       MOVE MOTIVOEST TO NF-MOTIVO
                       REWRITE REGNF
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNNF
                   END-IF
               END-IF
           END-IF.

      *FECHA NO HISTORICO O EPISODIO ABERTO DA VENDA ESTORNADA
       FECHAEPISODIOEST.
           PERFORM ABREHIST
           IF ERROHIS = "00"
               PERFORM BUSCAULTEPIS
               IF EPISACHOU = 1 AND EPISABERTO = 1
                   MOVE HOJEEST TO HS-DATAFIM
                   REWRITE REGHIST
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNHIST
               END-IF
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERROHIS.

      *CANCELA O CONTROLE DO DETRAN DA VENDA ESTORNADA
       CANCELADETRAN.
           OPEN I-O CADDETR
           IF ERRODET = "00"
               MOVE CHASSI TO DT-CHASSI
               MOVE DATAVENDA TO DT-DATAVENDA
               READ CADDETR
               IF ERRODET = "00"
                   MOVE "X" TO DT-SITUACAO
                   MOVE OPERADOR TO DT-OPERADOR
                   REWRITE REGDETR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNDETR
               END-IF
               CLOSE CADDETR
           END-IF
           MOVE "00" TO ERRODET.

      *GRAVA UM EVENTO DE AUDITORIA COM AS IMAGENS DO REGISTRO
       GRAVAEVENTO.
           ACCEPT DATAAUDIT FROM DATE YYYYMMDD
           ACCEPT HORAAUDIT FROM TIME
           PERFORM PROXSEQAUDIT
           PERFORM ABREAUDIT
           IF ERROAUD = "00"
               MOVE SEQAUDIT TO AUD-SEQ
               MOVE EVENTOCHAVE TO AUD-CHAVE
               MOVE OPERADOR TO AUD-OPERADOR
               MOVE DATAAUDIT TO AUD-DATA
               MOVE HORAAUDIT TO AUD-HORA
               MOVE EVENTOARQ TO AUD-ARQUIVO
               MOVE AUDITIPO TO AUD-TIPO
               MOVE EVENTOANTES TO AUD-ANTES
               MOVE EVENTODEPOIS TO AUD-DEPOIS
               WRITE REGAUDIT
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAUDIT
               IF ERROAUD = "00" OR ERROAUD = "02"
                   PERFORM SELAEVENTO
               END-IF
               CLOSE CADAUDIT
           END-IF
           MOVE "00" TO ERROAUD
           MOVE SPACES TO EVENTOANTES EVENTODEPOIS EVENTOCHAVE.

      *BUSCA NO ARQUIVO DE CONTROLE O PROXIMO NUMERO DE SEQUENCIA
      *DA AUDITORIA E JA O RESERVA PARA ESTE EVENTO
       PROXSEQAUDIT.
           OPEN INPUT AUDCTRL
           IF ERROCTA NOT = "00"
               MOVE ZEROES TO SEQAUDIT
           ELSE
               READ AUDCTRL
                   AT END
                       MOVE ZEROES TO SEQAUDIT
                   NOT AT END
                       MOVE CTA-SEQ TO SEQAUDIT
               END-READ
               CLOSE AUDCTRL
           END-IF
           ADD 1 TO SEQAUDIT
           OPEN OUTPUT AUDCTRL
           MOVE SEQAUDIT TO CTA-SEQ
           WRITE LINHACTA
           CLOSE AUDCTRL
           MOVE "00" TO ERROCTA.

      *ABRE O ARQUIVO INDEXADO DE AUDITORIA, CRIANDO NA PRIMEIRA VEZ
       ABREAUDIT.
           OPEN I-O CADAUDIT
           IF ERROAUD NOT = "00"
               IF ERROAUD = "30" OR ERROAUD = "35"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN I-O CADAUDIT
               END-IF
           END-IF.

      *SELA O EVENTO GRAVADO NO CADSELO - RESUMO DO REGISTRO E SELO
      *ENCADEADO AO SELO DO EVENTO ANTERIOR (SEQUENCIA - 1), QUE O
      *VERAUDIT RECALCULA PARA ACHAR REGISTRO ALTERADO OU ELO QUEBRADO
       SELAEVENTO.
           MOVE 419 TO PS-TAM
           MOVE REGAUDIT TO PS-DADOS
           CALL "SELOAUD" USING PARAMSELO
           MOVE PS-SELO TO SELORESUMO
           OPEN I-O CADSELO
           IF ERROSEL = "30" OR ERROSEL = "35"
               OPEN OUTPUT CADSELO
               CLOSE CADSELO
               OPEN I-O CADSELO
           END-IF
           IF ERROSEL = "00"
               MOVE SPACES TO PS-DADOS
               COMPUTE SL-SEQ = AUD-SEQ - 1
               READ CADSELO
               IF ERROSEL = "00"
                   MOVE SL-SELO TO PS-DADOS(1:36)
               END-IF
               MOVE SELORESUMO TO PS-DADOS(37:36)
               MOVE 72 TO PS-TAM
               CALL "SELOAUD" USING PARAMSELO
               MOVE AUD-SEQ TO SL-SEQ
               MOVE SELORESUMO TO SL-RESUMO
               MOVE PS-SELO TO SL-SELO
               WRITE REGSELO
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNSELO
               CLOSE CADSELO
           END-IF
           MOVE "00" TO ERROSEL.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY QTDCARROS TOTALVENDA TOTALPAGTO
           MOVE ZEROES TO VENDEDORINF FROTANUM QTDVENDIDOS LINHALISTA
           MOVE ZEROES TO ENTRADAINF PARCELASINF TAXAINF PARCELAINF
           MOVE 0 TO FINANCINF CLIENTEPJ BSCLIENTE BSCARRO BSVEND
           MOVE SPACES TO DOCINF CLIENTECPF CONTATOPJ NOMECLIENTE
           MOVE SPACES TO CHASSIINF RESPFIN MOTIVOEST AUX CNPJINF
           MOVE ZEROES TO PL-NUMERO
           INITIALIZE TABCARROS.

      *LIMPA A AREA DE TRABALHO DA TELA
       LIMPATELA.
           DISPLAY "                                       " AT 1302
           DISPLAY "                                       " AT 1341
           DISPLAY "                                       " AT 1402
           DISPLAY "                                       " AT 1441
           DISPLAY "                                       " AT 1502
           DISPLAY "                                       " AT 1541
           DISPLAY "                                       " AT 1602
           DISPLAY "                                       " AT 1641
           DISPLAY "                                       " AT 1702
           DISPLAY "                                       " AT 1741
           DISPLAY "                                       " AT 1802
           DISPLAY "                                       " AT 1841
           DISPLAY "                                       " AT 1902
           DISPLAY "                                       " AT 1941
           DISPLAY "                                       " AT 2002
           DISPLAY "                                       " AT 2041
           PERFORM LIMPAAVISO.

      *LIMPA AS LINHAS DE PERGUNTA E DE AVISO, PRESERVANDO A LISTA
       LIMPAAVISO.
           DISPLAY "                                       " AT 2102
           DISPLAY "                                       " AT 2141
           DISPLAY "                                       " AT 2202
           DISPLAY "                                       " AT 2241.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADVEIC.
           END PROGRAM P172944.

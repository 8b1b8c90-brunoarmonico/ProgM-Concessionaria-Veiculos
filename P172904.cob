      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172904.
      *-----------------------------------------------------------------
      *COMPRADOR PESSOA JURIDICA: NO CAMPO DO CPF, F5 RECEBE O CNPJ,
      *CONFERE OS DIGITOS VERIFICADORES E USA O CODIGO DE CLIENTE DA
      *EMPRESA NO CADEMPR, SEM A REGRA DE IDADE MINIMA. CARRO VENDIDO
      *EM NEGOCIACAO DE FROTA SO E ESTORNADO PELO P172944.
      *FINANCIAMENTO POR BANCO (CDC): NA OPCAO B O CLIENTE PAGA SO A
      *ENTRADA A LOJA E O BANCO DO CADBANCO FINANCIA O RESTO - NAO HA
      *CARNE NO CADPARC NEM PORTEIRA DO CADPOLIT. O BANCO, A APROVACAO
      *E O RETORNO FICAM NO CADCDC COMO REPASSE A RECEBER, BAIXADO NO
      *P172946 QUANDO O BANCO PAGA.
      *FLOOR PLAN: CARRO COMPRADO COM A LINHA DE CREDITO DE UM BANCO
      *(CADFLOOR, P172947) E QUITADO NA VENDA - OS JUROS SAO APURADOS
      *ATE O DIA, O VALOR SAI DO CAIXA (TIPO L) E FICA UM TITULO JA
      *PAGO NO CADPAG EM NOME DO BANCO. O ESTORNO NAO REABRE A DIVIDA.
      *A EXPOSICAO DE CREDITO CONTA O SALDO EM ABERTO DAS PARCELAS
      *(VALOR MENOS PAGAMENTOS PARCIAIS), E A REGERACAO DO CARNE NA
      *ALTERACAO DA VENDA PRESERVA O QUE JA FOI PAGO NA PARCELA.
      *CARRO QUE ENTRA NO ESTOQUE (COMPRA, CONSIGNACAO OU TROCA) JA
      *ABRE A VISTORIA DE ENTRADA PENDENTE NO CADVIST (P172959).
      *ITEM ADICIONAL COM SALDO CONTROLADO NO CADESTQ E SEM UNIDADE
      *EM ESTOQUE SO E VENDIDO COM AUTORIZACAO DE SUPERVISOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKM
               FILE STATUS  IS ERROKM.
           SELECT CADVIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVIST
               FILE STATUS  IS ERROVIS.
           SELECT CADFER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEITEM
               FILE STATUS  IS ERROITE.
           SELECT CADESTQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EQ-PRODUTO
               FILE STATUS  IS ERROESQ.
           SELECT CADMOVP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMOVP
               FILE STATUS  IS ERROMVP.
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
           SELECT CADDETR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDETR
               FILE STATUS  IS ERRODET
               ALTERNATE RECORD KEY IS DT-CPF WITH DUPLICATES.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERROPAG.
           SELECT CADEMPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EM-CNPJ
               FILE STATUS  IS ERROEMP
               ALTERNATE RECORD KEY IS EM-CODIGO.
           SELECT CADFRITE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFRITE
               FILE STATUS  IS ERROFRI
               ALTERNATE RECORD KEY IS FI-CHASSI WITH DUPLICATES.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERROBCO
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.
           SELECT CADCDC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECDC
               FILE STATUS  IS ERROCDC
               ALTERNATE RECORD KEY IS CD-BANCO WITH DUPLICATES.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFLOOR
               FILE STATUS  IS ERROFLR
               ALTERNATE RECORD KEY IS FP-BANCO WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
                   03 FINANCIADO       PIC 9(1).
                       88 VENDA-FINANCIADA VALUE 1.
                       88 VENDA-AVISTA     VALUE 0.
                       88 VENDA-FINANBANCO VALUE 2.
                   03 VALORENTRADA     PIC 9(7)V99.
                   03 QTDPARCELAS      PIC 9(3).
                   03 TAXAFINANC       PIC 9(2)V99.
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
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 NIVEL      PIC 9(01) VALUE 0.
               02 DATASENHA  PIC 9(08) VALUE ZEROES.
               02 TENTATIVAS PIC 9(01) VALUE 0.
                   03 PRELATORIO PIC 9(1) VALUE 0.
                   03 PAUTMARGEM PIC 9(1) VALUE 0.
               02 OPFILIAL   PIC 9(02) VALUE 0.
               02 SENHAHASH  PIC X(36) VALUE SPACES.

           FD CADMARGEM
               LABEL RECORD IS STANDARD
               02 KM-EVENTO   PIC X(1) VALUE SPACES.
               02 KM-OPERADOR PIC X(8) VALUE SPACES.

      *VISTORIA DE ENTRADA DO VEICULO - ABERTA PENDENTE AQUI E FEITA
      *NO P172959
           FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
           01 REGVIST.
               02 CHAVEVIST.
                   03 VI-CHASSI      PIC X(17) VALUE SPACES.
                   03 VI-DATA        PIC 9(8) VALUE ZEROES.
               02 VI-ORIGEM          PIC X(1) VALUE SPACES.
               02 VI-FILIAL          PIC 9(2) VALUE ZEROES.
               02 VI-SITUACAO        PIC X(1) VALUE SPACES.
               02 VI-DATAVIST        PIC 9(8) VALUE ZEROES.
               02 VI-KM              PIC 9(7) VALUE ZEROES.
               02 VI-INSPETOR        PIC X(8) VALUE SPACES.
               02 VI-QTDITENS        PIC 9(2) VALUE ZEROES.
               02 VI-QTDOK           PIC 9(2) VALUE ZEROES.
               02 VI-QTDDANO         PIC 9(2) VALUE ZEROES.
               02 VI-QTDFALTA        PIC 9(2) VALUE ZEROES.
               02 VI-ABERTOS         PIC 9(2) VALUE ZEROES.
               02 FILLER             PIC X(10) VALUE SPACES.

           FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
                   88 ITEM-EXPORTADO    VALUE 1.
                   88 ITEM-NAOEXPORTADO VALUE 0.

      *SALDO DE ESTOQUE DO ITEM CONTROLADO (P172940) E MOVIMENTOS
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

           FD CADMOVP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVP.DAT".
           01 REGMOVP.
               02 CHAVEMOVP.
                   03 MV-PRODUTO PIC 9(4) VALUE ZEROES.
                   03 MV-SEQ     PIC 9(5) VALUE ZEROES.
               02 MV-DATA       PIC 9(8) VALUE ZEROES.
               02 MV-TIPO       PIC X(1) VALUE SPACES.
               02 MV-QTD        PIC S9(5) VALUE ZEROES.
               02 MV-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 MV-CUSTO      PIC 9(7)V99 VALUE ZEROES.
               02 MV-DOCUMENTO  PIC X(17) VALUE SPACES.
               02 MV-OPERADOR   PIC X(8) VALUE SPACES.

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

           FD CADGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAR.DAT".
               02 PG-TIPO       PIC X(1) VALUE SPACES.
                   88 PAG-COMPRA      VALUE "C".
                   88 PAG-CONSIGNACAO VALUE "S".
                   88 PAG-FLOORPLAN   VALUE "L".
               02 PG-VENCTO     PIC 9(8) VALUE ZEROES.
               02 PG-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 PG-DATAPAGTO  PIC 9(8) VALUE ZEROES.
                   88 PAG-PAGA      VALUE 1.
                   88 PAG-CANCELADA VALUE 2.

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

      *CARROS DAS NEGOCIACOES DE FROTA (P172944)
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

      *BANCOS E FINANCEIRAS DO CDC (P172945)
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

      *REPASSES A RECEBER DOS BANCOS NA VENDA FINANCIADA POR CDC - O
      *BANCO PAGA A LOJA O VALOR FINANCIADO E O RETORNO, BAIXADOS NO
      *P172946
           FD CADCDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDC.DAT".
           01 REGCDC.
               02 CHAVECDC.
                   03 CD-CHASSI    PIC X(17) VALUE SPACES.
                   03 CD-SEQ       PIC 9(3) VALUE ZEROES.
               02 CD-BANCO         PIC 9(3) VALUE ZEROES.
               02 CD-CPF           PIC X(11) VALUE SPACES.
               02 CD-APROVACAO     PIC X(15) VALUE SPACES.
               02 CD-DATACAD       PIC 9(8) VALUE ZEROES.
               02 CD-DATAVENDA     PIC 9(8) VALUE ZEROES.
               02 CD-VALORFINANC   PIC 9(7)V99 VALUE ZEROES.
               02 CD-RETORNOPCT    PIC 9(2)V99 VALUE ZEROES.
               02 CD-RETORNO       PIC 9(7)V99 VALUE ZEROES.
               02 CD-PRAZO         PIC 9(3) VALUE ZEROES.
               02 CD-PREVISTO      PIC 9(8) VALUE ZEROES.
               02 CD-DATAREPASSE   PIC 9(8) VALUE ZEROES.
               02 CD-VALORPAGO     PIC 9(7)V99 VALUE ZEROES.
               02 CD-RETORNOPAGO   PIC 9(7)V99 VALUE ZEROES.
               02 CD-SITUACAO      PIC X(1) VALUE SPACES.
                   88 CDC-ABERTO    VALUE "A".
                   88 CDC-PAGO      VALUE "P".
                   88 CDC-CANCELADO VALUE "X".
               02 CD-FILIAL        PIC 9(2) VALUE ZEROES.
               02 CD-OPERADOR      PIC X(8) VALUE SPACES.

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

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 SENHAINF PIC X(20) VALUE SPACES.
           01 PARAMHASH.
               02 PH-SAL   PIC X(08) VALUE SPACES.
               02 PH-SENHA PIC X(20) VALUE SPACES.
               02 PH-HASH  PIC X(36) VALUE SPACES.
           01 SENHAOK PIC 9(1) VALUE 0.
           01 BSOPER PIC 9(1) VALUE 0.
           01 DATALOGIN PIC 9(8) VALUE ZEROES.
           01 DATALOGIN-R REDEFINES DATALOGIN.
               02 DS2-DIA PIC 9(2).
           01 DIASLOGIN PIC 9(8) VALUE ZEROES.
           01 DIASSENHA PIC 9(8) VALUE ZEROES.
           01 SENHANOVA1 PIC X(20) VALUE SPACES.
           01 SENHANOVA2 PIC X(20) VALUE SPACES.
           01 TAMSENHA PIC 9(02) VALUE ZEROES.
           01 ERROSES PIC X(2) VALUE "00".
           01 SESSAOATIVA PIC 9(1) VALUE 0.
           01 TERMINALID PIC X(8) VALUE SPACES.
               02 OPAUTMARGEM PIC 9(1) VALUE 0.
           01 ERROAUD PIC X(2) VALUE "00".
           01 ERROCTA PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
           01 SEQAUDIT PIC 9(9) VALUE ZEROES.
           01 OPERADOR PIC X(08) VALUE SPACES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 CPF-DV1      PIC 9(2) VALUE ZEROES.
           01 CPF-DV2      PIC 9(2) VALUE ZEROES.
           01 CPF-VALIDO   PIC 9(1) VALUE 0.
           01 ERROEMP      PIC X(2) VALUE "00".
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
           01 ERROFRI      PIC X(2) VALUE "00".
           01 FROTAATIVA   PIC 9(1) VALUE 0.
           01 FROTANUM     PIC 9(6) VALUE ZEROES.
           01 FIMFRITE     PIC 9(1) VALUE 0.
           01 ERROBCO      PIC X(2) VALUE "00".
           01 BSBANCO      PIC 9(1) VALUE 0.
           01 ERROCDC      PIC X(2) VALUE "00".
           01 FIMCDC       PIC 9(1) VALUE 0.
           01 CDCACHOU     PIC 9(1) VALUE 0.
           01 CDCACHOUVENDA PIC 9(1) VALUE 0.
           01 CDCPAGO      PIC 9(1) VALUE 0.
           01 CDCULTSEQ    PIC 9(3) VALUE ZEROES.
           01 CDCANTES     PIC X(135) VALUE SPACES.
           01 CDCDAVENDA   PIC X(135) VALUE SPACES.
           01 CDCBANCO     PIC 9(3) VALUE ZEROES.
           01 CDCBANCOANT  PIC 9(3) VALUE ZEROES.
           01 CDCNOMEBANCO PIC X(30) VALUE SPACES.
           01 CDCAPROV     PIC X(15) VALUE SPACES.
           01 CDCRETPCT    PIC 9(2)V99 VALUE ZEROES.
           01 CDCPRAZO     PIC 9(3) VALUE ZEROES.
           01 CDCVALOR     PIC 9(7)V99 VALUE ZEROES.
           01 ED-CDCVALOR  PIC Z(6)9,99.
           01 ERROFLR      PIC X(2) VALUE "00".
           01 FIMFLR       PIC 9(1) VALUE 0.
           01 DIASFLOOR    PIC 9(7) VALUE ZEROES.
           01 JUROSFLOOR   PIC 9(7)V99 VALUE ZEROES.
           01 EXISTMARGEM  PIC 9(1) VALUE 0.
           01 OPERADOR2    PIC X(08) VALUE SPACES.
           01 SENHAINF2    PIC X(20) VALUE SPACES.
           01 BSOPER2      PIC 9(1) VALUE 0.
           01 RESPTROCA      PIC X(1) VALUE SPACES.
           01 TROCACHASSI    PIC X(17) VALUE SPACES.
           01 ERROITE PIC X(2) VALUE "00".
           01 FIMITEM PIC 9(1) VALUE 0.
           01 BSPROD PIC 9(1) VALUE 0.
           01 SEMSALDO PIC 9(1) VALUE 0.
           01 PRODITEM PIC 9(4) VALUE ZEROES.
           01 VALORITEM PIC 9(7)V99 VALUE ZEROES.
           01 SEQITEM PIC 9(3) VALUE ZEROES.
           01 TOTITENS PIC 9(9)V99 VALUE ZEROES.
           01 ED-CONITEM PIC Z(6)9,99.
           01 ED-CONTOTITE PIC Z(8)9,99.
      *MOVIMENTO DE ESTOQUE DO ITEM CONTROLADO
           01 ERROESQ PIC X(2) VALUE "00".
           01 ERROMVP PIC X(2) VALUE "00".
           01 PRODMOV PIC 9(4) VALUE ZEROES.
           01 QTDMOV PIC S9(5) VALUE ZEROES.
           01 TIPOMOV PIC X(1) VALUE SPACES.
           01 DOCMOV PIC X(17) VALUE SPACES.
           01 DATAMOV PIC 9(8) VALUE ZEROES.
           01 SEQMOV PIC 9(5) VALUE ZEROES.
           01 FIMMOV PIC 9(1) VALUE 0.
      *RECALL EM ABERTO NO CARRO DE ESTOQUE
           01 ERRORCL PIC X(2) VALUE "00".
           01 ERRORCV PIC X(2) VALUE "00".
           01 RECALLABERTO PIC 9(1) VALUE 0.
           01 CAMPRECALL PIC 9(4) VALUE ZEROES.
           01 FIMRECAL PIC 9(1) VALUE 0.
           01 RECALLATINGE PIC 9(1) VALUE 0.
           01 ERRODET PIC X(2) VALUE "00".
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
           01 ERROFIC PIC X(2) VALUE "00".
           01 ERROVIS PIC X(2) VALUE "00".
           01 ORIGVIST PIC X(1) VALUE SPACES.
           01 ERROKM PIC X(2) VALUE "00".
           01 KMINF PIC 9(7) VALUE ZEROES.
           01 COMBINF PIC X(1) VALUE SPACES.
       01  TELAVEICULO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "+=============================CADASTRO D".
           05  LINE 02  COLUMN 41
               VALUE  "E VEICULO==============================+".
           05  LINE 03  COLUMN 01
               VALUE  "| CHASSI:".
           05  LINE 03  COLUMN 41
               VALUE  "                                       |".
           05  LINE 04  COLUMN 01
               VALUE  "| MARCA:".
           05  LINE 04  COLUMN 41
               VALUE  "MODELO:                                |".
           05  LINE 05  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 05  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 06  COLUMN 01
               VALUE  "| CPF PROPRIETARIO:             NOME:".
           05  LINE 06  COLUMN 41
               VALUE  "                                       |".
           05  LINE 07  COLUMN 01
               VALUE  "|".
           05  LINE 07  COLUMN 41
               VALUE  "                                       |".
           05  LINE 08  COLUMN 01
               VALUE  "| E-MAIL:".
           05  LINE 08  COLUMN 41
               VALUE  " TELEFONE:(  )    -                    |".
           05  LINE 09  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 09  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 10  COLUMN 01
               VALUE  "| ANO DE FABRICACAO:                  AN".
           05  LINE 10  COLUMN 41
               VALUE  "O DO MODELO:                           |".
           05  LINE 11  COLUMN 01
               VALUE  "|".
           05  LINE 11  COLUMN 41
               VALUE  "                                       |".
           05  LINE 12  COLUMN 01
               VALUE  "| COR:".
           05  LINE 12  COLUMN 41
               VALUE  "                                       |".
           05  LINE 13  COLUMN 01
               VALUE  "|---------------------------------------".
           05  LINE 13  COLUMN 41
               VALUE  "---------------------------------------|".
           05  LINE 14  COLUMN 01
               VALUE  "| VALOR DE VENDA:                     CO".
           05  LINE 14  COLUMN 41
               VALUE  "MISSAO:                                |".
           05  LINE 15  COLUMN 01
               VALUE  "|".
           05  LINE 15  COLUMN 41
               VALUE  "                                       |".
           05  LINE 16  COLUMN 01
               VALUE  "| VALOR DE PAGAMENTO:                 VA".
           05  LINE 16  COLUMN 41
               VALUE  "LOR DA COMISSAO:                       |".
           05  LINE 17  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 17  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 18  COLUMN 01
               VALUE  "|".
           05  LINE 18  COLUMN 41
               VALUE  "                                       |".
           05  LINE 19  COLUMN 01
               VALUE  "|".
           05  LINE 19  COLUMN 41
               VALUE  "                                       |".
           05  LINE 20  COLUMN 01
               VALUE  "|".
           05  LINE 20  COLUMN 41
               VALUE  "                                       |".
           05  LINE 21  COLUMN 01
               VALUE  "|".
           05  LINE 21  COLUMN 41
               VALUE  "                                       |".
           05  LINE 22  COLUMN 01
               VALUE  "|".
           05  LINE 22  COLUMN 41
               VALUE  "                                       |".
           05  LINE 23  COLUMN 01
               VALUE  "|".
           05  LINE 23  COLUMN 41
               VALUE  "                                       |".
           05  LINE 24  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 24  COLUMN 41
               VALUE  "=======================================+".
           05  TCHASSI
               LINE 03  COLUMN 10  PIC X(17)
               USING  CHASSI
      *TELA DE SELECAO DE COR DO VEICULO
       01  TELACOR.
           05  LINE 17  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 17  COLUMN 41
               VALUE  "=======================================+".
           05  LINE 18  COLUMN 01
               VALUE  "|".
           05  LINE 18  COLUMN 41
               VALUE  "                                       |".
           05  LINE 19  COLUMN 01
               VALUE  "|------------------------+--------------".
           05  LINE 19  COLUMN 41
               VALUE  "-----------+---------------------------|".
           05  LINE 20  COLUMN 01
               VALUE  "| 1 - PRETO              | 5 - AZUL".
           05  LINE 20  COLUMN 41
               VALUE  "           | 9 - DOURADO               |".
           05  LINE 21  COLUMN 01
               VALUE  "| 2 - PRATA              | 6 - VERDE".
           05  LINE 21  COLUMN 41
               VALUE  "           | 10 - TURQUESA             |".
           05  LINE 22  COLUMN 01
               VALUE  "| 3 - CINZA              | 7 - VERMELHO".
           05  LINE 22  COLUMN 41
               VALUE  "           | 11 - VERDE LIMA           |".
           05  LINE 23  COLUMN 01
               VALUE  "| 4 - BRANCO             | 8 - LARANJA".
           05  LINE 23  COLUMN 41
               VALUE  "           | 12 - INDIGO               |".
           05  LINE 24  COLUMN 01
               VALUE  "+=======================================".
           05  LINE 24  COLUMN 41
               VALUE  "=======================================+".


           PROCEDURE DIVISION.
           ELSE
               DISPLAY TELAVEICULO
               PERFORM LOGIN
               GO TO MENUPRINC.

      *SOLICITA IDENTIFICACAO DO OPERADOR ANTES DE LIBERAR O MENU
       LOGIN.
           ACCEPT OPERADOR AT 0611
           DISPLAY "SENHA:" AT 0701
           ACCEPT SENHAINF AT 0708
           DISPLAY "F2 TROCAR A PROPRIA SENHA" AT 0731
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 02
               PERFORM TROCAPROPRIA
                       DISPLAY "SUPERVISOR" AT 0932
                       MOVE 1 TO BSOPER
                   ELSE
                       MOVE SENHAINF TO PH-SENHA
                       PERFORM CONFERESENHA
                       IF SENHAOK = 0
                           ADD 1 TO TENTATIVAS
                           IF TENTATIVAS > 2
                               MOVE 1 TO BLOQUEADO
                               DISPLAY "TENTATIVAS" AT 0928
                           END-IF
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE 1 TO BSOPER
                       ELSE
                           MOVE 0 TO TENTATIVAS
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE NIVEL TO NIVELOPER
                           MOVE PERFIL TO PERFILOPER
                           MOVE OPFILIAL TO FILIALOPER
           CLOSE CADOPER
           MOVE "00" TO ERRO.

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

      *CONFERE A IDADE DA SENHA EM BASE COMERCIAL DE 360 DIAS - SENHA
      *SEM DATA OU COM MAIS DE 90 DIAS OBRIGA A TROCA NO ATO
       CHECAVALIDADESENHA.

      *RECEBE E GRAVA A NOVA SENHA DO OPERADOR - O ARQUIVO DE
      *OPERADORES JA ESTA ABERTO E POSICIONADO NO REGISTRO
      *MINIMO DE 6 CARACTERES; GRAVA SO O RESUMO, COM SAL NOVO
       TROCASENHANOVA.
           DISPLAY "NOVA SENHA:" AT 1001
           ACCEPT SENHANOVA1 AT 1013
           DISPLAY "REPITA A NOVA SENHA:" AT 1101
           ACCEPT SENHANOVA2 AT 1122
           IF SENHANOVA1 = SPACES OR SENHANOVA1 NOT = SENHANOVA2
               DISPLAY "SENHAS NAO CONFEREM              " AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE 0 TO TAMSENHA
           INSPECT SENHANOVA1 TALLYING TAMSENHA
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAMSENHA < 6
               DISPLAY "MINIMO DE 6 CARACTERES SEM ESPACO" AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE SENHANOVA1 TO PH-SENHA
           PERFORM CONFERESENHA
           IF SENHAOK = 1
               DISPLAY "NOVA SENHA IGUAL A ATUAL         " AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE SPACES TO PH-SAL
           MOVE SENHANOVA1 TO PH-SENHA
           CALL "HASHSENHA" USING PARAMHASH
           MOVE PH-SAL TO SALSENHA
           MOVE PH-HASH TO SENHAHASH
           MOVE SPACES TO PH-SENHA PH-HASH
           ACCEPT DATALOGIN FROM DATE YYYYMMDD
           MOVE DATALOGIN TO DATASENHA
           MOVE 0 TO TENTATIVAS
           REWRITE REGOPER
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNOPER
           DISPLAY "SENHA ALTERADA                   " AT 1201
           MOVE SPACES TO SENHANOVA1 SENHANOVA2.

      *TROCA DE SENHA PELO PROPRIO OPERADOR (F2 APOS A SENHA NA TELA
           MOVE OPERADOR TO OPERADORID
           OPEN I-O CADOPER
           READ CADOPER
           MOVE SENHAINF TO PH-SENHA
           PERFORM CONFERESENHA
           IF ERRO = "00" AND SENHAOK = 1 AND BLOQUEADO = 0
               PERFORM TROCASENHANOVA
           ELSE
               DISPLAY "OPERADOR/SENHA INVALIDOS OU BLOQUEADO" AT 0901


      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR, F4 VENDER"
               AT 1805
               IF NIVELOPER NOT = 1 AND OPVENDER NOT = 1
                   DISPLAY "ACESSO NEGADO - SEM DIREITO DE VENDA"
                       AT 1905
                   GO TO MENUPRINC
               END-IF
               DISPLAY TELAVEICULO
               PERFORM LIMPATELA
               IF ERRO NOT = "00"
                   PERFORM LIMPATELA
                   DISPLAY "PLACA NAO ENCONTRADA" AT 2010
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCAVEICULO
           WHEN = 04
               IF NIVELOPER NOT = 1 AND OPVENDER NOT = 1
                   DISPLAY "ACESSO NEGADO - SEM DIREITO DE VENDA"
                       AT 1905
                   GO TO MENUPRINC
               END-IF
               DISPLAY TELAVEICULO
               PERFORM LIMPATELA
               PERFORM MARCAVENDIDO
           WHEN OTHER
           DISPLAY "OPCAO INVALIDA" AT 1905
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE CHASSI/PLACA DO VEICULO - CHAVE REAL DO CADASTRO
               PERFORM LIMPATELA
               PERFORM LIMPAVAR
               DISPLAY TELAVEICULO
               GO TO MENUPRINC
           ELSE IF CHASSI = SPACES
               DISPLAY "CHASSI INVALIDO" AT 2005
               GO TO R-CHASSI
      *RECEBE CPF DO PROPRIETARIO
       R-CPF.
           MOVE 0 TO BSCPF
           DISPLAY "F5 CLIENTE PESSOA JURIDICA (CNPJ)" AT 2305
           ACCEPT TP-CPF
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-MODELO
           ELSE IF ACTKEY = 05
               PERFORM LIMPATELA
               GO TO R-CNPJ
           ELSE IF P-CPF = SPACES
               DISPLAY "CPF INVALIDO" AT 2005
               GO TO R-CPF
           READ CADOPER
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE SENHAINF2 TO PH-SENHA
                   PERFORM CONFERESENHA
                   IF SENHAOK = 0 OR BLOQUEADO NOT = 0
                       OR (NIVEL NOT = 1 AND PAUTMARGEM NOT = 1)
                       MOVE 1 TO BSOPER2
                   END-IF
           READ CADOPER
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   MOVE SENHAINF2 TO PH-SENHA
                   PERFORM CONFERESENHA
                   IF SENHAOK = 0 OR NIVEL NOT = 1
                       OR BLOQUEADO NOT = 0
                       MOVE 1 TO BSOPER2
                   END-IF
               ELSE
                   DISPLAY "ERRO AO LER A MARCA" AT 1905
                   CLOSE CADMARCA
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE 1 TO BSTROCAMARCA
               ELSE
                   DISPLAY "ERRO AO LER O MODELO" AT 1905
                   CLOSE CADMODEL
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE 1 TO BSTROCAMODELO
       R-FINANCIADO.
           MOVE ZEROES TO FINANCIADO VALORENTRADA QTDPARCELAS
               VALORPARCELA
           DISPLAY "FINANCIADA? (S LOJA/B BANCO/N)" AT 1805
           ACCEPT RESPFIN AT 1837
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               MOVE 1 TO FINANCIADO
               PERFORM LIMPATELA
               GO TO R-ENTRADA
           ELSE IF RESPFIN = "B" OR RESPFIN = "b"
               MOVE 2 TO FINANCIADO
               IF CDCBANCO = ZEROES
                   PERFORM CARREGACDC
               END-IF
               PERFORM LIMPATELA
               GO TO R-ENTRADA
           ELSE
               MOVE 0 TO FINANCIADO
               PERFORM LIMPATELA
               DISPLAY "ENTRADA DEVE SER MENOR QUE O VALOR DE PAGAMENTO"
                   AT 1905
               GO TO R-ENTRADA
           ELSE IF VENDA-FINANBANCO
               PERFORM LIMPATELA
               GO TO R-BANCO
           ELSE
               PERFORM LIMPATELA
               GO TO R-PARCELAS.

      *RECEBE O BANCO QUE FINANCIA O CLIENTE NO CDC - SO BANCO ATIVO
      *NO CADBANCO (P172945). O RISCO DO CREDITO E DO BANCO, ENTAO A
      *POLITICA DO CADPOLIT NAO SE APLICA E NAO HA CARNE NO CADPARC
       R-BANCO.
           DISPLAY "CODIGO DO BANCO:" AT 1805
           ACCEPT CDCBANCO AT 1822
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-ENTRADA
           END-IF
           PERFORM LERBANCO
           IF BSBANCO = 1
               DISPLAY "BANCO NAO CADASTRADO OU INATIVO" AT 1905
               GO TO R-BANCO
           ELSE
               PERFORM LIMPATELA
               GO TO R-APROVACAO.

      *RECEBE O NUMERO DA APROVACAO DO CREDITO DADO PELO BANCO
       R-APROVACAO.
           DISPLAY CDCNOMEBANCO AT 1705
           DISPLAY "NUMERO DA APROVACAO:" AT 1805
           ACCEPT CDCAPROV AT 1826
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-BANCO
           ELSE IF CDCAPROV = SPACES
               DISPLAY "INFORME A APROVACAO DO BANCO" AT 1905
               GO TO R-APROVACAO
           ELSE
               PERFORM LIMPATELA
               GO TO R-RETORNO.

      *MOSTRA O VALOR FINANCIADO E RECEBE O PERCENTUAL DE RETORNO,
      *SUGERIDO PELO CADASTRO DO BANCO
       R-RETORNO.
           COMPUTE CDCVALOR = VALORPAGAMENTO - VALORENTRADA
           MOVE CDCVALOR TO ED-CDCVALOR
           DISPLAY CDCNOMEBANCO AT 1705
           DISPLAY "VALOR FINANCIADO PELO BANCO:" AT 1805
           DISPLAY ED-CDCVALOR AT 1834
           DISPLAY "RETORNO DO BANCO (%):" AT 1905
           ACCEPT CDCRETPCT AT 1927
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-APROVACAO
           ELSE
               PERFORM LIMPATELA
               GO TO VERIFICAOPC.

      *RECEBE A QUANTIDADE DE PARCELAS E CALCULA O VALOR DE CADA UMA
       R-PARCELAS.
           DISPLAY "NUMERO DE PARCELAS:" AT 1805
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
                           MOVE 0 TO EXISTENCIA
                           PERFORM LIMPAVAR
                           DISPLAY TELAVEICULO
                           GO TO MENUPRINC
                       END-IF
      *OS VALORES DO CARRO DE FROTA SAO A PARTE DELE NO PLANO DA
      *NEGOCIACAO - NAO PODEM SER REGRAVADOS CARRO A CARRO
                       IF VEIC-VENDIDO
                           PERFORM CHECAFROTA
                           IF FROTAATIVA = 1
                               PERFORM LIMPATELA
                               DISPLAY "VENDA DE FROTA - ALTERACAO "
                                   AT 2010
                               DISPLAY "NAO PERMITIDA" AT 2037
                               MOVE 0 TO EXISTENCIA
                               PERFORM LIMPAVAR
                               GO TO MENUPRINC
                           END-IF
                       END-IF
                       MOVE 1 TO EXISTENCIA
                       MOVE REGVEIC TO ANTESVEIC
                       MOVE 0 TO EXISTENCIA
                       PERFORM LIMPATELA
                       PERFORM LIMPAVAR
                       GO TO MENUPRINC
                   END-IF
                 ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADVEIC" AT 2210
               PERFORM LIMPAVAR
               DISPLAY "ACESSO NEGADO - SEM DIREITO DE CADASTRO"
                   AT 2010
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "GRAVAR DADOS?" AT 2005
               MOVE FILIALOPER TO FILIAL
               MOVE 1 TO VERSAO
               WRITE REGVEIC
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNVEIC
               IF ERRO = "00" OR "02"
                   MOVE "I" TO AUDITIPO
                   MOVE "CADVEIC" TO EVENTOARQ
                       PERFORM IMPRIMEPARC
                       PERFORM GRAVAPARC
                   END-IF
                   IF VENDA-FINANBANCO
                       PERFORM GRAVACDC
                   END-IF
                   IF ORCANUM NOT = ZEROES
                       PERFORM CONVERTEORCA
                   END-IF
                   IF NOT VEIC-VENDIDO
                       EVALUATE TRUE
                       WHEN VEIC-CONSIGNADO
                           MOVE "G" TO ORIGVIST
                       WHEN ORIGEMCOMPRA = "T"
                           MOVE "T" TO ORIGVIST
                       WHEN OTHER
                           MOVE "C" TO ORIGVIST
                       END-EVALUATE
                       PERFORM ABREVISTORIA
                   END-IF
                   IF VEIC-COM-TROCA AND TROCACHASSI NOT = SPACES
                       PERFORM GRAVATROCAVEIC
                   END-IF
                   END-IF
                   PERFORM R-FICHATEC
                   DISPLAY "DADOS GRAVADOS" AT 2210
                   GO TO MENUPRINC
               ELSE IF ERRO = "22"
                   DISPLAY "CADVEIC JA EXISTE " AT 2210
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADVEIC" AT 2210
                   GO TO MENUPRINC
               END-IF
           ELSE
               PERFORM LIMPAVAR
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *ALTERA DADOS DO VEICULO NO ARQUIVO - CONFERE SE A VERSAO EM
      *DISCO AINDA E A MESMA QUE FOI LIDA, PARA EVITAR QUE UM SEGUNDO
               IF PERIODOBLOQ = 1
                   DISPLAY "ALTERACAO RECUSADA - PERIODO FECHADO"
                       AT 2010
                   GO TO MENUPRINC
               END-IF
               ADD 1 TO VERSAO
               REWRITE REGVEIC
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNVEIC
               IF ERRO = "00" OR "02"
                   IF AJUSTEPEND = 1
                       PERFORM AJUSTASALDOFECH
                           PERFORM LIMPAPARCAVISTA
                       END-IF
                   END-IF
      *BANCO, APROVACAO E RETORNO FICAM NO CADCDC, FORA DO REGISTRO
      *DO VEICULO - A VENDA POR BANCO SEMPRE REGRAVA O REPASSE
                   IF VENDA-FINANBANCO
                       PERFORM GRAVACDC
                   ELSE
                       PERFORM CANCELACDC
                   END-IF
                   IF ORCANUM NOT = ZEROES
                       PERFORM CONVERTEORCA
                   END-IF
                       PERFORM GRAVATROCAVEIC
                   END-IF
                   DISPLAY "INFORMACOES DE VEICULO ALTERADAS" AT 2010
                   GO TO MENUPRINC
               ELSE
                   DISPLAY "ERRO AO ALTERAR DADOS DO VEICULO" AT 2010
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE EDITADOVEIC TO REGVEIC
               DISPLAY "VEICULO ALTERADO POR OUTRO OPERADOR - REFACA" AT
                   2010
           GO TO MENUPRINC.

      *GRAVA NO ARQUIVO INDEXADO DE AUDITORIA AS IMAGENS ANTES E
      *DEPOIS DA ALTERACAO, COM CHAVE PESQUISAVEL PELO P172912
               MOVE ANTESVEIC TO AUD-ANTES
               MOVE REGVEIC TO AUD-DEPOIS
               WRITE REGAUDIT
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAUDIT
               IF ERROAUD = "00" OR ERROAUD = "02"
                   PERFORM SELAEVENTO
               END-IF
               CLOSE CADAUDIT
           END-IF.

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

      *IMPRIME O DEMONSTRATIVO DE PARCELAS DA VENDA FINANCIADA
       IMPRIMEPARC.
           OPEN EXTEND AMORTIZ
                   OPEN I-O CADPARC
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPARC" AT 2210
                   GO TO MENUPRINC
               END-IF
           END-IF
           ACCEPT DATASISTEMA FROM DATE YYYYMMDD
               PERFORM PROXDIAUTIL
               MOVE VENCUTIL TO PR-VENCTO
               MOVE VALORPARCELA TO PR-VALOR
      *PARCELA EM ABERTO COM PAGAMENTO PARCIAL MANTEM O QUE JA FOI
      *RECEBIDO - O DINHEIRO ESTA NO CAIXA
               IF ERROPARC NOT = "00" OR NOT PARC-ABERTA
                   MOVE ZEROES TO PR-DATAPAGTO PR-VALORPAGO
               END-IF
               MOVE 0 TO PR-SITUACAO
      *PARCELA GERADA OU REGERADA AINDA NAO FOI AO BANCO - SEM A
      *LIMPEZA ELA HERDARIA O LOTE DE REMESSA QUE FICOU NO BUFFER
               MOVE ZEROES TO PR-REMESSA
               IF ERROPARC = "00"
                   REWRITE REGPARC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNPARC
               ELSE
                   WRITE REGPARC
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNPARC
               END-IF
           END-IF
           ADD 1 TO PARC-IND.
               ELSE
                   IF PARC-ABERTA
                       DELETE CADPARC
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNPARC
                   END-IF
               END-IF
           END-IF.
           IF ERRO NOT = "00"
               PERFORM LIMPATELA
               DISPLAY "VEICULO NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF
           IF NOT VEIC-VENDIDO
               PERFORM LIMPATELA
               DISPLAY "VEICULO NAO ESTA VENDIDO" AT 2010
               GO TO MENUPRINC
           END-IF
      *CARRO VENDIDO EM NEGOCIACAO DE FROTA TEM PLANO DE PAGAMENTO E
      *CAIXA DA NEGOCIACAO INTEIRA - O ESTORNO E FEITO NO P172944
           PERFORM CHECAFROTA
           IF FROTAATIVA = 1
               PERFORM LIMPATELA
               DISPLAY "VENDA DE FROTA - ESTORNE A NEGOCIACAO" AT 2010
               DISPLAY FROTANUM AT 2048
               DISPLAY "NO P172944" AT 2055
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "ESTORNO DA VENDA DE" AT 1805
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR MOTIVOEST = SPACES
               PERFORM LIMPATELA
               GO TO MENUPRINC
           END-IF
           PERFORM R-AUTORIZAFECH
           IF BSOPER2 = 1
               PERFORM LIMPATELA
               DISPLAY "AUTORIZACAO NEGADA - ESTORNO CANCELADO"
                   AT 2010
               GO TO MENUPRINC
           END-IF
           ACCEPT HOJEEST FROM DATE YYYYMMDD
           PERFORM GRAVAESTORNO
           IF ERROEST NOT = "00" AND ERROEST NOT = "02"
               PERFORM LIMPATELA
               DISPLAY "ERRO AO GRAVAR O ESTORNO" AT 2010
               GO TO MENUPRINC
           END-IF
           PERFORM ESTORNAPARC
           PERFORM ESTORNATRIB
           PERFORM ESTORNAPAGCONSIG
           PERFORM ESTORNAITENS
           PERFORM CANCELANF
           PERFORM FECHAEPISODIOEST
           PERFORM CANCELADETRAN
           PERFORM CANCELACDC
           MOVE REGVEIC TO EVENTOANTES
           MOVE ZEROES TO VENDA
           MOVE 0 TO STATUSVEIC
           ADD 1 TO VERSAO
           REWRITE REGVEIC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVEIC
           IF ERRO = "00" OR "02"
               MOVE "A" TO AUDITIPO
               MOVE "CADVEIC" TO EVENTOARQ
               CLOSE CADVEIC
               OPEN I-O CADVEIC
               DISPLAY "VENDA ESTORNADA - VEICULO DISPONIVEL" AT 2010
               IF CDCPAGO = 1
                   DISPLAY "REPASSE DO BANCO JA RECEBIDO - DEVOLVER"
                       AT 2110
               END-IF
               GO TO MENUPRINC
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO ESTORNAR A VENDA" AT 2010
               GO TO MENUPRINC
           END-IF.

      *PROCURA O CHASSI NOS CARROS DE NEGOCIACAO DE FROTA AINDA
      *FECHADA (CADFRITE)
       CHECAFROTA.
           MOVE 0 TO FROTAATIVA
           MOVE ZEROES TO FROTANUM
           OPEN INPUT CADFRITE
           IF ERROFRI = "00"
               MOVE 0 TO FIMFRITE
               MOVE CHASSI TO FI-CHASSI
               START CADFRITE KEY IS EQUAL FI-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMFRITE
               END-START
               PERFORM CHECAFROTA-LOOP UNTIL FIMFRITE = 1
               CLOSE CADFRITE
           END-IF
           MOVE "00" TO ERROFRI.

       CHECAFROTA-LOOP.
           READ CADFRITE NEXT
           IF ERROFRI NOT = "00"
               MOVE 1 TO FIMFRITE
           ELSE
               IF FI-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMFRITE
               ELSE
                   IF FRITE-FECHADA
                       MOVE 1 TO FROTAATIVA
                       MOVE FI-NUMERO TO FROTANUM
                   END-IF
               END-IF
           END-IF.

      *GRAVA O REGISTRO DO ESTORNO COM OS VALORES DA VENDA CANCELADA
               MOVE MOTIVOEST TO ES-MOTIVO
               MOVE OPERADOR TO ES-OPERADOR
               WRITE REGESTOR
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNESTOR
               CLOSE CADESTOR
               MOVE "00" TO ERROEST
           END-IF.
                   IF PARC-ABERTA
                       MOVE 2 TO PR-SITUACAO
                       REWRITE REGPARC
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNPARC
                   END-IF
               END-IF
           END-IF.
               READ CADTRIB
               IF ERROTRB = "00"
                   DELETE CADTRIB
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNTRIB
               END-IF
               CLOSE CADTRIB
           END-IF
                   IF PAG-CONSIGNACAO AND PAG-ABERTA
                       MOVE 2 TO PG-SITUACAO
                       REWRITE REGPAG
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNPAG
                   END-IF
               END-IF
           END-IF.
               IF EPISACHOU = 1 AND EPISABERTO = 1
                   MOVE HOJEEST TO HS-DATAFIM
                   REWRITE REGHIST
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNHIST
               END-IF
               CLOSE CADHIST
           END-IF
           IF ERRO NOT = "00"
               PERFORM LIMPATELA
               DISPLAY "VEICULO NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "PROPRIETARIO ATUAL:" AT 1805
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO MENUPRINC
           END-IF
           MOVE NOVOCPF TO WS-CPF
           PERFORM VALIDACPF
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               PERFORM LIMPATELA
               GO TO MENUPRINC
           END-IF
           PERFORM ABREHIST
           IF ERROHIS NOT = "00"
               PERFORM LIMPATELA
               DISPLAY "ARQUIVO DE HISTORICO INDISPONIVEL" AT 2010
               GO TO MENUPRINC
           END-IF
           ACCEPT HOJEHIST FROM DATE YYYYMMDD
           PERFORM BUSCAULTEPIS
                   MOVE VALORVENDA TO HS-VALORVENDA
                   MOVE VALORTROCA TO HS-VALORTROCA
                   WRITE REGHIST
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNHIST
               END-IF
           ELSE
               IF EPISABERTO = 1
                   MOVE HOJEHIST TO HS-DATAFIM
                   REWRITE REGHIST
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNHIST
               END-IF
           END-IF
           ADD 1 TO EPISSEQ
           MOVE HOJEHIST TO HS-DATAINI
           MOVE ZEROES TO HS-DATAFIM HS-VALORVENDA HS-VALORTROCA
           WRITE REGHIST
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNHIST
           CLOSE CADHIST
           MOVE REGVEIC TO EVENTOANTES
           MOVE NOVOCPF TO P-CPF
           ADD 1 TO VERSAO
           REWRITE REGVEIC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVEIC
           IF ERRO = "00" OR "02"
               MOVE "A" TO AUDITIPO
               MOVE "CADVEIC" TO EVENTOARQ
               CLOSE CADVEIC
               OPEN I-O CADVEIC
               DISPLAY "TRANSFERENCIA REGISTRADA" AT 2010
               GO TO MENUPRINC
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO TRANSFERIR O VEICULO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *CONFERE O NOVO PROPRIETARIO NO CADASTRO
               MOVE "E" TO TIPOCAIXA
               MOVE "ENTRADA DE FINANCIAMENTO" TO HISTCAIXA
               MOVE VALORENTRADA TO VALORCAIXA
           ELSE IF VENDA-FINANBANCO
      *O VALOR FINANCIADO ENTRA QUANDO O BANCO REPASSA (TIPO B, P172946)
               MOVE "E" TO TIPOCAIXA
               MOVE "ENTRADA FINANC. BANCO" TO HISTCAIXA
               MOVE VALORENTRADA TO VALORCAIXA
           ELSE
               MOVE "V" TO TIPOCAIXA
               MOVE "VENDA A VISTA" TO HISTCAIXA
               MOVE OPERADOR TO CX-OPERADOR
               MOVE HISTCAIXA TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.
                           MOVE 2 TO RS-SITUACAO
                       END-IF
                       REWRITE REGRES
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNRES
                   END-IF
                   CLOSE CADRES
               END-IF
               MOVE OPERADOR TO CX-OPERADOR
               MOVE "DEVOLUCAO DE SINAL DE RESERVA" TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.
               MOVE 0 TO NF-SITUACAO
               MOVE SPACES TO NF-MOTIVO
               WRITE REGNF
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNNF
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRONF.
                       MOVE 1 TO NF-SITUACAO
                       MOVE MOTIVOEST TO NF-MOTIVO
                       REWRITE REGNF
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNNF
                   END-IF
               END-IF
           END-IF.
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
               MOVE 1 TO FIMITEM
           ELSE
               PERFORM LERPRODUTO
               IF BSPROD = 0
                   PERFORM CHECASALDO
               END-IF
               IF BSPROD = 0
                   PERFORM GRAVAITEM
               END-IF
           END-IF
           MOVE "00" TO ERROPRD.

      *ITEM COM SALDO CONTROLADO NO CADESTQ (P172940) SEM UNIDADE EM
      *ESTOQUE SO SAI NA VENDA COM AUTORIZACAO DE SUPERVISOR - ITEM
      *SEM REGISTRO DE SALDO NAO E CONTROLADO, COMO NO
      *MOVIMENTAESTOQUE
       CHECASALDO.
           MOVE 0 TO SEMSALDO
           OPEN INPUT CADESTQ
           IF ERROESQ = "00"
               MOVE PRODITEM TO EQ-PRODUTO
               READ CADESTQ
               IF ERROESQ = "00" AND EQ-SALDO < 1
                   MOVE 1 TO SEMSALDO
               END-IF
               CLOSE CADESTQ
           END-IF
           MOVE "00" TO ERROESQ
           IF SEMSALDO = 1
               DISPLAY "ITEM SEM SALDO EM ESTOQUE - AUTORIZACAO"
                   AT 2205
               DISPLAY "DE SUPERVISOR NECESSARIA" AT 2305
               PERFORM R-AUTORIZASUPERVISOR
               DISPLAY "                                       " AT 2002
               DISPLAY "                                       " AT 2041
               DISPLAY "                                       " AT 2102
               DISPLAY "                                       " AT 2141
               DISPLAY "                                       " AT 2202
               DISPLAY "                                       " AT 2241
               DISPLAY "                                       " AT 2302
               DISPLAY "                                       " AT 2341
               IF BSOPER2 = 1
                   MOVE 1 TO BSPROD
                   DISPLAY "AUTORIZACAO NEGADA - ITEM NAO LANCADO"
                       AT 2105
               END-IF
           END-IF.

      *GRAVA O ITEM DA VENDA COM A PROXIMA SEQUENCIA DO CHASSI -
      *VALOR EM BRANCO ASSUME O PRECO DE TABELA DO CATALOGO
       GRAVAITEM.
               MOVE DATAVENDA TO IT-DATA
               MOVE 0 TO IT-EXPORTADO
               WRITE REGITEM
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNITEM
               CLOSE CADITEM
               DISPLAY "ITEM LANCADO" AT 2105
               MOVE PRODITEM TO PRODMOV
               MOVE -1 TO QTDMOV
               MOVE "V" TO TIPOMOV
               MOVE CHASSI TO DOCMOV
               PERFORM MOVIMENTAESTOQUE
           END-IF
           MOVE "00" TO ERROITE.

               END-IF
           END-IF.

      *DEVOLVE AO ESTOQUE OS ITENS LANCADOS NA VENDA ESTORNADA - SO OS
      *DA DATA DESTA VENDA, OS DE UMA VENDA ANTERIOR JA VOLTARAM
       ESTORNAITENS.
           OPEN INPUT CADITEM
           IF ERROITE = "00"
               MOVE 0 TO FIMITELER
               MOVE CHASSI TO IT-CHASSI
               MOVE ZEROES TO IT-SEQ
               START CADITEM KEY IS GREATER THAN CHAVEITEM
                   INVALID KEY
                       MOVE 1 TO FIMITELER
               END-START
               PERFORM ESTORNAITENS-LOOP UNTIL FIMITELER = 1
               CLOSE CADITEM
           END-IF
           MOVE "00" TO ERROITE.

       ESTORNAITENS-LOOP.
           READ CADITEM NEXT
           IF ERROITE NOT = "00"
               MOVE 1 TO FIMITELER
           ELSE
               IF IT-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMITELER
               ELSE
                   IF IT-DATA = DATAVENDA
                       MOVE IT-PRODUTO TO PRODMOV
                       MOVE 1 TO QTDMOV
                       MOVE "D" TO TIPOMOV
                       MOVE CHASSI TO DOCMOV
                       PERFORM MOVIMENTAESTOQUE
                   END-IF
               END-IF
           END-IF.

      *SOMA A QUANTIDADE NO SALDO DE ESTOQUE DO ITEM (CADESTQ, P172940)
      *E GRAVA O MOVIMENTO - ITEM SEM SALDO CADASTRADO NAO TEM O
      *ESTOQUE CONTROLADO (SERVICOS DO CATALOGO) E E IGNORADO
       MOVIMENTAESTOQUE.
           OPEN I-O CADESTQ
           IF ERROESQ = "00"
               MOVE PRODMOV TO EQ-PRODUTO
               READ CADESTQ
               IF ERROESQ = "00"
                   ACCEPT DATAMOV FROM DATE YYYYMMDD
                   ADD QTDMOV TO EQ-SALDO
                   MOVE DATAMOV TO EQ-ULTMOV
                   REWRITE REGESTQ
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNESTQ
                   PERFORM GRAVAMOVIMENTO
               END-IF
               CLOSE CADESTQ
           END-IF
           MOVE "00" TO ERROESQ.

      *GRAVA O MOVIMENTO COM A PROXIMA SEQUENCIA DO ITEM
       GRAVAMOVIMENTO.
           OPEN I-O CADMOVP
           IF ERROMVP = "30" OR ERROMVP = "35"
               OPEN OUTPUT CADMOVP
               CLOSE CADMOVP
               OPEN I-O CADMOVP
           END-IF
           IF ERROMVP = "00"
               PERFORM BUSCAULTMOV
               MOVE PRODMOV TO MV-PRODUTO
               COMPUTE MV-SEQ = SEQMOV + 1
               MOVE DATAMOV TO MV-DATA
               MOVE TIPOMOV TO MV-TIPO
               MOVE QTDMOV TO MV-QTD
               MOVE ZEROES TO MV-FORNECEDOR MV-CUSTO
               MOVE DOCMOV TO MV-DOCUMENTO
               MOVE OPERADOR TO MV-OPERADOR
               WRITE REGMOVP
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNMOVP
               CLOSE CADMOVP
           END-IF
           MOVE "00" TO ERROMVP.

       BUSCAULTMOV.
           MOVE ZEROES TO SEQMOV
           MOVE 0 TO FIMMOV
           MOVE PRODMOV TO MV-PRODUTO
           MOVE ZEROES TO MV-SEQ
           START CADMOVP KEY IS GREATER THAN CHAVEMOVP
               INVALID KEY
                   MOVE 1 TO FIMMOV
           END-START
           PERFORM BUSCAULTMOV-LOOP UNTIL FIMMOV = 1.

       BUSCAULTMOV-LOOP.
           READ CADMOVP NEXT
           IF ERROMVP NOT = "00"
               MOVE 1 TO FIMMOV
               MOVE "00" TO ERROMVP
           ELSE
               IF MV-PRODUTO NOT = PRODMOV
                   MOVE 1 TO FIMMOV
               ELSE
                   MOVE MV-SEQ TO SEQMOV
               END-IF
           END-IF.

      *FICHA TECNICA NA ENTRADA DO VEICULO NO ESTOQUE - HODOMETRO,
      *COMBUSTIVEL (G/E/D/F), CAMBIO (M/A) E PORTAS. A LEITURA DO
      *HODOMETRO ABRE O HISTORICO DO CHASSI (EVENTO E)
               MOVE CAMBIOINF TO FC-CAMBIO
               MOVE PORTASINF TO FC-PORTAS
               WRITE REGFICHA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNFICHA
               IF ERROFIC = "22"
                   REWRITE REGFICHA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFICHA
               END-IF
               CLOSE CADFICHA
           END-IF
                   MOVE EVENTOKM TO KM-EVENTO
                   MOVE OPERADOR TO KM-OPERADOR
                   WRITE REGKM
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNKM
                   CLOSE CADKM
               END-IF
               MOVE "00" TO ERROKM
               IF ERROFIC = "00"
                   MOVE KMINF TO FC-KM
                   REWRITE REGFICHA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFICHA
               ELSE
                   MOVE CHASSI TO FC-CHASSI
                   MOVE KMINF TO FC-KM
                   MOVE SPACES TO FC-COMBUSTIVEL FC-CAMBIO
                   MOVE ZEROES TO FC-PORTAS
                   WRITE REGFICHA
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNFICHA
               END-IF
               CLOSE CADFICHA
           END-IF
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

      *ABRE O CONTROLE DA TRANSFERENCIA NO DETRAN DA VENDA FECHADA
      *(CADDETR) COM OS PRAZOS DA COMUNICACAO DE VENDA E DA
      *TRANSFERENCIA PELO COMPRADOR. A COMUNICACAO SAI NO LOTE DO
      *EXPCOMUN E O ANDAMENTO E REGISTRADO NO P172943
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

      *CANCELA O CONTROLE DO DETRAN DA VENDA ESTORNADA - NAO HA MAIS
      *COMPRADOR PARA TRANSFERIR
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

      *LE O BANCO DO CDC NO CADBANCO - BANCO NOVO NA VENDA TRAZ O
      *PERCENTUAL DE RETORNO E O PRAZO DE REPASSE DO CADASTRO
       LERBANCO.
           MOVE 1 TO BSBANCO
           MOVE SPACES TO CDCNOMEBANCO
           OPEN INPUT CADBANCO
           IF ERROBCO = "00"
               MOVE CDCBANCO TO BC-CODIGO
               READ CADBANCO
               IF ERROBCO = "00" AND BANCO-ATIVO
                   MOVE 0 TO BSBANCO
                   MOVE BC-NOME TO CDCNOMEBANCO
                   MOVE BC-PRAZO TO CDCPRAZO
                   IF CDCBANCO NOT = CDCBANCOANT
                       MOVE BC-RETORNO TO CDCRETPCT
                       MOVE CDCBANCO TO CDCBANCOANT
                   END-IF
               ELSE IF ERROBCO = "00"
                   MOVE BC-NOME TO CDCNOMEBANCO
               END-IF
               CLOSE CADBANCO
           END-IF
           MOVE "00" TO ERROBCO.

      *TRAZ PARA A TELA O BANCO, A APROVACAO E O RETORNO DO REPASSE
      *EM ABERTO - NA ALTERACAO DA VENDA O OPERADOR SO CONFIRMA
       CARREGACDC.
           PERFORM BUSCACDC
           IF CDCACHOU = 1
               MOVE CDCANTES TO REGCDC
               MOVE CD-BANCO TO CDCBANCO CDCBANCOANT
               MOVE CD-APROVACAO TO CDCAPROV
               MOVE CD-RETORNOPCT TO CDCRETPCT
               MOVE CD-PRAZO TO CDCPRAZO
           END-IF.

      *PROCURA OS REPASSES DO CHASSI COM O CADCDC SO PARA LEITURA
       BUSCACDC.
           MOVE 0 TO CDCACHOU CDCACHOUVENDA CDCPAGO
           MOVE ZEROES TO CDCULTSEQ
           OPEN INPUT CADCDC
           IF ERROCDC = "00"
               PERFORM PROCURACDC
               CLOSE CADCDC
           END-IF
           MOVE "00" TO ERROCDC.

      *PERCORRE OS REPASSES DO CHASSI - GUARDA O EM ABERTO (SO HA UM
      *POR VEZ), O DA VENDA ATUAL E A ULTIMA SEQUENCIA USADA
       PROCURACDC.
           MOVE 0 TO CDCACHOU CDCACHOUVENDA CDCPAGO
           MOVE ZEROES TO CDCULTSEQ
           MOVE SPACES TO CDCANTES CDCDAVENDA
           MOVE 0 TO FIMCDC
           MOVE CHASSI TO CD-CHASSI
           MOVE ZEROES TO CD-SEQ
           START CADCDC KEY IS NOT LESS THAN CHAVECDC
               INVALID KEY
                   MOVE 1 TO FIMCDC
           END-START
           PERFORM PROCURACDC-LOOP UNTIL FIMCDC = 1.

       PROCURACDC-LOOP.
           READ CADCDC NEXT
           IF ERROCDC NOT = "00"
               MOVE 1 TO FIMCDC
           ELSE
               IF CD-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMCDC
               ELSE
                   MOVE CD-SEQ TO CDCULTSEQ
                   IF CDC-ABERTO
                       MOVE 1 TO CDCACHOU
                       MOVE REGCDC TO CDCANTES
                   END-IF
                   IF NOT CDC-CANCELADO AND DATAVENDA NOT = ZEROES
                       AND CD-DATAVENDA = DATAVENDA
                       MOVE 1 TO CDCACHOUVENDA
                       MOVE REGCDC TO CDCDAVENDA
                       IF CDC-PAGO
                           MOVE 1 TO CDCPAGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *GRAVA O REPASSE A RECEBER DO BANCO: VALOR FINANCIADO (PAGAMENTO
      *MENOS A ENTRADA) E O RETORNO SOBRE ELE. REGRAVA O EM ABERTO;
      *REPASSE JA BAIXADO DESTA VENDA NAO E REABERTO
       GRAVACDC.
           OPEN I-O CADCDC
           IF ERROCDC NOT = "00"
               IF ERROCDC = "30" OR ERROCDC = "35"
                   OPEN OUTPUT CADCDC
                   CLOSE CADCDC
                   OPEN I-O CADCDC
               END-IF
           END-IF
           IF ERROCDC = "00"
               PERFORM PROCURACDC
               IF CDCACHOU = 0 AND CDCPAGO = 1
                   CLOSE CADCDC
               ELSE
                   IF CDCACHOU = 1
                       MOVE CDCANTES TO REGCDC
                   ELSE
                       INITIALIZE REGCDC
                       MOVE CHASSI TO CD-CHASSI
                       COMPUTE CD-SEQ = CDCULTSEQ + 1
                       ACCEPT CD-DATACAD FROM DATE YYYYMMDD
                       MOVE "A" TO CD-SITUACAO
                   END-IF
                   MOVE CDCBANCO TO CD-BANCO
                   MOVE P-CPF TO CD-CPF
                   MOVE CDCAPROV TO CD-APROVACAO
                   COMPUTE CD-VALORFINANC =
                       VALORPAGAMENTO - VALORENTRADA
                   MOVE CDCRETPCT TO CD-RETORNOPCT
                   COMPUTE CD-RETORNO ROUNDED =
                       CD-VALORFINANC * CD-RETORNOPCT / 100
                   MOVE CDCPRAZO TO CD-PRAZO
                   IF CD-DATAVENDA NOT = ZEROES
                       MOVE CD-PRAZO TO DIASPRAZO
                       PERFORM SOMAPRAZO
                       MOVE DATAPRAZO TO CD-PREVISTO
                   END-IF
                   MOVE FILIAL TO CD-FILIAL
                   MOVE OPERADOR TO CD-OPERADOR
                   IF CDCACHOU = 1
                       REWRITE REGCDC
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNCDC
                   ELSE
                       WRITE REGCDC
                       MOVE "I" TO PJ-OPERACAO
                       PERFORM JORNCDC
                   END-IF
                   CLOSE CADCDC
               END-IF
           END-IF
           MOVE "00" TO ERROCDC.

      *CANCELA O REPASSE EM ABERTO - VENDA REGRAVADA SEM BANCO OU
      *ESTORNADA. REPASSE JA RECEBIDO FICA BAIXADO E A DEVOLUCAO AO
      *BANCO E ACERTADA FORA DO SISTEMA
       CANCELACDC.
           MOVE 0 TO CDCPAGO
           OPEN I-O CADCDC
           IF ERROCDC = "00"
               PERFORM PROCURACDC
               IF CDCACHOU = 1
                   MOVE CDCANTES TO REGCDC
                   MOVE "X" TO CD-SITUACAO
                   MOVE OPERADOR TO CD-OPERADOR
                   REWRITE REGCDC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNCDC
               END-IF
               CLOSE CADCDC
           END-IF
           MOVE "00" TO ERROCDC.

      *NA CONCLUSAO DA VENDA O REPASSE EM ABERTO RECEBE A DATA DA
      *VENDA E A DATA PREVISTA PELO PRAZO COMBINADO COM O BANCO
       DATACDC.
           OPEN I-O CADCDC
           IF ERROCDC = "00"
               PERFORM PROCURACDC
               IF CDCACHOU = 1
                   MOVE CDCANTES TO REGCDC
                   MOVE DATAVENDA TO CD-DATAVENDA
                   MOVE CD-PRAZO TO DIASPRAZO
                   PERFORM SOMAPRAZO
                   MOVE DATAPRAZO TO CD-PREVISTO
                   MOVE P-CPF TO CD-CPF
                   MOVE FILIAL TO CD-FILIAL
                   REWRITE REGCDC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNCDC
               END-IF
               CLOSE CADCDC
           END-IF
           MOVE "00" TO ERROCDC.

      *AGENDA NO CONTAS A PAGAR (CADPAG) O QUE A LOJA DEVE PELA
      *COMPRA DO VEICULO - AO FORNECEDOR INFORMADO OU AO PARTICULAR
      *DO CPF DE ORIGEM. A BAIXA E FEITA NO P172925
               MOVE ZEROES TO PG-DATAPAGTO PG-VALORPAGO
               MOVE 0 TO PG-SITUACAO
               WRITE REGPAG
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPAG
               CLOSE CADPAG
           END-IF
           MOVE "00" TO ERROPAG.
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

      *GRAVA O EPISODIO DE PROPRIEDADE DA VENDA FECHADA
       EPISODIOVENDA.
           PERFORM ABREHIST
                   MOVE VALORVENDA TO HS-VALORVENDA
                   MOVE VALORTROCA TO HS-VALORTROCA
                   WRITE REGHIST
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNHIST
               END-IF
               CLOSE CADHIST
           END-IF.
           MOVE 0 TO STATUSVEIC
           MOVE 1 TO VERSAO
           WRITE REGVEIC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNVEIC
           IF ERRO = "00" OR ERRO = "02"
               MOVE "I" TO AUDITIPO
               MOVE "CADVEIC" TO EVENTOARQ
               MOVE CHASSI TO EVENTOCHAVE
               MOVE REGVEIC TO EVENTODEPOIS
               PERFORM GRAVAEVENTO
               MOVE "T" TO ORIGVIST
               PERFORM ABREVISTORIA
               DISPLAY "VEICULO DA TROCA INCLUIDO NO ESTOQUE" AT 2110
      *O USADO DA TROCA TAMBEM ENTRA NO ESTOQUE - A FICHA TECNICA E
      *A LEITURA DE ABERTURA DO HODOMETRO SAEM AQUI, ENQUANTO O
           MOVE SPACES TO TROCACHASSI
           MOVE "00" TO ERRO.

      *ABRE A VISTORIA DE ENTRADA PENDENTE DO CHASSI QUE ACABOU DE
      *ENTRAR NO ESTOQUE - O INSPETOR FAZ A VISTORIA NO P172959
       ABREVISTORIA.
           OPEN I-O CADVIST
           IF ERROVIS NOT = "00"
               IF ERROVIS = "30" OR ERROVIS = "35"
                   OPEN OUTPUT CADVIST
                   CLOSE CADVIST
                   OPEN I-O CADVIST
               END-IF
           END-IF
           IF ERROVIS = "00"
               MOVE SPACES TO REGVIST
               MOVE CHASSI TO VI-CHASSI
               ACCEPT VI-DATA FROM DATE YYYYMMDD
               MOVE ORIGVIST TO VI-ORIGEM
               MOVE FILIAL TO VI-FILIAL
               MOVE "P" TO VI-SITUACAO
               MOVE ZEROES TO VI-DATAVIST VI-KM VI-QTDITENS VI-QTDOK
                   VI-QTDDANO VI-QTDFALTA VI-ABERTOS
               WRITE REGVIST
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNVIST
               CLOSE CADVIST
           END-IF
           MOVE "00" TO ERROVIS.

      *GERA O CONTRATO/RECIBO DA VENDA EM CONTRATO.TXT - COMPRADOR
      *COM ENDERECO RESOLVIDO PELO CEP, NOMES DE MARCA, MODELO E COR
      *PELOS CODIGOS E AS CONDICOES DO FINANCIAMENTO COMO GRAVADAS
                   INTO LINHACON
               END-STRING
               WRITE LINHACON
           ELSE IF VENDA-FINANBANCO
               PERFORM CONTRATOCDC
           ELSE
               MOVE "PAGAMENTO A VISTA" TO LINHACON
               WRITE LINHACON
           END-IF.

      *CONDICOES DO FINANCIAMENTO POR BANCO COMO GRAVADAS NO CADCDC
       CONTRATOCDC.
           PERFORM BUSCACDC
           IF CDCACHOUVENDA = 1
               MOVE CDCDAVENDA TO REGCDC
           ELSE IF CDCACHOU = 1
               MOVE CDCANTES TO REGCDC
           ELSE
               INITIALIZE REGCDC
           END-IF
           MOVE CD-BANCO TO CDCBANCO
           PERFORM LERBANCO
           MOVE VALORENTRADA TO ED-CONENTRADA
           MOVE CD-VALORFINANC TO ED-CDCVALOR
           MOVE SPACES TO LINHACON
           STRING "FINANCIADO PELO BANCO: " DELIMITED BY SIZE
               CDCNOMEBANCO DELIMITED BY SIZE
               " APROVACAO: " DELIMITED BY SIZE
               CD-APROVACAO DELIMITED BY SIZE
               INTO LINHACON
           END-STRING
           WRITE LINHACON
           MOVE SPACES TO LINHACON
           STRING "ENTRADA: " DELIMITED BY SIZE
               ED-CONENTRADA DELIMITED BY SIZE
               " VALOR FINANCIADO: " DELIMITED BY SIZE
               ED-CDCVALOR DELIMITED BY SIZE
               INTO LINHACON
           END-STRING
           WRITE LINHACON.

      *ITENS ADICIONAIS DA VENDA NO CONTRATO, COM O TOTAL
       CONTRATOITENS.
           MOVE ZEROES TO TOTITENS
               IF ERROORC = "00"
                   MOVE 1 TO OR-SITUACAO
                   REWRITE REGORCA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNORCA
               END-IF
               CLOSE CADORCA
           END-IF
                       PERFORM LIMPATELA
                       DISPLAY "CONTRATO REIMPRESSO EM CONTRATO.TXT"
                           AT 2010
                       GO TO MENUPRINC
                   END-IF
                   IF ACTKEY = 01
                       IF NIVELOPER NOT = 1 AND OPEXCLUIR NOT = 1
                               AT 2010
                           DISPLAY "EXCLUSAO"
                               AT 2042
                           GO TO MENUPRINC
                       END-IF
                       MOVE "E" TO AUDITIPO
                       MOVE "CADVEIC" TO EVENTOARQ
                       MOVE CHASSI TO EVENTOCHAVE
                       MOVE REGVEIC TO EVENTOANTES
                       DELETE CADVEIC
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNVEIC
                       IF ERRO = "00"
                           PERFORM GRAVAEVENTO
                           PERFORM LIMPATELA
                           CLOSE CADVEIC
                           OPEN I-O CADVEIC
                           DISPLAY "DADOS DO VEICULO EXCLUIDOS" AT 2010
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                          DISPLAY "ERRO AO REMOVER VEICULO" AT 2010
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPATELA
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "DADOS DO VEICULO NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *MARCA O VEICULO COMO VENDIDO - TRANSACAO SEPARADA DO CADASTRO
                       DISPLAY "VEICULO EM TRANSITO ENTRE FILIAIS"
                           AT 2010
                       ACCEPT AUX AT 0101
                       GO TO MENUPRINC
                   END-IF
                   IF NOT VEIC-VENDIDO
                       PERFORM CHECARECALL
                       IF RECALLABERTO = 1
                           DISPLAY "VEICULO COM RECALL NAO REPARADO -"
                               AT 2010
                           DISPLAY "CAMPANHA" AT 2045
                           DISPLAY CAMPRECALL AT 2054
                           ACCEPT AUX AT 0101
                           GO TO MENUPRINC
                       END-IF
                   END-IF
                   MOVE 0 TO RESERVACONV RESERVAEXP
                   MOVE ZEROES TO VALORSINAL
                           DISPLAY "VEICULO RESERVADO PARA OUTRO CPF"
                               AT 2010
                           ACCEPT AUX AT 0101
                           GO TO MENUPRINC
                       END-IF
                   END-IF
                   IF VEIC-VENDIDO
                       DISPLAY "VEICULO JA ESTA VENDIDO" AT 2010
                       ACCEPT AUX AT 0101
                       GO TO MENUPRINC
                   ELSE
                       DISPLAY "MARCAR VEICULO COMO VENDIDO?" AT 2005
                       DISPLAY "F1 - SIM, F2 - NAO" AT 2105
                           ACCEPT DATAVENDA FROM DATE YYYYMMDD
                           ADD 1 TO VERSAO
                           REWRITE REGVEIC
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNVEIC
                           IF ERRO = "00" OR "02"
                               MOVE "A" TO AUDITIPO
                               MOVE "CADVEIC" TO EVENTOARQ
                               MOVE REGVEIC TO EVENTODEPOIS
                               PERFORM GRAVAEVENTO
                               PERFORM EPISODIOVENDA
                               IF VENDA-FINANBANCO
                                   PERFORM DATACDC
                               END-IF
                               PERFORM CONVERTERESERVA
                               PERFORM LANCACAIXAVENDA
                               PERFORM GRAVAGARANTIA
                               PERFORM GRAVADETRAN
                               PERFORM GRAVATRIBUTO
                               IF VEIC-CONSIGNADO
                                   PERFORM GRAVAPAGCONSIG
                               END-IF
                               PERFORM QUITAFLOOR
                               PERFORM R-ITENSVENDA
                               PERFORM R-KMVENDA
                               PERFORM EMITENF
                               OPEN I-O CADVEIC
                               DISPLAY "VEICULO MARCADO COMO VENDIDO"
                                   AT 2210
                               GO TO MENUPRINC
                           ELSE
                               DISPLAY "ERRO AO MARCAR VEICULO VENDIDO"
                                   AT 2210
                               GO TO MENUPRINC
                           END-IF
                       ELSE
                           PERFORM LIMPATELA
                           GO TO MENUPRINC
                       END-IF
                   END-IF
               ELSE
           ELSE
               PERFORM LIMPATELA
               DISPLAY "VEICULO NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *CONFERE AS CAMPANHAS DE RECALL ATIVAS (P172941) - O CARRO QUE
      *CAI EM UMA DELAS SO E VENDIDO COM O REPARO REGISTRADO. A REGRA
      *DA CAMPANHA E CONFERIDA AQUI, E NAO SO O CADRECV, PARA PEGAR O
      *CARRO QUE ENTROU NO ESTOQUE DEPOIS DA APURACAO
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

      *BUSCA DADOS DA MARCA POR CODIGO
                   DISPLAY "ERRO AO LER A MARCA" AT 1905
                   PERFORM LIMPAVAR
                   CLOSE CADMARCA
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE 1 TO BSMARCA
                   DISPLAY "ERRO AO LER O MODELO" AT 2005
                   PERFORM LIMPAVAR
                   CLOSE CADMODEL
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE 1 TO BSMODELO
                   DISPLAY "ERRO AO LER A COR" AT 1805
                   PERFORM LIMPAVAR
                   CLOSE CADCOR
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE 1 TO BSCOR
           READ CADPROPR
           IF ERRO NOT = "23"
               IF ERRO = "00"
      *CLIENTE PESSOA JURIDICA (CODIGO "J") NAO TEM DATA DE
      *NASCIMENTO NEM IDADE MINIMA
                   PERFORM CALCULAIDADE
                   IF IDADE < 18 AND P-CPF(1:1) NOT = "J"
                       DISPLAY "PROPRIETARIO MENOR DE IDADE - VENDA "
                           "NAO PERMITIDA" AT 2105
                       MOVE 1 TO BSCPF
                       CLOSE CADPROPR
                   ELSE
                       IF P-CPF(1:1) = "J"
                           DISPLAY P-CPF AT 0620
                       END-IF
                       DISPLAY T-NOME
                       DISPLAY T-MAIL
                       DISPLAY T-TELEFONE
                   DISPLAY "ERRO AO LER CPF" AT 2105
                   PERFORM LIMPAVAR
                   CLOSE CADPROPR
                   GO TO MENUPRINC
               END-IF
           ELSE
               MOVE 1 TO BSCPF
               SUBTRACT 1 FROM IDADE
           END-IF.

      *RECEBE O CNPJ DO COMPRADOR PESSOA JURIDICA E TROCA PELO CODIGO
      *DE CLIENTE DA EMPRESA NO CADEMPR (CADASTRADO NO P172903)
       R-CNPJ.
           MOVE 0 TO BSCPF
           DISPLAY "CNPJ:" AT 1805
           ACCEPT CNPJINF AT 1811
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-CPF
           END-IF
           IF CNPJINF NOT NUMERIC OR CNPJINF = ZEROES
               DISPLAY "CNPJ INVALIDO - INFORME OS 14 DIGITOS" AT 2005
               GO TO R-CNPJ
           END-IF
           PERFORM VALIDACNPJ
           IF CNPJ-VALIDO = 0
               DISPLAY "CNPJ INVALIDO - DIGITO VERIFICADOR" AT 2005
               GO TO R-CNPJ
           END-IF
           PERFORM LERCNPJ
           IF BSCPF = 1
               GO TO R-CNPJ
           END-IF
           PERFORM LERCPF
           IF BSCPF = 1
               GO TO R-CNPJ
           END-IF
           PERFORM LIMPATELA
           GO TO R-AFAB.

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

      *IMAGEM GRAVADA NO CADCDC PARA O JORNAL DE TRANSACOES
       JORNCDC.
           IF ERROCDC = "00" OR ERROCDC = "02"
               MOVE "CADCDC" TO PJ-ARQUIVO
               MOVE REGCDC TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADESTQ PARA O JORNAL DE TRANSACOES
       JORNESTQ.
           IF ERROESQ = "00" OR ERROESQ = "02"
               MOVE "CADESTQ" TO PJ-ARQUIVO
               MOVE REGESTQ TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADFICHA PARA O JORNAL DE TRANSACOES
       JORNFICHA.
           IF ERROFIC = "00" OR ERROFIC = "02"
               MOVE "CADFICHA" TO PJ-ARQUIVO
               MOVE REGFICHA TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADITEM PARA O JORNAL DE TRANSACOES
       JORNITEM.
           IF ERROITE = "00" OR ERROITE = "02"
               MOVE "CADITEM" TO PJ-ARQUIVO
               MOVE REGITEM TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADKM PARA O JORNAL DE TRANSACOES
       JORNKM.
           IF ERROKM = "00" OR ERROKM = "02"
               MOVE "CADKM" TO PJ-ARQUIVO
               MOVE REGKM TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADMOVP PARA O JORNAL DE TRANSACOES
       JORNMOVP.
           IF ERROMVP = "00" OR ERROMVP = "02"
               MOVE "CADMOVP" TO PJ-ARQUIVO
               MOVE REGMOVP TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADOPER PARA O JORNAL DE TRANSACOES
       JORNOPER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOPER" TO PJ-ARQUIVO
               MOVE REGOPER TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADORCA PARA O JORNAL DE TRANSACOES
       JORNORCA.
           IF ERROORC = "00" OR ERROORC = "02"
               MOVE "CADORCA" TO PJ-ARQUIVO
               MOVE REGORCA TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADRES PARA O JORNAL DE TRANSACOES
       JORNRES.
           IF ERRORES = "00" OR ERRORES = "02"
               MOVE "CADRES" TO PJ-ARQUIVO
               MOVE REGRES TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADVIST PARA O JORNAL DE TRANSACOES
       JORNVIST.
           IF ERROVIS = "00" OR ERROVIS = "02"
               MOVE "CADVIST" TO PJ-ARQUIVO
               MOVE REGVIST TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

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

      *LOCALIZA A EMPRESA PELO CNPJ NO CADEMPR E PASSA O CODIGO DE
      *CLIENTE PARA O CAMPO DO PROPRIETARIO
       LERCNPJ.
           OPEN INPUT CADEMPR
           IF ERROEMP NOT = "00"
               DISPLAY "EMPRESA NAO CADASTRADA - USE O P172903" AT 2005
               MOVE 1 TO BSCPF
           ELSE
               MOVE CNPJINF TO EM-CNPJ
               READ CADEMPR
               IF ERROEMP NOT = "00"
                   DISPLAY "EMPRESA NAO CADASTRADA - USE O P172903"
                       AT 2005
                   MOVE 1 TO BSCPF
               ELSE
                   MOVE EM-CODIGO TO P-CPF
               END-IF
               CLOSE CADEMPR
           END-IF
           MOVE "00" TO ERROEMP.


      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE SPACES TO RESPTROCA RESPORCA ORIGEMCOMPRA CPFORIGEM
           MOVE SPACES TO TROCACHASSI
           MOVE ZEROES TO FORNCOMPRA
           MOVE ZEROES TO CDCBANCO CDCBANCOANT CDCRETPCT CDCPRAZO
           MOVE SPACES TO CDCAPROV CDCNOMEBANCO
           MOVE SPACES TO DOCPAG.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
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
           MOVE SPACES TO EVENTOANTES EVENTODEPOIS EVENTOCHAVE.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172956.
      *-----------------------------------------------------------------
      *PEDIDOS DE COMPRA DE CARRO NOVO A FABRICA - O PEDIDO (CADPED)
      *E FEITO AO FORNECEDOR MONTADORA DO CADFORN E TEM UMA LINHA POR
      *CARRO (CADPEDI) COM MARCA E MODELO, COR DO CADCOR, ANO, DATA
      *PREVISTA DE CHEGADA, CUSTO ACORDADO E FILIAL DE DESTINO. A
      *LINHA PODE SER PROMETIDA A UM CLIENTE (CPF DO CADPROPR), PARA
      *A LOJA DAR PRAZO DE ENTREGA ANTES DE O CARRO CHEGAR. NO
      *RECEBIMENTO O CHASSI ENTRA NO CADVEIC DISPONIVEL NA FILIAL DE
      *DESTINO COM O CUSTO DO PEDIDO E ORIGEM F (FABRICA), E O TITULO
      *DA COMPRA VAI PARA O CADPAG EM NOME DA MONTADORA, COMO NA
      *COMPRA DO P172904 - TUDO NUM PASSO SO, COM A FICHA TECNICA DE
      *ENTRADA. CANCELAR LINHA EXIGE SUPERVISOR. O PEDIDO FICA
      *CONCLUIDO QUANDO NAO RESTA LINHA EM ABERTO. O RELPED LISTA A
      *CARTEIRA, OS ATRASOS E OS CARROS JA PROMETIDOS.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PE-NUMERO
               FILE STATUS  IS ERRO.
           SELECT CADPEDI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDI
               FILE STATUS  IS ERROPI.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FO-CODIGO
               FILE STATUS  IS ERROFOR
               ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.
           SELECT CADMARCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGO
               FILE STATUS  IS ERROMAR
               ALTERNATE RECORD KEY IS MARCA WITH DUPLICATES.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGOM
               FILE STATUS  IS ERROMOD
               ALTERNATE RECORD KEY IS MODELO WITH DUPLICATES.
           SELECT CADCOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGOCOR
               FILE STATUS  IS ERROCOR
               ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADFICHA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FC-CHASSI
               FILE STATUS  IS ERROFIC.
           SELECT CADKM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKM
               FILE STATUS  IS ERROKM.
           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERROPAG.
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

       DATA DIVISION.
       FILE SECTION.
      *PEDIDO A FABRICA - SITUACAO 0 EM ABERTO, 1 CONCLUIDO (SEM
      *LINHA EM ABERTO) OU 2 CANCELADO (TODAS AS LINHAS CANCELADAS)
           FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
           01 REGPED.
               02 PE-NUMERO     PIC 9(6) VALUE ZEROES.
               02 PE-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 PE-DATA       PIC 9(8) VALUE ZEROES.
               02 PE-OPERADOR   PIC X(8) VALUE SPACES.
               02 PE-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 PED-ABERTO    VALUE 0.
                   88 PED-CONCLUIDO VALUE 1.
                   88 PED-CANCELADO VALUE 2.

      *LINHAS DO PEDIDO - UM CARRO POR LINHA. SITUACAO 0 PEDIDA,
      *1 RECEBIDA (COM O CHASSI QUE ENTROU NO ESTOQUE) OU 2 CANCELADA
           FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           01 REGPEDI.
               02 CHAVEPEDI.
                   03 PI-NUMERO  PIC 9(6) VALUE ZEROES.
                   03 PI-SEQ     PIC 9(3) VALUE ZEROES.
               02 PI-MARCA       PIC 9(3) VALUE ZEROES.
               02 PI-MODELO      PIC 9(3) VALUE ZEROES.
               02 PI-COR         PIC 9(2) VALUE ZEROES.
               02 PI-ANOFABRIC   PIC 9(4) VALUE ZEROES.
               02 PI-ANOMODELO   PIC 9(4) VALUE ZEROES.
               02 PI-PREVISAO    PIC 9(8) VALUE ZEROES.
               02 PI-CUSTO       PIC 9(7)V99 VALUE ZEROES.
               02 PI-FILIAL      PIC 9(2) VALUE ZEROES.
               02 PI-CPF         PIC X(11) VALUE SPACES.
               02 PI-SITUACAO    PIC 9(1) VALUE ZEROES.
                   88 LINHA-PEDIDA    VALUE 0.
                   88 LINHA-RECEBIDA  VALUE 1.
                   88 LINHA-CANCELADA VALUE 2.
               02 PI-CHASSI      PIC X(17) VALUE SPACES.
               02 PI-DATAREC     PIC 9(8) VALUE ZEROES.
               02 PI-OPERREC     PIC X(8) VALUE SPACES.

           FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FO-CODIGO  PIC 9(4) VALUE ZEROES.
               02 FO-NOME    PIC X(30) VALUE SPACES.
               02 FO-CPFCNPJ PIC X(14) VALUE SPACES.
               02 FO-TELEFONE.
                   03 FO-DDD    PIC 9(2) VALUE ZEROES.
                   03 FO-NUMERO PIC 9(9) VALUE ZEROES.
               02 FO-EMAIL   PIC X(30) VALUE SPACES.

           FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
           01 REGMARCA.
               02 CODIGO PIC 9(3).
               02 MARCA  PIC X(20).
               02 ORIGEM PIC X(1).
               02 PAIS   PIC 9(2).
               02 VERSAOMARCA PIC 9(6).

           FD CADMODEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODEL.DAT".
           01 REGMODEL.
               02 CODIGOM.
                   03 CODIGO1  PIC 9(3) VALUE ZEROES.
                   03 CODIGO2  PIC 9(3) VALUE ZEROES.
               02 MODELO       PIC X(20) VALUE SPACES.
               02 VERSAOMODEL  PIC 9(6) VALUE ZEROES.

           FD CADCOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOR.DAT".
           01 REGCOR.
               02 CODIGOCOR PIC 9(2) VALUE ZEROES.
               02 DESCRICAO PIC X(15) VALUE SPACES.

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF  PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

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

      *FICHA TECNICA DO VEICULO - QUILOMETRAGEM, COMBUSTIVEL, CAMBIO
      *E PORTAS
           FD CADFICHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFICHA.DAT".
           01 REGFICHA.
               02 FC-CHASSI      PIC X(17) VALUE SPACES.
               02 FC-KM          PIC 9(7) VALUE ZEROES.
               02 FC-COMBUSTIVEL PIC X(1) VALUE SPACES.
               02 FC-CAMBIO      PIC X(1) VALUE SPACES.
               02 FC-PORTAS      PIC 9(1) VALUE ZEROES.

      *HISTORICO DE LEITURAS DO HODOMETRO
           FD CADKM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKM.DAT".
           01 REGKM.
               02 CHAVEKM.
                   03 KM-CHASSI PIC X(17) VALUE SPACES.
                   03 KM-SEQ    PIC 9(3) VALUE ZEROES.
               02 KM-DATA     PIC 9(8) VALUE ZEROES.
               02 KM-LEITURA  PIC 9(7) VALUE ZEROES.
               02 KM-EVENTO   PIC X(1) VALUE SPACES.
               02 KM-OPERADOR PIC X(8) VALUE SPACES.

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
               02 PG-VENCTO     PIC 9(8) VALUE ZEROES.
               02 PG-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 PG-DATAPAGTO  PIC 9(8) VALUE ZEROES.
               02 PG-VALORPAGO  PIC 9(7)V99 VALUE ZEROES.
               02 PG-SITUACAO   PIC 9(1) VALUE ZEROES.

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
           01 ERRO PIC X(2) VALUE "00".
           01 ERROPI PIC X(2) VALUE "00".
           01 ERROFOR PIC X(2) VALUE "00".
           01 ERROMAR PIC X(2) VALUE "00".
           01 ERROMOD PIC X(2) VALUE "00".
           01 ERROCOR PIC X(2) VALUE "00".
           01 ERROFIL PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROFIC PIC X(2) VALUE "00".
           01 ERROKM PIC X(2) VALUE "00".
           01 ERROPAG PIC X(2) VALUE "00".
           01 ERROSES PIC X(2) VALUE "00".
           01 ERROOPE PIC X(2) VALUE "00".
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
           01 ACHOU PIC 9(1) VALUE 0.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 NUMBUSCA PIC 9(6) VALUE ZEROES.
           01 SEQBUSCA PIC 9(3) VALUE ZEROES.
           01 ULTNUMERO PIC 9(6) VALUE ZEROES.
           01 ULTSEQ PIC 9(3) VALUE ZEROES.
           01 PEDSALVO PIC X(27) VALUE SPACES.
           01 LINHASALVA PIC X(99) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 QTDABERTAS PIC 9(3) VALUE ZEROES.
           01 QTDRECEBIDAS PIC 9(3) VALUE ZEROES.
           01 CHASSIREC PIC X(17) VALUE SPACES.
           01 PLACAREC PIC X(7) VALUE SPACES.
           01 VENCTOPAG PIC 9(8) VALUE ZEROES.
           01 CPFINF PIC X(11) VALUE SPACES.
           01 ED-VALOR PIC Z(6)9,99.
           01 DATACHK.
               03 DC-ANO PIC 9(4) VALUE ZEROES.
               03 DC-MES PIC 9(2) VALUE ZEROES.
               03 DC-DIA PIC 9(2) VALUE ZEROES.
           01 DATACHK-N REDEFINES DATACHK PIC 9(8).
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 ZAUX PIC 9(4) VALUE ZEROES.
           01 ZRESTO PIC 9(2) VALUE ZEROES.
           01 FIMPAG PIC 9(1) VALUE 0.
           01 SEQPAG PIC 9(3) VALUE ZEROES.
           01 KMINF PIC 9(7) VALUE ZEROES.
           01 COMBINF PIC X(1) VALUE SPACES.
           01 CAMBIOINF PIC X(1) VALUE SPACES.
           01 PORTASINF PIC 9(1) VALUE ZEROES.
           01 SEQKM PIC 9(3) VALUE ZEROES.
           01 FIMKM PIC 9(1) VALUE 0.
           01 DATAKM PIC 9(8) VALUE ZEROES.
      *TABELAS DA VALIDACAO DO CHASSI (VIN ISO 3779) - CARACTERES
      *PERMITIDOS (SEM I, O E Q), VALOR DE CADA UM E PESO POR POSICAO
           01 VINCARS PIC X(33)
               VALUE "0123456789ABCDEFGHJKLMNPRSTUVWXYZ".
           01 VINVALORES.
               03 FILLER PIC X(10) VALUE "0123456789".
               03 FILLER PIC X(23) VALUE "12345678123457923456789".
           01 VINVALORES-R REDEFINES VINVALORES.
               03 VINVAL PIC 9(1) OCCURS 33 TIMES.
           01 VINPESOS.
               03 FILLER PIC X(16) VALUE "0807060504030210".
               03 FILLER PIC X(18) VALUE "000908070605040302".
           01 VINPESOS-R REDEFINES VINPESOS.
               03 VINPESO PIC 9(2) OCCURS 17 TIMES.
           01 VIN-I PIC 9(2) VALUE 1.
           01 VIN-J PIC 9(2) VALUE 1.
           01 VIN-SOMA PIC 9(4) VALUE ZEROES.
           01 VIN-RESTO PIC 9(2) VALUE ZEROES.
           01 VIN-AUX PIC 9(4) VALUE ZEROES.
           01 VIN-DIGITO PIC X(1) VALUE SPACES.
           01 VIN-ACHOU PIC 9(1) VALUE 0.
           01 VINVALIDO PIC 9(1) VALUE 0.

           SCREEN SECTION.
       01  TELAPED.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "          PEDIDOS DE COMPRA A FABRICA".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "  PEDIDO:".
           05  LINE 05  COLUMN 42
               VALUE  "DATA:".
           05  LINE 06  COLUMN 01
               VALUE  "  FORNECEDOR:".
           05  LINE 07  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  LINHA:".
           05  LINE 08  COLUMN 20
               VALUE  "MARCA:".
           05  LINE 09  COLUMN 01
               VALUE  "  MODELO:".
           05  LINE 09  COLUMN 42
               VALUE  "COR:".
           05  LINE 10  COLUMN 01
               VALUE  "  ANO FAB/MOD:      /".
           05  LINE 10  COLUMN 42
               VALUE  "PREVISAO CHEGADA:".
           05  LINE 11  COLUMN 01
               VALUE  "  CUSTO ACORDADO:".
           05  LINE 11  COLUMN 42
               VALUE  "FILIAL DESTINO:".
           05  LINE 12  COLUMN 01
               VALUE  "  CLIENTE (CPF):".

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DE PEDIDOS, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADPED
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADPED
                   CLOSE CADPED
                  DISPLAY "ARQUIVO CADPED FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPED" AT 0622
                   GO TO SAIR
               END-IF
           END-IF
           OPEN I-O CADPEDI
           IF ERROPI NOT = "00"
               IF ERROPI = "30" OR ERROPI = "35"
                   OPEN OUTPUT CADPEDI
                   CLOSE CADPEDI
                   OPEN I-O CADPEDI
               END-IF
           END-IF
           IF ERROPI NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPEDI" AT 0622
               CLOSE CADPED
               GO TO SAIR
           END-IF
           DISPLAY TELAPED
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
           DISPLAY "OPERADOR:" AT 1401
           ACCEPT OPERADOR AT 1411
           DISPLAY "SENHA:" AT 1501
           ACCEPT SENHAINF AT 1508
           PERFORM LERPERADOR
           IF BSOPER = 1
               DISPLAY "OPERADOR OU SENHA INVALIDOS" AT 1601
               MOVE SPACES TO OPERADOR SENHAINF
               GO TO LOGINPROMPT
           ELSE
               DISPLAY TELAPED
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
           DISPLAY "F1 NOVO PEDIDO, F2 CONSULTAR PEDIDO, F3 SAIR"
               AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAPED
               IF NIVELOPER NOT = 1 AND OPCADASTRAR NOT = 1
                   DISPLAY "ACESSO NEGADO - SEM DIREITO DE CADASTRO"
                       AT 1805
                   ACCEPT AUX AT 2360
                   GO TO MENUPRINC
               END-IF
               GO TO R-FORNECEDOR
           WHEN = 02
               DISPLAY TELAPED
               GO TO CONSULTA
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE A MONTADORA DO PEDIDO - DEVE ESTAR NO CADFORN
       R-FORNECEDOR.
           ACCEPT PE-FORNECEDOR AT 0615
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LERFORNECEDOR
           IF ACHOU = 0
               DISPLAY "FORNECEDOR NAO CADASTRADO" AT 1805
               GO TO R-FORNECEDOR
           END-IF
           DISPLAY "                                       " AT 1802
           PERFORM LIMPATELA
           DISPLAY "ABRIR O PEDIDO PARA ESTE FORNECEDOR?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY TELAPED
               GO TO MENUPRINC
           END-IF
           GO TO GRAVAPEDIDO.

      *GRAVA O CABECALHO DO PEDIDO COM O PROXIMO NUMERO E PASSA AS
      *LINHAS
       GRAVAPEDIDO.
           MOVE REGPED TO PEDSALVO
           PERFORM BUSCAULTNUM
           MOVE PEDSALVO TO REGPED
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           COMPUTE PE-NUMERO = ULTNUMERO + 1
           MOVE DATAHOJE TO PE-DATA
           MOVE OPERADOR TO PE-OPERADOR
           MOVE 0 TO PE-SITUACAO
           WRITE REGPED
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNPED
           IF ERRO NOT = "00" AND ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPED" AT 2010
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               DISPLAY TELAPED
               GO TO MENUPRINC
           END-IF
           MOVE "00" TO ERRO
           PERFORM MOSTRACABECALHO
           GO TO NOVALINHA.

      *LOCALIZA O ULTIMO NUMERO DE PEDIDO JA USADO
       BUSCAULTNUM.
           MOVE ZEROES TO ULTNUMERO
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO PE-NUMERO
           START CADPED KEY IS GREATER THAN PE-NUMERO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM BUSCAULTNUM-LOOP UNTIL FIMARQ = 1.

       BUSCAULTNUM-LOOP.
           READ CADPED NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
               MOVE "00" TO ERRO
           ELSE
               MOVE PE-NUMERO TO ULTNUMERO
           END-IF.

      *INCLUI UMA LINHA (UM CARRO) NO PEDIDO EM ABERTO
       NOVALINHA.
           PERFORM LIMPALINHA
           MOVE PE-NUMERO TO PI-NUMERO.

       R-MARCA.
           ACCEPT PI-MARCA AT 0827
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO FIMLINHAS
           END-IF
           PERFORM LERMARCA
           IF ACHOU = 0
               DISPLAY "MARCA NAO ENCONTRADA" AT 1805
               GO TO R-MARCA
           END-IF
           DISPLAY "                                       " AT 1802.

       R-MODELO.
           ACCEPT PI-MODELO AT 0911
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MARCA
           END-IF
           PERFORM LERMODELO
           IF ACHOU = 0
               DISPLAY "MODELO NAO ENCONTRADO PARA A MARCA" AT 1805
               GO TO R-MODELO
           END-IF
           DISPLAY "                                       " AT 1802.

       R-COR.
           ACCEPT PI-COR AT 0947
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MODELO
           END-IF
           PERFORM LERCOR
           IF ACHOU = 0
               DISPLAY "COR NAO CADASTRADA" AT 1805
               GO TO R-COR
           END-IF
           DISPLAY "                                       " AT 1802.

       R-ANO.
           ACCEPT PI-ANOFABRIC AT 1016
           ACCEPT PI-ANOMODELO AT 1022
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-COR
           END-IF
           IF PI-ANOFABRIC < 1950 OR PI-ANOMODELO < PI-ANOFABRIC
               OR PI-ANOMODELO > PI-ANOFABRIC + 1
               DISPLAY "ANO INVALIDO" AT 1805
               GO TO R-ANO
           END-IF
           DISPLAY "                                       " AT 1802.

      *PREVISAO DE CHEGADA DADA PELA MONTADORA - NAO PODE SER PASSADA
       R-PREVISAO.
           ACCEPT PI-PREVISAO AT 1060
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-ANO
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE PI-PREVISAO TO DATACHK-N
           IF DC-MES < 1 OR DC-MES > 12
               DISPLAY "PREVISAO INVALIDA (AAAAMMDD)" AT 1805
               GO TO R-PREVISAO
           END-IF
           PERFORM CALCULAULTDIA
           IF DC-DIA < 1 OR DC-DIA > ULTDIA
               DISPLAY "PREVISAO INVALIDA (AAAAMMDD)" AT 1805
               GO TO R-PREVISAO
           END-IF
           IF PI-PREVISAO < DATAHOJE
               DISPLAY "PREVISAO NAO PODE SER PASSADA" AT 1805
               GO TO R-PREVISAO
           END-IF
           DISPLAY "                                       " AT 1802.

       R-CUSTO.
           ACCEPT PI-CUSTO AT 1119
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-PREVISAO
           END-IF
           IF PI-CUSTO = ZEROES
               DISPLAY "INFORME O CUSTO ACORDADO" AT 1805
               GO TO R-CUSTO
           END-IF
           MOVE PI-CUSTO TO ED-VALOR
           DISPLAY ED-VALOR AT 1119
           DISPLAY "                                       " AT 1802.

      *FILIAL DE DESTINO - EM BRANCO ASSUME A FILIAL DO OPERADOR
       R-FILIAL.
           ACCEPT PI-FILIAL AT 1158
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-CUSTO
           END-IF
           IF PI-FILIAL = ZEROES
               MOVE FILIALOPER TO PI-FILIAL
               DISPLAY PI-FILIAL AT 1158
           END-IF
           PERFORM LERFILIAL
           IF ACHOU = 0
               DISPLAY "FILIAL NAO CADASTRADA" AT 1805
               GO TO R-FILIAL
           END-IF
           DISPLAY "                                       " AT 1802.

      *CLIENTE A QUEM O CARRO JA FOI PROMETIDO - EM BRANCO, CARRO
      *DE ESTOQUE
       R-CPFLINHA.
           ACCEPT PI-CPF AT 1218
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-FILIAL
           END-IF
           IF PI-CPF NOT = SPACES
               MOVE PI-CPF TO CPFINF
               PERFORM LERCLIENTE
               IF ACHOU = 0
                   DISPLAY "CLIENTE NAO CADASTRADO" AT 1805
                   GO TO R-CPFLINHA
               END-IF
           END-IF
           DISPLAY "                                       " AT 1802
           GO TO GRAVALINHA.

      *GRAVA A LINHA COM A PROXIMA SEQUENCIA DO PEDIDO
       GRAVALINHA.
           PERFORM LIMPATELA
           DISPLAY "GRAVAR A LINHA?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               MOVE REGPEDI TO LINHASALVA
               PERFORM BUSCAULTSEQ
               MOVE LINHASALVA TO REGPEDI
               COMPUTE PI-SEQ = ULTSEQ + 1
               MOVE 0 TO PI-SITUACAO
               MOVE SPACES TO PI-CHASSI PI-OPERREC
               MOVE ZEROES TO PI-DATAREC
               WRITE REGPEDI
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPEDI
               IF ERROPI = "00" OR ERROPI = "02"
                   DISPLAY PI-SEQ AT 0810
                   DISPLAY "LINHA GRAVADA" AT 2010
               ELSE
                   DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADPEDI"
                       AT 2010
               END-IF
               MOVE "00" TO ERROPI
           END-IF
           PERFORM LIMPATELA
           DISPLAY "F1 OUTRA LINHA, F2 ENCERRAR O PEDIDO" AT 1605
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           DISPLAY "                                       " AT 2002
           IF ACTKEY = 01
               GO TO NOVALINHA
           END-IF
           GO TO FIMLINHAS.

      *SAI DA INCLUSAO DE LINHAS - VOLTA AO MENU
       FIMLINHAS.
           DISPLAY TELAPED
           GO TO MENUPRINC.

      *ULTIMA SEQUENCIA DE LINHA DO PEDIDO
       BUSCAULTSEQ.
           MOVE ZEROES TO ULTSEQ
           MOVE 0 TO FIMARQ
           MOVE PE-NUMERO TO PI-NUMERO
           MOVE ZEROES TO PI-SEQ
           START CADPEDI KEY IS GREATER THAN CHAVEPEDI
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM BUSCAULTSEQ-LOOP UNTIL FIMARQ = 1.

       BUSCAULTSEQ-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00" OR PI-NUMERO NOT = PE-NUMERO
               MOVE 1 TO FIMARQ
               MOVE "00" TO ERROPI
           ELSE
               MOVE PI-SEQ TO ULTSEQ
           END-IF.

      *CONSULTA O PEDIDO E LISTA AS LINHAS
       CONSULTA.
           MOVE ZEROES TO NUMBUSCA
           ACCEPT NUMBUSCA AT 0511
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR NUMBUSCA = ZEROES
               GO TO MENUPRINC
           END-IF
           MOVE NUMBUSCA TO PE-NUMERO
           READ CADPED
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "PEDIDO NAO ENCONTRADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

       MOSTRAPEDIDO.
           DISPLAY TELAPED
           PERFORM LIMPATELA
           PERFORM MOSTRACABECALHO
           DISPLAY "SEQ MAR MOD CR ANO  PREVISAO      CUSTO FL CLIENTE"
               AT 1201
           DISPLAY "     SITUACAO/CHASSI" AT 1252
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           MOVE PE-NUMERO TO PI-NUMERO
           MOVE ZEROES TO PI-SEQ
           START CADPEDI KEY IS GREATER THAN CHAVEPEDI
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM MOSTRAPEDIDO-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROPI
           IF PED-ABERTO
               DISPLAY "F1 RECEBER, F2 INCLUIR LINHA, F4 CANCELAR "
                   AT 2202
               DISPLAY "LINHA, F5 CLIENTE, F3 VOLTAR" AT 2244
           ELSE
               DISPLAY "F3 VOLTAR" AT 2202
           END-IF
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           DISPLAY TELAPED
           PERFORM MOSTRACABECALHO
           IF NOT PED-ABERTO
               GO TO MENUPRINC
           END-IF
           EVALUATE ACTKEY
           WHEN = 01
               GO TO RECEBELINHA
           WHEN = 02
               IF NIVELOPER NOT = 1 AND OPCADASTRAR NOT = 1
                   DISPLAY "ACESSO NEGADO - SEM DIREITO DE CADASTRO"
                       AT 1805
                   ACCEPT AUX AT 2360
                   GO TO MENUPRINC
               END-IF
               GO TO NOVALINHA
           WHEN = 04
               GO TO CANCELALINHA
           WHEN = 05
               GO TO CLIENTELINHA
           END-EVALUATE
           GO TO MENUPRINC.

       MOSTRAPEDIDO-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00" OR PI-NUMERO NOT = PE-NUMERO
               OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               MOVE PI-CUSTO TO ED-VALOR
               DISPLAY PI-SEQ AT LINE LINHACON COL 01
               DISPLAY PI-MARCA AT LINE LINHACON COL 05
               DISPLAY PI-MODELO AT LINE LINHACON COL 09
               DISPLAY PI-COR AT LINE LINHACON COL 13
               DISPLAY PI-ANOMODELO AT LINE LINHACON COL 16
               DISPLAY PI-PREVISAO AT LINE LINHACON COL 21
               DISPLAY ED-VALOR AT LINE LINHACON COL 30
               DISPLAY PI-FILIAL AT LINE LINHACON COL 41
               DISPLAY PI-CPF AT LINE LINHACON COL 44
               EVALUATE TRUE
               WHEN LINHA-RECEBIDA
                   DISPLAY PI-CHASSI AT LINE LINHACON COL 57
               WHEN LINHA-CANCELADA
                   DISPLAY "CANCELADA" AT LINE LINHACON COL 57
               WHEN OTHER
                   ACCEPT DATAHOJE FROM DATE YYYYMMDD
                   IF PI-PREVISAO < DATAHOJE
                       DISPLAY "ATRASADA" AT LINE LINHACON COL 57
                   ELSE
                       DISPLAY "PEDIDA" AT LINE LINHACON COL 57
                   END-IF
               END-EVALUATE
               ADD 1 TO LINHACON
           END-IF.

      *MOSTRA O CABECALHO DO PEDIDO
       MOSTRACABECALHO.
           DISPLAY PE-NUMERO AT 0511
           DISPLAY PE-DATA AT 0548
           DISPLAY PE-FORNECEDOR AT 0615
           PERFORM LERFORNECEDOR
           EVALUATE TRUE
           WHEN PED-CONCLUIDO
               DISPLAY "CONCLUIDO" AT 0713
           WHEN PED-CANCELADO
               DISPLAY "CANCELADO" AT 0713
           WHEN OTHER
               DISPLAY "EM ABERTO" AT 0713
           END-EVALUATE.

      *PEDE A LINHA DO PEDIDO PARA RECEBER, CANCELAR OU VINCULAR
       PEDELINHA.
           MOVE 0 TO ACHOU
           MOVE ZEROES TO SEQBUSCA
           DISPLAY "LINHA DO PEDIDO:" AT 1305
           ACCEPT SEQBUSCA AT 1322
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01 AND SEQBUSCA NOT = ZEROES
               MOVE PE-NUMERO TO PI-NUMERO
               MOVE SEQBUSCA TO PI-SEQ
               READ CADPEDI
               IF ERROPI = "00"
                   IF LINHA-PEDIDA
                       MOVE 1 TO ACHOU
                       PERFORM MOSTRALINHA
                   ELSE
                       DISPLAY "LINHA JA RECEBIDA OU CANCELADA"
                           AT 1805
                   END-IF
               ELSE
                   DISPLAY "LINHA NAO ENCONTRADA" AT 1805
               END-IF
               MOVE "00" TO ERROPI
           END-IF.

      *MOSTRA A LINHA NOS CAMPOS DA TELA
       MOSTRALINHA.
           MOVE PI-CUSTO TO ED-VALOR
           DISPLAY PI-SEQ AT 0810
           DISPLAY PI-MARCA AT 0827
           DISPLAY PI-MODELO AT 0911
           DISPLAY PI-COR AT 0947
           DISPLAY PI-ANOFABRIC AT 1016
           DISPLAY PI-ANOMODELO AT 1022
           DISPLAY PI-PREVISAO AT 1060
           DISPLAY ED-VALOR AT 1119
           DISPLAY PI-FILIAL AT 1158
           DISPLAY PI-CPF AT 1218
           PERFORM LERMARCA
           PERFORM LERMODELO
           PERFORM LERCOR
           PERFORM LERFILIAL
           IF PI-CPF NOT = SPACES
               MOVE PI-CPF TO CPFINF
               PERFORM LERCLIENTE
           END-IF.

      *RECEBE O CARRO DA LINHA - NUM PASSO SO O CHASSI ENTRA NO
      *CADVEIC DISPONIVEL NA FILIAL DE DESTINO E O TITULO DA COMPRA
      *VAI PARA O CADPAG EM NOME DA MONTADORA
       RECEBELINHA.
           IF NIVELOPER NOT = 1 AND OPCADASTRAR NOT = 1
               DISPLAY "ACESSO NEGADO - SEM DIREITO DE CADASTRO"
                   AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM PEDELINHA
           IF ACHOU = 0
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

       R-CHASSIREC.
           MOVE SPACES TO CHASSIREC
           DISPLAY "CHASSI RECEBIDO:" AT 1405
           ACCEPT CHASSIREC AT 1422
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE CHASSIREC TO CHASSI
           PERFORM VALIDAVIN
           IF VINVALIDO = 0
               DISPLAY "CHASSI NAO E UM VIN VALIDO" AT 1805
               GO TO R-CHASSIREC
           END-IF
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE CHASSIREC TO CHASSI
               READ CADVEIC
               IF ERROVEI = "00"
                   MOVE 0 TO VINVALIDO
               END-IF
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI
           IF VINVALIDO = 0
               DISPLAY "CHASSI JA CADASTRADO NO ESTOQUE" AT 1805
               GO TO R-CHASSIREC
           END-IF
           DISPLAY "                                       " AT 1802.

      *PLACA EM BRANCO - CARRO NOVO AINDA SEM EMPLACAMENTO
       R-PLACAREC.
           MOVE SPACES TO PLACAREC
           DISPLAY "PLACA:" AT 1505
           ACCEPT PLACAREC AT 1512
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-CHASSIREC
           END-IF.

      *VENCIMENTO ACORDADO COM A MONTADORA - ENTER (OU DATA ANTERIOR
      *A HOJE) MANTEM O PROPRIO DIA
       R-VENCTOREC.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO VENCTOPAG
           DISPLAY "VENCIMENTO DO TITULO (AAAAMMDD):" AT 1605
           DISPLAY VENCTOPAG AT 1638
           ACCEPT VENCTOPAG AT 1638
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-PLACAREC
           END-IF
           IF VENCTOPAG = ZEROES OR VENCTOPAG < DATAHOJE
               MOVE DATAHOJE TO VENCTOPAG
               DISPLAY VENCTOPAG AT 1638
           END-IF
           DISPLAY "CONFIRMA O RECEBIMENTO? F1 - SIM, F2 - NAO"
               AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           GO TO GRAVARECEBIMENTO.

       GRAVARECEBIMENTO.
           OPEN I-O CADVEIC
           IF ERROVEI NOT = "00"
               DISPLAY "ARQUIVO CADVEIC INDISPONIVEL" AT 1805
               MOVE "00" TO ERROVEI
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE CHASSIREC TO CHASSI
           MOVE PLACAREC TO PLACA
           MOVE PI-MARCA TO V-MARCA
           MOVE PI-MODELO TO V-MODELO
           MOVE SPACES TO P-CPF
           MOVE PI-ANOFABRIC TO ANOFABRIC
           MOVE PI-ANOMODELO TO ANOMODELO
           MOVE PI-COR TO COR
           MOVE PI-CUSTO TO VALORCOMPRA
           MOVE DATAHOJE TO DATACOMPRA
           MOVE "F" TO ORIGEMCOMPRA
           MOVE SPACES TO CPFORIGEM
           MOVE ZEROES TO TEMCONSIG CONSIGTAXA
           MOVE SPACES TO CONSIGCPF
           MOVE ZEROES TO VENDA
           MOVE ZEROES TO TROCA
           MOVE PI-FILIAL TO FILIAL
           MOVE 0 TO STATUSVEIC
           MOVE 1 TO VERSAO
           WRITE REGVEIC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNVEIC
           IF ERROVEI NOT = "00" AND ERROVEI NOT = "02"
               IF ERROVEI = "22"
                   DISPLAY "CHASSI JA CADASTRADO NO ESTOQUE" AT 1805
               ELSE
                   DISPLAY "ERRO AO INCLUIR O VEICULO" AT 1805
               END-IF
               CLOSE CADVEIC
               MOVE "00" TO ERROVEI
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           CLOSE CADVEIC
           MOVE "00" TO ERROVEI
           PERFORM GRAVAPAGPED
           MOVE 1 TO PI-SITUACAO
           MOVE CHASSIREC TO PI-CHASSI
           MOVE DATAHOJE TO PI-DATAREC
           MOVE OPERADOR TO PI-OPERREC
           REWRITE REGPEDI
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPEDI
           MOVE "00" TO ERROPI
           PERFORM ATUALIZAPEDIDO
           PERFORM LIMPATELA
      *O CARRO NOVO TAMBEM ABRE A FICHA TECNICA E O HISTORICO DO
      *HODOMETRO, COMO NA ENTRADA DIRETA DO P172904
           PERFORM R-FICHATEC
           PERFORM LIMPATELA
           DISPLAY "VEICULO INCLUIDO NO ESTOQUE E TITULO GRAVADO"
               AT 1605
           IF PI-CPF NOT = SPACES
               DISPLAY "CARRO PROMETIDO AO CLIENTE" AT 1705
               DISPLAY PI-CPF AT 1732
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *AGENDA NO CONTAS A PAGAR (CADPAG) O CUSTO DO CARRO DEVIDO A
      *MONTADORA - A BAIXA E FEITA NO P172925
       GRAVAPAGPED.
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
               MOVE CHASSIREC TO PG-CHASSI
               MOVE ZEROES TO PG-SEQ
               START CADPAG KEY IS GREATER THAN CHAVEPAG
                   INVALID KEY
                       MOVE 1 TO FIMPAG
               END-START
               PERFORM GRAVAPAGPED-LOOP UNTIL FIMPAG = 1
               PERFORM LERFORNECEDOR
               MOVE CHASSIREC TO PG-CHASSI
               COMPUTE PG-SEQ = SEQPAG + 1
               MOVE PE-FORNECEDOR TO PG-FORNECEDOR
               MOVE FO-CPFCNPJ TO PG-CPFCNPJ
               MOVE "C" TO PG-TIPO
               MOVE VENCTOPAG TO PG-VENCTO
               MOVE PI-CUSTO TO PG-VALOR
               MOVE ZEROES TO PG-DATAPAGTO PG-VALORPAGO
               MOVE 0 TO PG-SITUACAO
               WRITE REGPAG
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPAG
               CLOSE CADPAG
           END-IF
           MOVE "00" TO ERROPAG.

       GRAVAPAGPED-LOOP.
           READ CADPAG NEXT
           IF ERROPAG NOT = "00"
               MOVE 1 TO FIMPAG
               MOVE "00" TO ERROPAG
           ELSE
               IF PG-CHASSI NOT = CHASSIREC
                   MOVE 1 TO FIMPAG
               ELSE
                   MOVE PG-SEQ TO SEQPAG
               END-IF
           END-IF.

      *CANCELA A LINHA AINDA NAO RECEBIDA - SO SUPERVISOR
       CANCELALINHA.
           IF NIVELOPER NOT = 1
               DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM PEDELINHA
           IF ACHOU = 0
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "CANCELAR A LINHA? F1 - SIM, F2 - NAO" AT 1605
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               MOVE 2 TO PI-SITUACAO
               REWRITE REGPEDI
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNPEDI
               IF ERROPI = "00" OR ERROPI = "02"
                   PERFORM ATUALIZAPEDIDO
                   DISPLAY "LINHA CANCELADA" AT 2010
               ELSE
                   DISPLAY "ERRO AO CANCELAR A LINHA" AT 2010
               END-IF
               MOVE "00" TO ERROPI
               ACCEPT AUX AT 2360
           END-IF
           GO TO MENUPRINC.

      *PROMETE A LINHA A UM CLIENTE OU DESFAZ A PROMESSA (CPF EM
      *BRANCO)
       CLIENTELINHA.
           PERFORM PEDELINHA
           IF ACHOU = 0
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

       R-CLIENTELINHA.
           MOVE SPACES TO CPFINF
           DISPLAY "CPF DO CLIENTE (EM BRANCO DESFAZ):" AT 1405
           ACCEPT CPFINF AT 1440
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF CPFINF NOT = SPACES
               PERFORM LERCLIENTE
               IF ACHOU = 0
                   DISPLAY "CLIENTE NAO CADASTRADO" AT 1805
                   GO TO R-CLIENTELINHA
               END-IF
           END-IF
           MOVE CPFINF TO PI-CPF
           REWRITE REGPEDI
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPEDI
           IF ERROPI = "00" OR ERROPI = "02"
               DISPLAY "LINHA ATUALIZADA" AT 2010
           ELSE
               DISPLAY "ERRO AO ATUALIZAR A LINHA" AT 2010
           END-IF
           MOVE "00" TO ERROPI
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADFICHA PARA O JORNAL DE TRANSACOES
       JORNFICHA.
           IF ERROFIC = "00" OR ERROFIC = "02"
               MOVE "CADFICHA" TO PJ-ARQUIVO
               MOVE REGFICHA TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADPAG PARA O JORNAL DE TRANSACOES
       JORNPAG.
           IF ERROPAG = "00" OR ERROPAG = "02"
               MOVE "CADPAG" TO PJ-ARQUIVO
               MOVE REGPAG TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPED PARA O JORNAL DE TRANSACOES
       JORNPED.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPED" TO PJ-ARQUIVO
               MOVE REGPED TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPEDI PARA O JORNAL DE TRANSACOES
       JORNPEDI.
           IF ERROPI = "00" OR ERROPI = "02"
               MOVE "CADPEDI" TO PJ-ARQUIVO
               MOVE REGPEDI TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVEIC PARA O JORNAL DE TRANSACOES
       JORNVEIC.
           IF ERROVEI = "00" OR ERROVEI = "02"
               MOVE "CADVEIC" TO PJ-ARQUIVO
               MOVE REGVEIC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *SEM LINHA EM ABERTO O PEDIDO FICA CONCLUIDO, OU CANCELADO
      *QUANDO NENHUMA LINHA FOI RECEBIDA
       ATUALIZAPEDIDO.
           MOVE REGPEDI TO LINHASALVA
           MOVE ZEROES TO QTDABERTAS QTDRECEBIDAS
           MOVE 0 TO FIMARQ
           MOVE PE-NUMERO TO PI-NUMERO
           MOVE ZEROES TO PI-SEQ
           START CADPEDI KEY IS GREATER THAN CHAVEPEDI
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM ATUALIZAPEDIDO-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROPI
           MOVE LINHASALVA TO REGPEDI
           IF QTDABERTAS = ZEROES
               IF QTDRECEBIDAS = ZEROES
                   MOVE 2 TO PE-SITUACAO
               ELSE
                   MOVE 1 TO PE-SITUACAO
               END-IF
               REWRITE REGPED
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNPED
               MOVE "00" TO ERRO
           END-IF.

       ATUALIZAPEDIDO-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00" OR PI-NUMERO NOT = PE-NUMERO
               MOVE 1 TO FIMARQ
           ELSE
               IF LINHA-PEDIDA
                   ADD 1 TO QTDABERTAS
               END-IF
               IF LINHA-RECEBIDA
                   ADD 1 TO QTDRECEBIDAS
               END-IF
           END-IF.

      *FICHA TECNICA NA ENTRADA DO VEICULO NO ESTOQUE - HODOMETRO,
      *COMBUSTIVEL (G/E/D/F), CAMBIO (M/A) E PORTAS. A LEITURA DO
      *HODOMETRO ABRE O HISTORICO DO CHASSI (EVENTO E)
       R-FICHATEC.
           MOVE ZEROES TO KMINF PORTASINF
           MOVE SPACES TO COMBINF CAMBIOINF
           DISPLAY "QUILOMETRAGEM:" AT 1805
           ACCEPT KMINF AT 1820
           DISPLAY "COMBUSTIVEL (G/E/D/F):" AT 1830
           ACCEPT COMBINF AT 1853
           DISPLAY "CAMBIO (M/A):" AT 1905
           ACCEPT CAMBIOINF AT 1919
           DISPLAY "PORTAS:" AT 1925
           ACCEPT PORTASINF AT 1933
           OPEN I-O CADFICHA
           IF ERROFIC NOT = "00"
               IF ERROFIC = "30" OR ERROFIC = "35"
                   OPEN OUTPUT CADFICHA
                   CLOSE CADFICHA
                   OPEN I-O CADFICHA
               END-IF
           END-IF
           IF ERROFIC = "00"
               MOVE CHASSIREC TO FC-CHASSI
               MOVE KMINF TO FC-KM
               MOVE COMBINF TO FC-COMBUSTIVEL
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
           MOVE "00" TO ERROFIC
           PERFORM GRAVALEITURAKM.

      *GRAVA A LEITURA DE ABERTURA NO HISTORICO DO HODOMETRO
       GRAVALEITURAKM.
           OPEN I-O CADKM
           IF ERROKM NOT = "00"
               IF ERROKM = "30" OR ERROKM = "35"
                   OPEN OUTPUT CADKM
                   CLOSE CADKM
                   OPEN I-O CADKM
               END-IF
           END-IF
           IF ERROKM = "00"
               PERFORM BUSCAULTSEQKM
               MOVE CHASSIREC TO KM-CHASSI
               COMPUTE KM-SEQ = SEQKM + 1
               ACCEPT DATAKM FROM DATE YYYYMMDD
               MOVE DATAKM TO KM-DATA
               MOVE KMINF TO KM-LEITURA
               MOVE "E" TO KM-EVENTO
               MOVE OPERADOR TO KM-OPERADOR
               WRITE REGKM
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNKM
               CLOSE CADKM
           END-IF
           MOVE "00" TO ERROKM.

      *LOCALIZA A ULTIMA SEQUENCIA DO HISTORICO DO CHASSI - O
      *ARQUIVO JA ESTA ABERTO PELO CHAMADOR
       BUSCAULTSEQKM.
           MOVE ZEROES TO SEQKM
           MOVE 0 TO FIMKM
           MOVE CHASSIREC TO KM-CHASSI
           MOVE ZEROES TO KM-SEQ
           START CADKM KEY IS GREATER THAN CHAVEKM
               INVALID KEY
                   MOVE 1 TO FIMKM
           END-START
           PERFORM BUSCAULTSEQKM-LOOP UNTIL FIMKM = 1.

       BUSCAULTSEQKM-LOOP.
           READ CADKM NEXT
           IF ERROKM NOT = "00"
               MOVE 1 TO FIMKM
               MOVE "00" TO ERROKM
           ELSE
               IF KM-CHASSI NOT = CHASSIREC
                   MOVE 1 TO FIMKM
               ELSE
                   MOVE KM-SEQ TO SEQKM
               END-IF
           END-IF.

      *VALIDA O CHASSI COMO VIN (ISO 3779) - 17 CARACTERES DO
      *CONJUNTO PERMITIDO E DIGITO VERIFICADOR NA POSICAO 9
       VALIDAVIN.
           MOVE 0 TO VINVALIDO
           MOVE ZEROES TO VIN-SOMA
           MOVE 1 TO VIN-I
           MOVE 1 TO VIN-ACHOU
           PERFORM VALIDAVIN-POSICAO
               UNTIL VIN-I > 17 OR VIN-ACHOU = 0
           IF VIN-ACHOU = 1
               DIVIDE VIN-SOMA BY 11 GIVING VIN-AUX
                   REMAINDER VIN-RESTO
               IF VIN-RESTO = 10
                   MOVE "X" TO VIN-DIGITO
               ELSE
                   MOVE VIN-RESTO TO VIN-AUX
                   MOVE VINCARS(VIN-RESTO + 1:1) TO VIN-DIGITO
               END-IF
               IF CHASSI(9:1) = VIN-DIGITO
                   MOVE 1 TO VINVALIDO
               END-IF
           END-IF.

       VALIDAVIN-POSICAO.
           MOVE 0 TO VIN-ACHOU
           MOVE 1 TO VIN-J
           PERFORM VALIDAVIN-CARACTER
               UNTIL VIN-ACHOU = 1 OR VIN-J > 33
           ADD 1 TO VIN-I.

       VALIDAVIN-CARACTER.
           IF CHASSI(VIN-I:1) = VINCARS(VIN-J:1)
               MOVE 1 TO VIN-ACHOU
               COMPUTE VIN-SOMA = VIN-SOMA
                   + VINVAL(VIN-J) * VINPESO(VIN-I)
           ELSE
               ADD 1 TO VIN-J
           END-IF.

      *BUSCA O FORNECEDOR DO PEDIDO
       LERFORNECEDOR.
           MOVE 0 TO ACHOU
           MOVE SPACES TO FO-CPFCNPJ
           OPEN INPUT CADFORN
           IF ERROFOR = "00"
               MOVE PE-FORNECEDOR TO FO-CODIGO
               READ CADFORN
               IF ERROFOR = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY FO-NOME AT 0621
               END-IF
               CLOSE CADFORN
           END-IF
           MOVE "00" TO ERROFOR.

       LERMARCA.
           MOVE 0 TO ACHOU
           OPEN INPUT CADMARCA
           IF ERROMAR = "00"
               MOVE PI-MARCA TO CODIGO
               READ CADMARCA
               IF ERROMAR = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY MARCA AT 0831
               END-IF
               CLOSE CADMARCA
           END-IF
           MOVE "00" TO ERROMAR.

       LERMODELO.
           MOVE 0 TO ACHOU
           OPEN INPUT CADMODEL
           IF ERROMOD = "00"
               MOVE PI-MARCA TO CODIGO1
               MOVE PI-MODELO TO CODIGO2
               READ CADMODEL
               IF ERROMOD = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY MODELO AT 0915
               END-IF
               CLOSE CADMODEL
           END-IF
           MOVE "00" TO ERROMOD.

       LERCOR.
           MOVE 0 TO ACHOU
           OPEN INPUT CADCOR
           IF ERROCOR = "00"
               MOVE PI-COR TO CODIGOCOR
               READ CADCOR
               IF ERROCOR = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY DESCRICAO AT 0950
               END-IF
               CLOSE CADCOR
           END-IF
           MOVE "00" TO ERROCOR.

       LERFILIAL.
           MOVE 0 TO ACHOU
           OPEN INPUT CADFIL
           IF ERROFIL = "00"
               MOVE PI-FILIAL TO FL-CODIGO
               READ CADFIL
               IF ERROFIL = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY FL-NOME AT 1161
               END-IF
               CLOSE CADFIL
           END-IF
           MOVE "00" TO ERROFIL.

       LERCLIENTE.
           MOVE 0 TO ACHOU
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE CPFINF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY NOME AT 1230
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO.

      *ULTIMO DIA DO MES DE DATACHK - BISSEXTO PELA REGRA SIMPLES
      *DO DIVISIVEL POR 4, SUFICIENTE PARA O HORIZONTE DO SISTEMA
       CALCULAULTDIA.
           EVALUATE DC-MES
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO ULTDIA
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO ULTDIA
           WHEN OTHER
               MOVE 28 TO ULTDIA
               DIVIDE DC-ANO BY 4 GIVING ZAUX REMAINDER ZRESTO
               IF ZRESTO = ZEROES
                   MOVE 29 TO ULTDIA
               END-IF
           END-EVALUATE.

      *LIMPA OS CAMPOS DA LINHA NA TELA E NAS VARIAVEIS
       LIMPALINHA.
           MOVE ZEROES TO PI-SEQ PI-MARCA PI-MODELO PI-COR
               PI-ANOFABRIC PI-ANOMODELO PI-PREVISAO PI-CUSTO
               PI-FILIAL PI-DATAREC PI-SITUACAO
           MOVE SPACES TO PI-CPF PI-CHASSI PI-OPERREC
           DISPLAY "   " AT 0810
           DISPLAY "                        " AT 0827
           DISPLAY "                        " AT 0911
           DISPLAY "                  " AT 0947
           DISPLAY "    " AT 1016
           DISPLAY "    " AT 1022
           DISPLAY "        " AT 1060
           DISPLAY "          " AT 1119
           DISPLAY "                       " AT 1158
           DISPLAY "                                         " AT 1218.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO PE-NUMERO PE-FORNECEDOR PE-DATA PE-SITUACAO
               ACTKEY NUMBUSCA SEQBUSCA LINHACON
           MOVE SPACES TO PE-OPERADOR AUX CHASSIREC PLACAREC CPFINF.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
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
           DISPLAY "                                       " AT 2041.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADPED CADPEDI.
           END PROGRAM P172956.

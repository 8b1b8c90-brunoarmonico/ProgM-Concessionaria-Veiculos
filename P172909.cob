      *A TELA PROPOE O VALOR CORRIGIDO E O RECIBO SAI EM RECIBO.TXT
      *COM A MEMORIA DE MULTA E JUROS, FICANDO A DIFERENCA ENTRE O
      *VALOR PAGO E O VALOR ORIGINAL DOCUMENTADA PARA A CONTABILIDADE.
      *ACEITA PAGAMENTO PARCIAL (ABATE O SALDO EM ABERTO DA PARCELA,
      *QUE SEGUE EM ABERTO) E FAZ A QUITACAO ANTECIPADA DO CONTRATO:
      *AS PARCELAS A VENCER SAO TRAZIDAS A VALOR PRESENTE PELA TAXA
      *DA VENDA, A COTACAO SAI EM QUITACAO.TXT E A QUITACAO BAIXA
      *TUDO DE UMA VEZ COM UM SO LANCAMENTO NO CAIXA. CADA PAGAMENTO
      *FICA NO HISTORICO DE BAIXAS DA PARCELA (CADBXPC).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RECIBO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREC.
           SELECT CADBXPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBXPC
               FILE STATUS  IS ERROBXP
               ALTERNATE RECORD KEY IS BP-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS BP-CPF WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADFROTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FT-NUMERO
               FILE STATUS  IS ERROFRO
               ALTERNATE RECORD KEY IS FT-CPF WITH DUPLICATES.
           SELECT QUITACAO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROQUI.

       DATA DIVISION.
       FILE SECTION.
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

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECIBO.TXT".
           01 LINHAREC PIC X(80) VALUE SPACES.

      *HISTORICO DE BAIXAS DAS PARCELAS - UM REGISTRO POR PAGAMENTO
      *(T BAIXA TOTAL, P PARCIAL, Q QUITACAO ANTECIPADA, R RETORNO DO
      *BANCO) COM O VALOR RECEBIDO, O QUANTO ABATEU DO SALDO, O
      *DESCONTO OU ACRESCIMO E O SALDO QUE FICOU
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
                   88 BXPC-TOTAL    VALUE "T".
                   88 BXPC-PARCIAL  VALUE "P".
                   88 BXPC-QUITACAO VALUE "Q".
                   88 BXPC-RETORNO  VALUE "R".
               02 BP-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 BP-ABATIDO       PIC 9(7)V99 VALUE ZEROES.
               02 BP-DESCONTO      PIC 9(7)V99 VALUE ZEROES.
               02 BP-ACRESCIMO     PIC 9(7)V99 VALUE ZEROES.
               02 BP-SALDO         PIC 9(7)V99 VALUE ZEROES.
               02 BP-OPERADOR      PIC X(8) VALUE SPACES.

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
               02 FT-VALORENTRADA  PIC 9(7)V99 VALUE ZEROES.
               02 FT-QTDPARCELAS   PIC 9(3) VALUE ZEROES.
               02 FT-TAXAFINANC    PIC 9(2)V99 VALUE ZEROES.
               02 FT-VALORPARCELA  PIC 9(7)V99 VALUE ZEROES.
               02 FT-NFINICIAL     PIC 9(6) VALUE ZEROES.
               02 FT-NFFINAL       PIC 9(6) VALUE ZEROES.
               02 FT-SITUACAO      PIC X(1) VALUE SPACES.
               02 FT-DATAESTORNO   PIC 9(8) VALUE ZEROES.
               02 FT-MOTIVO        PIC X(30) VALUE SPACES.
               02 FT-OPERADOR      PIC X(8) VALUE SPACES.

           FD QUITACAO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUITACAO.TXT".
           01 LINHAQUI PIC X(80) VALUE SPACES.

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
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 DIAUTILOK PIC 9(1) VALUE 0.
           01 EHFERIADO PIC 9(1) VALUE 0.
      *PAGAMENTO PARCIAL, HISTORICO DE BAIXAS E QUITACAO ANTECIPADA
           01 ERROBXP PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROFRO PIC X(2) VALUE "00".
           01 ERROQUI PIC X(2) VALUE "00".
           01 FIMBXP PIC 9(1) VALUE 0.
           01 SEQBXP PIC 9(3) VALUE ZEROES.
           01 TIPOBAIXA PIC X(1) VALUE SPACES.
           01 SALDOPARC PIC 9(7)V99 VALUE ZEROES.
           01 VALORABATIDO PIC 9(7)V99 VALUE ZEROES.
           01 SALDOAPOS PIC 9(7)V99 VALUE ZEROES.
           01 DESCONTOBX PIC 9(7)V99 VALUE ZEROES.
           01 ACRESCIMOBX PIC 9(7)V99 VALUE ZEROES.
           01 CPFCAIXA PIC X(11) VALUE SPACES.
           01 HISTCAIXA PIC X(30) VALUE SPACES.
           01 LINHAHIST PIC 9(2) VALUE ZEROES.
           01 TEXTOHIST PIC X(60) VALUE SPACES.
           01 TAXAQUIT PIC 9(2)V99 VALUE ZEROES.
           01 TAXAUNIT PIC 9(1)V9(6) VALUE ZEROES.
           01 DIASANTEC PIC 9(8) VALUE ZEROES.
           01 MESESANTEC PIC 9(3)V9(4) VALUE ZEROES.
           01 FATORJUROS PIC 9(11)V9(6) VALUE ZEROES.
           01 QTDQUIT PIC 9(3) VALUE ZEROES.
           01 CPFQUIT PIC X(11) VALUE SPACES.
           01 TOTSALDOQUIT PIC 9(9)V99 VALUE ZEROES.
           01 TOTDESCQUIT PIC 9(9)V99 VALUE ZEROES.
           01 TOTACRESQUIT PIC 9(9)V99 VALUE ZEROES.
           01 TOTQUITACAO PIC 9(9)V99 VALUE ZEROES.
      *PLANO DE UMA NEGOCIACAO DE FROTA NO CADPARC (P172944)
           01 CHAVEPLANO.
               02 PL-PREFIXO PIC X(5) VALUE SPACES.
               02 PL-NUMERO  PIC 9(6) VALUE ZEROES.
               02 FILLER     PIC X(6) VALUE SPACES.
           01 ED-SALDO PIC Z(6)9,99.
           01 ED-VALOR PIC Z(6)9,99.
           01 ED-DESCONTO PIC Z(6)9,99.
           01 ED-ACRESC PIC Z(6)9,99.
           01 ED-TOTQ PIC Z(8)9,99.
           01 ED-TAXA PIC Z9,99.

           SCREEN SECTION.
       01  TELAPARC.
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
           PERFORM LIMPATELA
           DISPLAY "F1 PARCELAS DO VEICULO, F2 QUITACAO ANTECIPADA,"
               AT 1505
           DISPLAY "F3 SAIR" AT 1553
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
                   GO TO MENUPRINC
               END-IF
               GO TO PERCORREPARC
           WHEN = 02
               PERFORM LIMPATELA
               DISPLAY "CHASSI: " AT 1605
               ACCEPT CHASSIBUSCA AT 1614
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   GO TO MENUPRINC
               END-IF
               GO TO COTAQUITACAO
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               PERFORM LIMPATELA
               DISPLAY "FIM DAS PARCELAS DO CHASSI" AT 1605
               GO TO MENUPRINC
           END-IF.

      *MOSTRA A PARCELA JA LIDA - VOLTA AQUI DEPOIS DO PAGAMENTO
      *PARCIAL E DO HISTORICO, QUE NAO AVANCAM PARA A PROXIMA
       EXIBEPARC.
           DISPLAY TELAPARC
           PERFORM LERNOMECLIENTE
           IF PARC-PAGA
               DISPLAY "SITUACAO: PAGA" AT 1305
               DISPLAY "F2 PROXIMA, F3 VOLTAR, F5 HISTORICO" AT 1505
           ELSE
               IF PARC-ESTORNADA
                   DISPLAY "SITUACAO: ESTORNADA" AT 1305
                   DISPLAY "F2 PROXIMA, F3 VOLTAR, F5 HISTORICO"
                       AT 1505
               ELSE
                   IF PARC-RENEGOCIADA
                       DISPLAY "SITUACAO: RENEGOCIADA" AT 1305
                       DISPLAY "F2 PROXIMA, F3 VOLTAR, F5 HISTORICO"
                           AT 1505
                   ELSE
                       DISPLAY "SITUACAO: EM ABERTO" AT 1305
                       IF PR-VALORPAGO > ZEROES
                           COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
                           MOVE SALDOPARC TO ED-SALDO
                           DISPLAY "SALDO EM ABERTO:" AT 1330
                           DISPLAY ED-SALDO AT 1347
                       END-IF
                       DISPLAY "F1 BAIXAR, F2 PROXIMA, F3 VOLTAR,"
                           AT 1505
                       DISPLAY "F4 PAGAMENTO PARCIAL, F5 HISTORICO"
                           AT 1605
                   END-IF
               END-IF
           END-IF
           EVALUATE ACTKEY
           WHEN = 01
               IF PARC-ABERTA
                   PERFORM LIMPATELA
                   GO TO BAIXAPARC
               ELSE
                   GO TO MOSTRAPARC
           WHEN = 03
               PERFORM LIMPATELA
               GO TO MENUPRINC
           WHEN = 04
               IF PARC-ABERTA
                   PERFORM LIMPATELA
                   GO TO PAGAPARCIAL
               ELSE
                   GO TO EXIBEPARC
               END-IF
           WHEN = 05
               PERFORM MOSTRAHIST
               GO TO EXIBEPARC
           WHEN OTHER
               GO TO MOSTRAPARC
           END-EVALUATE.

      *REGISTRA O PAGAMENTO DA PARCELA CORRENTE - DATA E VALOR EM
      *BRANCO ASSUMEM A DATA DE HOJE E O SALDO EM ABERTO DA PARCELA
      *(VALOR ORIGINAL MENOS OS PAGAMENTOS PARCIAIS) CORRIGIDO
       BAIXAPARC.
           MOVE ZEROES TO DATABAIXA VALORBAIXA
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD):" AT 1605
               DISPLAY "VALOR CORRIGIDO PROPOSTO:" AT 1905
               DISPLAY ED-CORRIG AT 1931
           END-IF
           IF PR-VALORPAGO > ZEROES
               MOVE SALDOPARC TO ED-SALDO
               DISPLAY "SALDO EM ABERTO:" AT 2005
               DISPLAY ED-SALDO AT 2022
           END-IF
           DISPLAY "VALOR PAGO:" AT 1705
           ACCEPT VALORBAIXA AT 1717
           IF VALORBAIXA = ZEROES
               MOVE VALORCORRIG TO VALORBAIXA
           END-IF
           MOVE DATABAIXA TO PR-DATAPAGTO
           ADD VALORBAIXA TO PR-VALORPAGO
           MOVE 1 TO PR-SITUACAO
           REWRITE REGPARC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPARC
           IF ERRO = "00" OR "02"
               MOVE "T" TO TIPOBAIXA
               MOVE SALDOPARC TO VALORABATIDO
               MOVE ZEROES TO DESCONTOBX ACRESCIMOBX
               IF VALORBAIXA > SALDOPARC
                   COMPUTE ACRESCIMOBX = VALORBAIXA - SALDOPARC
               ELSE
                   COMPUTE DESCONTOBX = SALDOPARC - VALORBAIXA
               END-IF
               PERFORM GRAVABXPC
               MOVE PR-CPF TO CPFCAIXA
               MOVE "PARCELA RECEBIDA" TO HISTCAIXA
               PERFORM LANCACAIXAPARC
               PERFORM IMPRIMERECIBO
               PERFORM LIMPATELA
           END-IF.

      *CALCULA O VALOR CORRIGIDO DA PARCELA VENCIDA - MULTA FIXA
      *MAIS JUROS POR DIA DE ATRASO SOBRE O SALDO EM ABERTO, PELOS
      *PARAMETROS DO CADMULTA. SEM PARAMETROS OU SEM ATRASO, O
      *VALOR PROPOSTO E O SALDO EM ABERTO DA PARCELA
       CALCULACORRECAO.
           MOVE ZEROES TO VALORMULTA VALORJUROS DIASATRASO
           COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
           MOVE SALDOPARC TO VALORCORRIG
           MOVE 0 TO TEMMULTA
      *O VENCIMENTO QUE CAIU EM DIA SEM EXPEDIENTE VALE NO DIA UTIL
      *SEGUINTE - MULTA E JUROS CONTAM DO MESMO CALENDARIO DO CARNE
                   IF ERROMUL = "00"
                       MOVE 1 TO TEMMULTA
                       COMPUTE VALORMULTA ROUNDED =
                           SALDOPARC * MU-MULTA / 100
                       COMPUTE VALORJUROS ROUNDED =
                           SALDOPARC * MU-JUROSDIA / 100
                           * DIASATRASO
                       COMPUTE VALORCORRIG = SALDOPARC + VALORMULTA
                           + VALORJUROS
                   END-IF
                   CLOSE CADMULTA
               OPEN OUTPUT RECIBO
           END-IF
           MOVE SPACES TO LINHAREC
           IF TIPOBAIXA = "P"
               MOVE "RECIBO DE PAGAMENTO PARCIAL DE PARCELA" TO LINHAREC
           ELSE
               MOVE "RECIBO DE PAGAMENTO DE PARCELA" TO LINHAREC
           END-IF
           WRITE LINHAREC
           MOVE SPACES TO LINHAREC
           STRING "CHASSI " DELIMITED BY SIZE
           STRING "DIAS DE ATRASO " DELIMITED BY SIZE
               ED-ATRASO DELIMITED BY SIZE
               " VALOR PAGO " DELIMITED BY SIZE
               VALORBAIXA DELIMITED BY SIZE
               INTO LINHAREC
           END-STRING
           WRITE LINHAREC
           MOVE SPACES TO LINHAREC
           STRING "SALDO ANTERIOR " DELIMITED BY SIZE
               SALDOPARC DELIMITED BY SIZE
               " SALDO RESTANTE " DELIMITED BY SIZE
               SALDOAPOS DELIMITED BY SIZE
               INTO LINHAREC
           END-STRING
           WRITE LINHAREC

      *LANCA NO LIVRO CAIXA (CADCAIXA) O DINHEIRO RECEBIDO NA BAIXA
      *DA PARCELA, COM A PROXIMA SEQUENCIA DO DIA - O FECHADIA
      *CONFERE O CAIXA DO DIA CONTRA ESTES LANCAMENTOS. O CLIENTE E
      *O HISTORICO VEM EM CPFCAIXA E HISTCAIXA (A QUITACAO LANCA O
      *TOTAL DE TODAS AS PARCELAS NUM SO MOVIMENTO)
       LANCACAIXAPARC.
           OPEN I-O CADCAIXA
           IF ERROCAI NOT = "00"
      *O LANCAMENTO ENTRA NA DATA REAL DO PAGAMENTO - O FECHADIA
      *CONFERE AS BAIXAS DO DIA PELA MESMA DATA, E UMA BAIXA
      *RETROATIVA NA DATA DE HOJE APONTARIA DIVERGENCIA FALSA
               MOVE DATABAIXA TO DATACAIXA
               MOVE ZEROES TO SEQCAIXA
               MOVE 0 TO FIMCAI
               MOVE DATACAIXA TO CX-DATA
               COMPUTE CX-SEQ = SEQCAIXA + 1
               MOVE "P" TO CX-TIPO
               MOVE "E" TO CX-SINAL
               MOVE CPFCAIXA TO CX-CHAVE
               MOVE VALORBAIXA TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE HISTCAIXA TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.
               END-IF
           END-IF.

      *PAGAMENTO PARCIAL DA PARCELA CORRENTE - O VALOR ABATE O SALDO
      *EM ABERTO SEM MULTA NEM JUROS, QUE SO INCIDEM NA BAIXA FINAL
      *SOBRE O SALDO QUE RESTAR. A PARCELA SEGUE EM ABERTO, COM O
      *ACUMULADO EM PR-VALORPAGO E O PAGAMENTO NO HISTORICO
       PAGAPARCIAL.
           MOVE ZEROES TO DATABAIXA VALORBAIXA
           COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
           MOVE SALDOPARC TO ED-SALDO
           DISPLAY "SALDO EM ABERTO:" AT 1605
           DISPLAY ED-SALDO AT 1622
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD):" AT 1705
           ACCEPT DATABAIXA AT 1735
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           IF DATABAIXA = ZEROES
               MOVE DATAHOJE TO DATABAIXA
           END-IF
           IF DATABAIXA > DATAHOJE
               DISPLAY "DATA DE PAGAMENTO NO FUTURO" AT 1905
               GO TO PAGAPARCIAL
           END-IF
           DISPLAY "VALOR PAGO:" AT 1805
           ACCEPT VALORBAIXA AT 1817
           IF VALORBAIXA = ZEROES
               DISPLAY "INFORME O VALOR PAGO" AT 1905
               GO TO PAGAPARCIAL
           END-IF
           IF VALORBAIXA NOT < SALDOPARC
               DISPLAY "VALOR QUITA A PARCELA - USE F1 BAIXAR" AT 1905
               GO TO PAGAPARCIAL
           END-IF
           MOVE ZEROES TO VALORMULTA VALORJUROS DIASATRASO
           MOVE DATABAIXA TO PR-DATAPAGTO
           ADD VALORBAIXA TO PR-VALORPAGO
           REWRITE REGPARC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPARC
           IF ERRO = "00" OR "02"
               MOVE "P" TO TIPOBAIXA
               MOVE VALORBAIXA TO VALORABATIDO
               MOVE ZEROES TO DESCONTOBX ACRESCIMOBX
               PERFORM GRAVABXPC
               MOVE PR-CPF TO CPFCAIXA
               MOVE "PAGAMENTO PARCIAL DE PARCELA" TO HISTCAIXA
               PERFORM LANCACAIXAPARC
               PERFORM IMPRIMERECIBO
               GO TO EXIBEPARC
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO REGISTRAR O PAGAMENTO" AT 1605
               GO TO MENUPRINC
           END-IF.

      *GRAVA O PAGAMENTO NO HISTORICO DE BAIXAS (CADBXPC) COM A
      *PROXIMA SEQUENCIA DA PARCELA - O FECHADIA CONFERE O CAIXA DO
      *DIA PELA DATA DESTES REGISTROS
       GRAVABXPC.
           COMPUTE SALDOAPOS = SALDOPARC - VALORABATIDO
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
               PERFORM GRAVABXPC-LOOP UNTIL FIMBXP = 1
               MOVE PR-CHASSI TO BP-CHASSI
               MOVE PR-NUMPARC TO BP-NUMPARC
               COMPUTE BP-SEQ = SEQBXP + 1
               MOVE DATABAIXA TO BP-DATA
               MOVE PR-CPF TO BP-CPF
               MOVE TIPOBAIXA TO BP-TIPO
               MOVE VALORBAIXA TO BP-VALOR
               MOVE VALORABATIDO TO BP-ABATIDO
               MOVE DESCONTOBX TO BP-DESCONTO
               MOVE ACRESCIMOBX TO BP-ACRESCIMO
               MOVE SALDOAPOS TO BP-SALDO
               MOVE OPERADOR TO BP-OPERADOR
               WRITE REGBXPC
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNBXPC
               CLOSE CADBXPC
           END-IF
           MOVE "00" TO ERROBXP.

       GRAVABXPC-LOOP.
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

      *LISTA NA TELA OS PAGAMENTOS REGISTRADOS DA PARCELA CORRENTE
       MOSTRAHIST.
           PERFORM LIMPATELA
           MOVE 14 TO LINHAHIST
           OPEN INPUT CADBXPC
           IF ERROBXP = "00"
               DISPLAY "DATA     T      VALOR   DESCONTO  ACRESCIMO"
                   AT 1305
               DISPLAY "      SALDO" AT 1349
               MOVE 0 TO FIMBXP
               MOVE PR-CHASSI TO BP-CHASSI
               MOVE PR-NUMPARC TO BP-NUMPARC
               MOVE ZEROES TO BP-SEQ
               START CADBXPC KEY IS GREATER THAN CHAVEBXPC
                   INVALID KEY
                       MOVE 1 TO FIMBXP
               END-START
               PERFORM MOSTRAHIST-LOOP UNTIL FIMBXP = 1
               CLOSE CADBXPC
           END-IF
           MOVE "00" TO ERROBXP
           IF LINHAHIST = 14
               DISPLAY "NENHUM PAGAMENTO REGISTRADO" AT 1405
           END-IF
           DISPLAY "TECLE ENTER PARA VOLTAR" AT 2005
           ACCEPT AUX AT 2360.

       MOSTRAHIST-LOOP.
           READ CADBXPC NEXT
           IF ERROBXP NOT = "00"
               MOVE 1 TO FIMBXP
           ELSE
               IF BP-CHASSI NOT = PR-CHASSI
                   OR BP-NUMPARC NOT = PR-NUMPARC
                   OR LINHAHIST > 19
                   MOVE 1 TO FIMBXP
               ELSE
                   MOVE BP-VALOR TO ED-VALOR
                   MOVE BP-DESCONTO TO ED-DESCONTO
                   MOVE BP-ACRESCIMO TO ED-ACRESC
                   MOVE BP-SALDO TO ED-SALDO
                   MOVE SPACES TO TEXTOHIST
                   STRING BP-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BP-TIPO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ED-VALOR DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ED-DESCONTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ED-ACRESC DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       ED-SALDO DELIMITED BY SIZE
                       INTO TEXTOHIST
                   END-STRING
                   DISPLAY TEXTOHIST AT LINE LINHAHIST COL 05
                   ADD 1 TO LINHAHIST
               END-IF
           END-IF.

      *COTACAO DE QUITACAO ANTECIPADA DO CONTRATO NA DATA DE HOJE -
      *CADA PARCELA A VENCER E TRAZIDA A VALOR PRESENTE PELA TAXA DO
      *CONTRATO E CADA VENCIDA ENTRA CORRIGIDA POR MULTA E JUROS. A
      *COTACAO SAI EM QUITACAO.TXT PARA ENTREGAR AO CLIENTE E, SE
      *CONFIRMADA, A QUITACAO E EFETIVADA NA MESMA HORA
       COTAQUITACAO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATABAIXA
           PERFORM BUSCATAXACONTRATO
           MOVE ZEROES TO QTDQUIT TOTSALDOQUIT TOTDESCQUIT
               TOTACRESQUIT TOTQUITACAO
           MOVE SPACES TO CPFQUIT
           MOVE TAXAQUIT TO ED-TAXA
           OPEN OUTPUT QUITACAO
           MOVE SPACES TO LINHAQUI
           STRING "COTACAO DE QUITACAO ANTECIPADA - " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           MOVE SPACES TO LINHAQUI
           STRING "CHASSI " DELIMITED BY SIZE
               CHASSIBUSCA DELIMITED BY SIZE
               " TAXA DO CONTRATO (% AO MES) " DELIMITED BY SIZE
               ED-TAXA DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           MOVE SPACES TO LINHAQUI
           WRITE LINHAQUI
           MOVE SPACES TO LINHAQUI
           STRING "PARC VENCTO        SALDO   DESCONTO  ACRESCIMO"
               DELIMITED BY SIZE
               "      VALOR" DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           MOVE 0 TO FIMPARC
           MOVE CHASSIBUSCA TO PR-CHASSI
           MOVE ZEROES TO PR-NUMPARC
           START CADPARC KEY IS GREATER THAN CHAVEPARC
               INVALID KEY
                   MOVE 1 TO FIMPARC
           END-START
           PERFORM COTAQUITACAO-LOOP UNTIL FIMPARC = 1
           MOVE "00" TO ERRO
           MOVE SPACES TO LINHAQUI
           WRITE LINHAQUI
           MOVE TOTSALDOQUIT TO ED-TOTQ
           MOVE SPACES TO LINHAQUI
           STRING "SALDO DEVEDOR.......: " DELIMITED BY SIZE
               ED-TOTQ DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           MOVE TOTDESCQUIT TO ED-TOTQ
           MOVE SPACES TO LINHAQUI
           STRING "DESCONTO ANTECIPACAO: " DELIMITED BY SIZE
               ED-TOTQ DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           MOVE TOTACRESQUIT TO ED-TOTQ
           MOVE SPACES TO LINHAQUI
           STRING "MULTA E JUROS.......: " DELIMITED BY SIZE
               ED-TOTQ DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           MOVE TOTQUITACAO TO ED-TOTQ
           MOVE SPACES TO LINHAQUI
           STRING "TOTAL PARA QUITACAO.: " DELIMITED BY SIZE
               ED-TOTQ DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           MOVE SPACES TO LINHAQUI
           STRING "VALORES VALIDOS PARA PAGAMENTO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAQUI
           END-STRING
           WRITE LINHAQUI
           CLOSE QUITACAO
           MOVE "00" TO ERROQUI
           PERFORM LIMPATELA
           IF QTDQUIT = ZEROES
               DISPLAY "NENHUMA PARCELA EM ABERTO PARA ESTE CHASSI"
                   AT 1605
               GO TO MENUPRINC
           END-IF
           DISPLAY "PARCELAS EM ABERTO:" AT 1305
           DISPLAY QTDQUIT AT 1328
           DISPLAY "TAXA (% AO MES):" AT 1335
           DISPLAY ED-TAXA AT 1352
           MOVE TOTSALDOQUIT TO ED-TOTQ
           DISPLAY "SALDO DEVEDOR:" AT 1405
           DISPLAY ED-TOTQ AT 1428
           MOVE TOTDESCQUIT TO ED-TOTQ
           DISPLAY "DESCONTO ANTECIPACAO:" AT 1505
           DISPLAY ED-TOTQ AT 1528
           MOVE TOTACRESQUIT TO ED-TOTQ
           DISPLAY "MULTA E JUROS:" AT 1605
           DISPLAY ED-TOTQ AT 1628
           MOVE TOTQUITACAO TO ED-TOTQ
           DISPLAY "TOTAL PARA QUITACAO:" AT 1705
           DISPLAY ED-TOTQ AT 1728
           DISPLAY "COTACAO GRAVADA EM QUITACAO.TXT" AT 1905
           DISPLAY "F1 CONFIRMAR A QUITACAO, F3 VOLTAR" AT 2005
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               PERFORM LIMPATELA
               GO TO MENUPRINC
           END-IF
           GO TO EFETIVAQUITACAO.

       COTAQUITACAO-LOOP.
           READ CADPARC NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMPARC
           ELSE
               IF PR-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMPARC
               ELSE
                   IF PARC-ABERTA
                       PERFORM CALCULAQUITPARC
                       PERFORM ACUMULAQUIT
                       MOVE SALDOPARC TO ED-SALDO
                       MOVE DESCONTOBX TO ED-DESCONTO
                       MOVE ACRESCIMOBX TO ED-ACRESC
                       MOVE VALORBAIXA TO ED-VALOR
                       MOVE SPACES TO LINHAQUI
                       STRING " " DELIMITED BY SIZE
                           PR-NUMPARC DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PR-VENCTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ED-SALDO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ED-DESCONTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ED-ACRESC DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ED-VALOR DELIMITED BY SIZE
                           INTO LINHAQUI
                       END-STRING
                       WRITE LINHAQUI
                   END-IF
               END-IF
           END-IF.

      *VALOR DE QUITACAO DE UMA PARCELA EM ABERTO NA DATA DA BAIXA -
      *A VENCER E DESCONTADA A VALOR PRESENTE PELOS MESES QUE FALTAM
      *(BASE COMERCIAL DE 30 DIAS, COMO O CALCULO DO CARNE); VENCIDA
      *OU VENCENDO HOJE E CORRIGIDA COMO NA BAIXA AVULSA. ESTOURO NO
      *FATOR DEIXA A PARCELA SEM DESCONTO
       CALCULAQUITPARC.
           PERFORM CALCULACORRECAO
           MOVE ZEROES TO DESCONTOBX ACRESCIMOBX
           MOVE VALORCORRIG TO VALORBAIXA
           MOVE SALDOPARC TO VALORABATIDO
           IF DIASATRASO > ZEROES
               COMPUTE ACRESCIMOBX = VALORCORRIG - SALDOPARC
           ELSE
               IF DIASVENC > DIASBAIXA AND TAXAQUIT > ZEROES
                   COMPUTE DIASANTEC = DIASVENC - DIASBAIXA
                   COMPUTE MESESANTEC ROUNDED = DIASANTEC / 30
                   COMPUTE TAXAUNIT = TAXAQUIT / 100
                   COMPUTE FATORJUROS ROUNDED =
                       (1 + TAXAUNIT) ** MESESANTEC
                       ON SIZE ERROR
                           MOVE 1 TO FATORJUROS
                   END-COMPUTE
                   IF FATORJUROS > 1
                       COMPUTE VALORBAIXA ROUNDED =
                           SALDOPARC / FATORJUROS
                       COMPUTE DESCONTOBX = SALDOPARC - VALORBAIXA
                   END-IF
               END-IF
           END-IF.

      *SOMA A PARCELA NOS TOTAIS DA QUITACAO
       ACUMULAQUIT.
           ADD 1 TO QTDQUIT
           ADD SALDOPARC TO TOTSALDOQUIT
           ADD DESCONTOBX TO TOTDESCQUIT
           ADD ACRESCIMOBX TO TOTACRESQUIT
           ADD VALORBAIXA TO TOTQUITACAO
           MOVE PR-CPF TO CPFQUIT.

      *EFETIVA A QUITACAO COTADA - BAIXA TODAS AS PARCELAS EM ABERTO
      *DO CHASSI PELO VALOR DA COTACAO (RECALCULADO NA MESMA DATA),
      *GRAVA O HISTORICO DE CADA UMA E LANCA O TOTAL NO CAIXA NUM
      *UNICO MOVIMENTO, COM RECIBO EM RECIBO.TXT
       EFETIVAQUITACAO.
           MOVE ZEROES TO QTDQUIT TOTSALDOQUIT TOTDESCQUIT
               TOTACRESQUIT TOTQUITACAO
           MOVE 0 TO FIMPARC
           MOVE CHASSIBUSCA TO PR-CHASSI
           MOVE ZEROES TO PR-NUMPARC
           START CADPARC KEY IS GREATER THAN CHAVEPARC
               INVALID KEY
                   MOVE 1 TO FIMPARC
           END-START
           PERFORM EFETIVAQUITACAO-LOOP UNTIL FIMPARC = 1
           MOVE "00" TO ERRO
           PERFORM LIMPATELA
           IF QTDQUIT = ZEROES
               DISPLAY "NENHUMA PARCELA FOI QUITADA" AT 1605
               GO TO MENUPRINC
           END-IF
           MOVE TOTQUITACAO TO VALORBAIXA
           MOVE CPFQUIT TO CPFCAIXA
           MOVE "QUITACAO ANTECIPADA" TO HISTCAIXA
           PERFORM LANCACAIXAPARC
           PERFORM IMPRIMEQUITACAO
           DISPLAY "QUITACAO REGISTRADA" AT 1605
           DISPLAY "RECIBO GRAVADO EM RECIBO.TXT" AT 1705
           GO TO MENUPRINC.

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

      *IMAGEM GRAVADA NO CADOPER PARA O JORNAL DE TRANSACOES
       JORNOPER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOPER" TO PJ-ARQUIVO
               MOVE REGOPER TO PJ-IMAGEM
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

       EFETIVAQUITACAO-LOOP.
           READ CADPARC NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMPARC
           ELSE
               IF PR-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMPARC
               ELSE
                   IF PARC-ABERTA
                       PERFORM CALCULAQUITPARC
                       MOVE DATABAIXA TO PR-DATAPAGTO
                       ADD VALORBAIXA TO PR-VALORPAGO
                       MOVE 1 TO PR-SITUACAO
                       REWRITE REGPARC
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNPARC
                       IF ERRO = "00" OR "02"
                           PERFORM ACUMULAQUIT
                           MOVE "Q" TO TIPOBAIXA
                           PERFORM GRAVABXPC
                       END-IF
                       MOVE "00" TO ERRO
                   END-IF
               END-IF
           END-IF.

      *RECIBO DA QUITACAO ANTECIPADA COM O RESUMO DA COTACAO
       IMPRIMEQUITACAO.
           OPEN EXTEND RECIBO
           IF ERROREC NOT = "00"
               OPEN OUTPUT RECIBO
           END-IF
           MOVE SPACES TO LINHAREC
           MOVE "RECIBO DE QUITACAO ANTECIPADA DE FINANCIAMENTO"
               TO LINHAREC
           WRITE LINHAREC
           MOVE SPACES TO LINHAREC
           STRING "CHASSI " DELIMITED BY SIZE
               CHASSIBUSCA DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               CPFQUIT DELIMITED BY SIZE
               " PARCELAS QUITADAS " DELIMITED BY SIZE
               QTDQUIT DELIMITED BY SIZE
               INTO LINHAREC
           END-STRING
           WRITE LINHAREC
           MOVE SPACES TO LINHAREC
           STRING "PAGO EM " DELIMITED BY SIZE
               DATABAIXA DELIMITED BY SIZE
               " OPERADOR " DELIMITED BY SIZE
               OPERADOR DELIMITED BY SIZE
               " TAXA DO CONTRATO " DELIMITED BY SIZE
               ED-TAXA DELIMITED BY SIZE
               INTO LINHAREC
           END-STRING
           WRITE LINHAREC
           MOVE SPACES TO LINHAREC
           STRING "SALDO DEVEDOR " DELIMITED BY SIZE
               TOTSALDOQUIT DELIMITED BY SIZE
               " DESCONTO " DELIMITED BY SIZE
               TOTDESCQUIT DELIMITED BY SIZE
               INTO LINHAREC
           END-STRING
           WRITE LINHAREC
           MOVE SPACES TO LINHAREC
           STRING "MULTA E JUROS " DELIMITED BY SIZE
               TOTACRESQUIT DELIMITED BY SIZE
               " VALOR PAGO " DELIMITED BY SIZE
               TOTQUITACAO DELIMITED BY SIZE
               INTO LINHAREC
           END-STRING
           WRITE LINHAREC
           MOVE SPACES TO LINHAREC
           WRITE LINHAREC
           CLOSE RECIBO
           MOVE "00" TO ERROREC.

      *TAXA DO CONTRATO - A DA VENDA (TAXAFINANC DO CADVEIC) OU, NO
      *PLANO DE UMA NEGOCIACAO DE FROTA (CHAVE FROTA MAIS O NUMERO,
      *GRAVADA PELO P172944), A DA NEGOCIACAO NO CADFROTA. SEM TAXA
      *AS PARCELAS A VENCER ENTRAM PELO SALDO, SEM DESCONTO
       BUSCATAXACONTRATO.
           MOVE ZEROES TO TAXAQUIT
           MOVE CHASSIBUSCA TO CHAVEPLANO
           IF PL-PREFIXO = "FROTA"
               OPEN INPUT CADFROTA
               IF ERROFRO = "00"
                   MOVE PL-NUMERO TO FT-NUMERO
                   READ CADFROTA
                   IF ERROFRO = "00"
                       MOVE FT-TAXAFINANC TO TAXAQUIT
                   END-IF
                   CLOSE CADFROTA
               END-IF
               MOVE "00" TO ERROFRO
           ELSE
               OPEN INPUT CADVEIC
               IF ERROVEI = "00"
                   MOVE CHASSIBUSCA TO CHASSI
                   READ CADVEIC
                   IF ERROVEI = "00"
                       MOVE TAXAFINANC TO TAXAQUIT
                   END-IF
                   CLOSE CADVEIC
               END-IF
               MOVE "00" TO ERROVEI
           END-IF.

      *BUSCA O NOME DO CLIENTE DA PARCELA PARA EXIBIR NA TELA
       LERNOMECLIENTE.
           MOVE PR-CPF TO CPF

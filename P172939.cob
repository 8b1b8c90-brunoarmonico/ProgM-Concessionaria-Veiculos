      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172939.
      *-----------------------------------------------------------------
      *ORDEM DE SERVICO DA OFICINA - ABRE A OS POR CHASSI, PARA CARRO
      *DO ESTOQUE OU JA VENDIDO (CADVEIC OU, SE A VENDA FOI ARQUIVADA
      *PELO ARQVEIC, CADVHIST), COM A LEITURA DO HODOMETRO NA ENTRADA
      *(CADKM, EVENTO O - LEITURA MENOR QUE A ULTIMA E RECUSADA) E O
      *PAGADOR: C CLIENTE, G GARANTIA (LIGADA A UM CHAMADO ABERTO DO
      *CADSIN) OU L LOJA (SERVICO INTERNO, COMO O PREPARO). CARRO DO
      *ESTOQUE SO ACEITA PAGADOR L. AS LINHAS DE MAO DE OBRA E PECA
      *(CATALOGO CADPROD) FICAM EM CADOSIT. NO FECHAMENTO A OS PAGA
      *PELO CLIENTE ENTRA NO LIVRO CAIXA (CADCAIXA, TIPO O), A DE
      *GARANTIA SOMA NO CUSTO DO CHAMADO E A DA LOJA VIRA LANCAMENTO
      *DE PREPARO (CADPREP) DO CHASSI. A NUMERACAO DAS ORDENS E
      *CONTROLADA EM OSCTRL.TXT. A PECA COM ESTOQUE CONTROLADO
      *(CADESTQ, P172940) BAIXA O SALDO AO SER LANCADA NA OS E VOLTA
      *AO ESTOQUE SE A OS FOR CANCELADA; SEM SALDO PARA A QUANTIDADE
      *A LINHA NAO E LANCADA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OS-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS OS-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS OS-CPF WITH DUPLICATES.
           SELECT CADOSIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEOSIT
               FILE STATUS  IS ERROOSI.
           SELECT OSCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROOSC.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADVHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS H-CHASSI
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS H-PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-P-CPF WITH DUPLICATES.
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
           SELECT CADSIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESIN
               FILE STATUS  IS ERROSIN.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
           SELECT CADPREP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPREP
               FILE STATUS  IS ERROPRE.
           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PD-CODIGO
               FILE STATUS  IS ERROPRD
               ALTERNATE RECORD KEY IS PD-DESCRICAO WITH DUPLICATES.
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
      *ORDENS DE SERVICO - CABECALHO DA OS COM OS TOTAIS ACUMULADOS
      *DAS LINHAS LANCADAS
           FD CADOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOS.DAT".
           01 REGOS.
               02 OS-NUMERO    PIC 9(6) VALUE ZEROES.
               02 OS-CHASSI    PIC X(17) VALUE SPACES.
               02 OS-CPF       PIC X(11) VALUE SPACES.
               02 OS-FILIAL    PIC 9(2) VALUE ZEROES.
               02 OS-DATAABERT PIC 9(8) VALUE ZEROES.
               02 OS-KM        PIC 9(7) VALUE ZEROES.
               02 OS-PAGADOR   PIC X(1) VALUE SPACES.
                   88 OS-CLIENTE  VALUE "C".
                   88 OS-GARANTIA VALUE "G".
                   88 OS-LOJA     VALUE "L".
               02 OS-SINSEQ    PIC 9(3) VALUE ZEROES.
               02 OS-DESCRICAO PIC X(40) VALUE SPACES.
               02 OS-TOTMO     PIC 9(7)V99 VALUE ZEROES.
               02 OS-TOTPECAS  PIC 9(7)V99 VALUE ZEROES.
               02 OS-DATAFECH  PIC 9(8) VALUE ZEROES.
               02 OS-OPERADOR  PIC X(8) VALUE SPACES.
               02 OS-SITUACAO  PIC 9(1) VALUE ZEROES.
                   88 OS-ABERTA    VALUE 0.
                   88 OS-FECHADA   VALUE 1.
                   88 OS-CANCELADA VALUE 2.

      *LINHAS DA ORDEM DE SERVICO - M MAO DE OBRA, P PECA DO CATALOGO
           FD CADOSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOSIT.DAT".
           01 REGOSIT.
               02 CHAVEOSIT.
                   03 OI-NUMERO PIC 9(6) VALUE ZEROES.
                   03 OI-SEQ    PIC 9(3) VALUE ZEROES.
               02 OI-TIPO      PIC X(1) VALUE SPACES.
                   88 ITEM-MAOOBRA VALUE "M".
                   88 ITEM-PECA    VALUE "P".
               02 OI-PRODUTO   PIC 9(4) VALUE ZEROES.
               02 OI-DESCRICAO PIC X(30) VALUE SPACES.
               02 OI-QTD       PIC 9(3) VALUE ZEROES.
               02 OI-VALOR     PIC 9(7)V99 VALUE ZEROES.
               02 OI-TOTAL     PIC 9(7)V99 VALUE ZEROES.

           FD OSCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "OSCTRL.TXT".
           01 LINHAOSC.
               02 OC-ULTIMO PIC 9(6).

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 CHASSI PIC X(17).
               02 PLACA PIC X(7).
               02 VEICULO.
                   03 V-MARCA  PIC 9(3).
                   03 V-MODELO PIC 9(3).
                   03 P-CPF    PIC X(11).
               02 V-ANO PIC 9(8).
               02 FILLER PIC X(47).
               02 VENDA.
                   03 VALORVENDA PIC 9(7)V99.
                   03 COMISSAO   PIC 9(2)V99.
                   03 DATAVENDA  PIC 9(8).
                   03 FILLER     PIC X(30).
               02 FILLER PIC X(20).
               02 FILIAL PIC 9(2).
               02 STATUSVEIC PIC 9(1).
                   88 VEIC-DISPONIVEL VALUE 0.
                   88 VEIC-VENDIDO    VALUE 1.
               02 VERSAO PIC 9(6).

           FD CADVHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVHIST.DAT".
           01 REGVHIST.
               02 H-CHASSI PIC X(17).
               02 H-PLACA PIC X(7).
               02 H-VEICULO.
                   03 H-V-MARCA  PIC 9(3).
                   03 H-V-MODELO PIC 9(3).
                   03 H-P-CPF    PIC X(11).
               02 H-V-ANO PIC 9(8).
               02 FILLER PIC X(47).
               02 H-VENDA.
                   03 H-VALORVENDA PIC 9(7)V99.
                   03 H-COMISSAO   PIC 9(2)V99.
                   03 H-DATAVENDA  PIC 9(8).
                   03 FILLER       PIC X(30).
               02 FILLER PIC X(20).
               02 H-FILIAL PIC 9(2).
               02 FILLER PIC X(7).

           FD CADFICHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFICHA.DAT".
           01 REGFICHA.
               02 FC-CHASSI      PIC X(17) VALUE SPACES.
               02 FC-KM          PIC 9(7) VALUE ZEROES.
               02 FC-COMBUSTIVEL PIC X(1) VALUE SPACES.
               02 FC-CAMBIO      PIC X(1) VALUE SPACES.
               02 FC-PORTAS      PIC 9(1) VALUE ZEROES.

      *HISTORICO DE LEITURAS DO HODOMETRO - NENHUMA LEITURA PODE SER
      *MENOR QUE A ANTERIOR DO MESMO CHASSI
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
                   88 SIN-ABERTO    VALUE 0.
                   88 SIN-RESOLVIDO VALUE 1.

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

           FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
           01 REGPROD.
               02 PD-CODIGO     PIC 9(4) VALUE ZEROES.
               02 PD-DESCRICAO  PIC X(30) VALUE SPACES.
               02 PD-PRECO      PIC 9(7)V99 VALUE ZEROES.
               02 PD-COMISSIONA PIC 9(1) VALUE ZEROES.
                   88 PROD-COMISSIONA   VALUE 1.
                   88 PROD-SEM-COMISSAO VALUE 0.

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
           01 PERFILOPER PIC X(6) VALUE SPACES.
           01 FILIALOPER PIC 9(2) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROOSI PIC X(2) VALUE "00".
           01 ERROOSC PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROFIC PIC X(2) VALUE "00".
           01 ERROKM PIC X(2) VALUE "00".
           01 ERROSIN PIC X(2) VALUE "00".
           01 ERROCAI PIC X(2) VALUE "00".
           01 ERROPRE PIC X(2) VALUE "00".
           01 ERROPRD PIC X(2) VALUE "00".
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
           01 CHASSIBUSCA PIC X(17) VALUE SPACES.
           01 NUMBUSCA PIC 9(6) VALUE ZEROES.
           01 NUMOS PIC 9(6) VALUE ZEROES.
      *DADOS DO VEICULO DA OS - VENDIDO (DONO EM P-CPF) OU ESTOQUE
           01 ACHOUVEIC PIC 9(1) VALUE 0.
           01 VEICVENDIDO PIC 9(1) VALUE 0.
           01 CPFOS PIC X(11) VALUE SPACES.
           01 FILIALOS PIC 9(2) VALUE ZEROES.
      *LEITURA DO HODOMETRO NA ENTRADA DA OFICINA (EVENTO O)
           01 ULTKM PIC 9(7) VALUE ZEROES.
           01 KMINF PIC 9(7) VALUE ZEROES.
           01 SEQKM PIC 9(3) VALUE ZEROES.
           01 FIMKM PIC 9(1) VALUE 0.
           01 DATAKM PIC 9(8) VALUE ZEROES.
           01 EVENTOKM PIC X(1) VALUE SPACES.
      *GUARDA O QUE FOI DIGITADO ENQUANTO O CONTROLE DE NUMERACAO E
      *LIDO E O REGISTRO DA OS E MONTADO
           01 PAGADORINF PIC X(1) VALUE SPACES.
           01 SINSEQINF PIC 9(3) VALUE ZEROES.
           01 DESCRICAOINF PIC X(40) VALUE SPACES.
      *LINHA DA OS
           01 TIPOITEM PIC X(1) VALUE SPACES.
           01 PRODITEM PIC 9(4) VALUE ZEROES.
           01 DESCITEM PIC X(30) VALUE SPACES.
           01 QTDITEM PIC 9(3) VALUE ZEROES.
           01 VALORITEM PIC 9(7)V99 VALUE ZEROES.
           01 TOTALITEM PIC 9(7)V99 VALUE ZEROES.
           01 SEQITEM PIC 9(3) VALUE ZEROES.
           01 FIMITEM PIC 9(1) VALUE 0.
           01 BSPROD PIC 9(1) VALUE 0.
           01 SEMSALDO PIC 9(1) VALUE 0.
           01 TOTALOS PIC 9(7)V99 VALUE ZEROES.
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
      *LANCAMENTO NO LIVRO CAIXA E NO PREPARO
           01 DATACAIXA PIC 9(8) VALUE ZEROES.
           01 SEQCAIXA PIC 9(5) VALUE ZEROES.
           01 FIMCAI PIC 9(1) VALUE 0.
           01 HISTCAIXA PIC X(30) VALUE SPACES.
           01 SEQPREP PIC 9(3) VALUE ZEROES.
           01 FIMPREP PIC 9(1) VALUE 0.
           01 FIMOS PIC 9(1) VALUE 0.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 ED-VALOR PIC Z(6)9,99.
           01 ED-TOTMO PIC Z(6)9,99.
           01 ED-TOTPECAS PIC Z(6)9,99.

           SCREEN SECTION.
       01  TELAOS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "            ORDEM DE SERVICO DA OFICINA".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 07  COLUMN 01
               VALUE  "  NUMERO DA OS:".
           05  LINE 08  COLUMN 01
               VALUE  "  KM NA ENTRADA:".
           05  LINE 09  COLUMN 01
               VALUE  "  PAGADOR (C/G/L):".
           05  LINE 10  COLUMN 01
               VALUE  "  SERVICO:".
           05  LINE 11  COLUMN 01
               VALUE  "  MAO DE OBRA:".
           05  LINE 11  COLUMN 30
               VALUE  "PECAS:".
           05  TOSKM
               LINE 08  COLUMN 18  PIC 9(7)
               USING  OS-KM.
           05  TOSPAG
               LINE 09  COLUMN 20  PIC X(01)
               USING  OS-PAGADOR.
           05  TOSDESC
               LINE 10  COLUMN 12  PIC X(40)
               USING  OS-DESCRICAO.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DA OFICINA
       ABREARQUIVO.
           OPEN I-O CADOS
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADOS
                   CLOSE CADOS
                  DISPLAY "ARQUIVO CADOS FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADOS" AT 0622
           ELSE
               PERFORM ABREITENS
               DISPLAY TELAOS
               PERFORM LOGIN
               GO TO MENUPRINC.

       ABREITENS.
           OPEN I-O CADOSIT
           IF ERROOSI NOT = "00"
               IF ERROOSI = "30" OR ERROOSI = "35"
                   OPEN OUTPUT CADOSIT
                   CLOSE CADOSIT
                   OPEN I-O CADOSIT
               END-IF
           END-IF.

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
               DISPLAY TELAOS
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
           DISPLAY "F1 ABRIR OS, F2 LANCAR ITEM, F4 FECHAR OS," AT 1505
           DISPLAY "F5 CANCELAR OS, F6 CONSULTAR OS DO CHASSI," AT 1605
           DISPLAY "F3 SAIR" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               PERFORM PEDECHASSI
               GO TO ABREOS
           WHEN = 02
               PERFORM PEDENUMERO
               GO TO LANCAITEM
           WHEN = 04
               PERFORM PEDENUMERO
               GO TO FECHAOS
           WHEN = 05
               PERFORM PEDENUMERO
               GO TO CANCELAOS
           WHEN = 06
               PERFORM PEDECHASSI
               GO TO LISTAOS
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

       PEDECHASSI.
           DISPLAY TELAOS
           ACCEPT CHASSIBUSCA AT 0611
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF CHASSIBUSCA = SPACES
               DISPLAY "CHASSI INVALIDO" AT 1405
               GO TO PEDECHASSI
           END-IF.

      *LOCALIZA A OS PELO NUMERO E MOSTRA O CABECALHO
       PEDENUMERO.
           DISPLAY TELAOS
           MOVE ZEROES TO NUMBUSCA
           ACCEPT NUMBUSCA AT 0717
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE NUMBUSCA TO OS-NUMERO
           READ CADOS
           IF ERRO NOT = "00"
               DISPLAY "ORDEM DE SERVICO NAO ENCONTRADA" AT 1405
               MOVE "00" TO ERRO
               GO TO PEDENUMERO
           END-IF
           PERFORM MOSTRAOS.

       MOSTRAOS.
           DISPLAY OS-CHASSI AT 0611
           DISPLAY OS-NUMERO AT 0717
           DISPLAY TOSKM
           DISPLAY TOSPAG
           DISPLAY TOSDESC
           MOVE OS-TOTMO TO ED-TOTMO
           MOVE OS-TOTPECAS TO ED-TOTPECAS
           DISPLAY ED-TOTMO AT 1116
           DISPLAY ED-TOTPECAS AT 1137
           IF OS-FECHADA
               DISPLAY "OS FECHADA EM" AT 0630
               DISPLAY OS-DATAFECH AT 0644
           END-IF
           IF OS-CANCELADA
               DISPLAY "OS CANCELADA" AT 0630
           END-IF.

      *LOCALIZA O VEICULO - NO ESTOQUE OU, SE A VENDA JA FOI
      *ARQUIVADA PELO ARQVEIC, NO CADVHIST
       BUSCAVEICULO.
           MOVE 0 TO ACHOUVEIC VEICVENDIDO
           MOVE SPACES TO CPFOS
           MOVE ZEROES TO FILIALOS
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE CHASSIBUSCA TO CHASSI
               READ CADVEIC
               IF ERROVEI = "00"
                   MOVE 1 TO ACHOUVEIC
                   MOVE FILIAL TO FILIALOS
                   IF VEIC-VENDIDO
                       MOVE 1 TO VEICVENDIDO
                       MOVE P-CPF TO CPFOS
                   END-IF
               END-IF
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI
           IF ACHOUVEIC = 0
               OPEN INPUT CADVHIST
               IF ERROHIS = "00"
                   MOVE CHASSIBUSCA TO H-CHASSI
                   READ CADVHIST
                   IF ERROHIS = "00"
                       MOVE 1 TO ACHOUVEIC VEICVENDIDO
                       MOVE H-P-CPF TO CPFOS
                       MOVE H-FILIAL TO FILIALOS
                       DISPLAY "VENDA LOCALIZADA NO ARQUIVO MORTO"
                           AT 1205
                   END-IF
                   CLOSE CADVHIST
               END-IF
               MOVE "00" TO ERROHIS
           END-IF
           IF FILIALOS = ZEROES
               MOVE FILIALOPER TO FILIALOS
           END-IF.

      *ABRE UMA ORDEM DE SERVICO PARA O CHASSI
       ABREOS.
           PERFORM BUSCAVEICULO
           IF ACHOUVEIC = 0
               DISPLAY "VEICULO NAO CADASTRADO" AT 1405
               GO TO MENUPRINC
           END-IF
           IF VEICVENDIDO = 0
               DISPLAY "VEICULO EM ESTOQUE - SERVICO PAGO PELA LOJA"
                   AT 1305
           ELSE
               DISPLAY "PROPRIETARIO:" AT 1305
               DISPLAY CPFOS AT 1319
           END-IF
           GO TO R-KMOS.

      *LEITURA DO HODOMETRO NA ENTRADA - LEITURA MENOR QUE A ULTIMA
      *REGISTRADA E RECUSADA, O RELOGIO NAO ANDA PARA TRAS
       R-KMOS.
           MOVE CHASSIBUSCA TO CHASSI
           PERFORM BUSCAULTKM
           DISPLAY "ULTIMA LEITURA:" AT 0830
           DISPLAY ULTKM AT 0846
           ACCEPT TOSKM
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF OS-KM = ZEROES
               DISPLAY "INFORME A LEITURA DO HODOMETRO" AT 1405
               GO TO R-KMOS
           END-IF
           IF OS-KM < ULTKM
               DISPLAY "LEITURA MENOR QUE A ULTIMA - RECUSADA" AT 1405
               GO TO R-KMOS
           END-IF
           PERFORM LIMPATELA
           GO TO R-PAGADOR.

       R-PAGADOR.
           IF VEICVENDIDO = 0
               MOVE "L" TO OS-PAGADOR
               DISPLAY TOSPAG
               GO TO R-DESCRICAO
           END-IF
           ACCEPT TOSPAG
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-KMOS
           END-IF
           IF NOT OS-CLIENTE AND NOT OS-GARANTIA AND NOT OS-LOJA
               DISPLAY "PAGADOR INVALIDO - C, G OU L" AT 1405
               GO TO R-PAGADOR
           END-IF
           PERFORM LIMPATELA
           MOVE ZEROES TO OS-SINSEQ
           IF OS-GARANTIA
               GO TO R-CHAMADO
           END-IF
           GO TO R-DESCRICAO.

      *SERVICO EM GARANTIA PRECISA DE UM CHAMADO ABERTO DO CHASSI
       R-CHAMADO.
           DISPLAY "CHAMADO DE GARANTIA (SEQUENCIA):" AT 1305
           MOVE ZEROES TO SINSEQINF
           ACCEPT SINSEQINF AT 1338
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-PAGADOR
           END-IF
           MOVE 1 TO FIMOS
           OPEN INPUT CADSIN
           IF ERROSIN = "00"
               MOVE CHASSIBUSCA TO SN-CHASSI
               MOVE SINSEQINF TO SN-SEQ
               READ CADSIN
               IF ERROSIN = "00" AND SIN-ABERTO
                   MOVE 0 TO FIMOS
                   DISPLAY SN-DEFEITO AT 1405
               END-IF
               CLOSE CADSIN
           END-IF
           MOVE "00" TO ERROSIN
           IF FIMOS = 1
               DISPLAY "CHAMADO NAO ENCONTRADO OU JA RESOLVIDO" AT 1405
               GO TO R-CHAMADO
           END-IF
           MOVE SINSEQINF TO OS-SINSEQ
           GO TO R-DESCRICAO.

       R-DESCRICAO.
           ACCEPT TOSDESC
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-PAGADOR
           END-IF
           IF OS-DESCRICAO = SPACES
               DISPLAY "DESCREVA O SERVICO" AT 1505
               GO TO R-DESCRICAO
           END-IF
           GO TO GRAVAOS.

      *GRAVA A OS COM O PROXIMO NUMERO E A LEITURA DO HODOMETRO
       GRAVAOS.
           DISPLAY "ABRIR ORDEM DE SERVICO?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           MOVE OS-KM TO KMINF
           MOVE OS-PAGADOR TO PAGADORINF
           MOVE OS-SINSEQ TO SINSEQINF
           MOVE OS-DESCRICAO TO DESCRICAOINF
           PERFORM PROXNUMOS
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE NUMOS TO OS-NUMERO
           MOVE CHASSIBUSCA TO OS-CHASSI
           MOVE CPFOS TO OS-CPF
           MOVE FILIALOS TO OS-FILIAL
           MOVE DATAHOJE TO OS-DATAABERT
           MOVE KMINF TO OS-KM
           MOVE PAGADORINF TO OS-PAGADOR
           MOVE SINSEQINF TO OS-SINSEQ
           MOVE DESCRICAOINF TO OS-DESCRICAO
           MOVE ZEROES TO OS-TOTMO OS-TOTPECAS OS-DATAFECH
           MOVE OPERADOR TO OS-OPERADOR
           MOVE 0 TO OS-SITUACAO
           WRITE REGOS
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNOS
           IF ERRO = "00" OR "02"
               MOVE CHASSIBUSCA TO CHASSI
               MOVE "O" TO EVENTOKM
               PERFORM GRAVALEITURAKM
               PERFORM ATUALIZAFICHAKM
               PERFORM LIMPATELA
               CLOSE CADOS
               OPEN I-O CADOS
               DISPLAY "ORDEM DE SERVICO ABERTA COM O NUMERO" AT 2010
               DISPLAY NUMOS AT 2047
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADOS" AT 2010
           END-IF
           GO TO MENUPRINC.

      *PROXIMO NUMERO DE OS - CONTROLADO EM OSCTRL.TXT, NOS MOLDES DO
      *NFCTRL DO DOCUMENTO DE VENDA
       PROXNUMOS.
           MOVE ZEROES TO NUMOS
           OPEN INPUT OSCTRL
           IF ERROOSC = "00"
               READ OSCTRL
                   AT END
                       MOVE ZEROES TO NUMOS
                   NOT AT END
                       MOVE OC-ULTIMO TO NUMOS
               END-READ
               CLOSE OSCTRL
           END-IF
           ADD 1 TO NUMOS
           OPEN OUTPUT OSCTRL
           MOVE NUMOS TO OC-ULTIMO
           WRITE LINHAOSC
           CLOSE OSCTRL
           MOVE "00" TO ERROOSC.

      *LANCA AS LINHAS DE MAO DE OBRA E PECA NA OS ABERTA
       LANCAITEM.
           IF NOT OS-ABERTA
               DISPLAY "ORDEM DE SERVICO NAO ESTA ABERTA" AT 1405
               GO TO MENUPRINC
           END-IF
           MOVE 0 TO FIMITEM
           PERFORM R-ITEMUM UNTIL FIMITEM = 1
           GO TO MENUPRINC.

       R-ITEMUM.
           PERFORM LIMPATELA
           MOVE SPACES TO TIPOITEM DESCITEM
           MOVE ZEROES TO PRODITEM QTDITEM VALORITEM
           DISPLAY "TIPO (M MAO DE OBRA, P PECA, BRANCO ENCERRA):"
               AT 1305
           ACCEPT TIPOITEM AT 1351
           EVALUATE TIPOITEM
           WHEN "M"
               DISPLAY "DESCRICAO DO SERVICO:" AT 1405
               ACCEPT DESCITEM AT 1427
               IF DESCITEM NOT = SPACES
                   PERFORM R-VALORITEM
               END-IF
           WHEN "P"
               DISPLAY "CODIGO DA PECA:" AT 1405
               ACCEPT PRODITEM AT 1421
               PERFORM LERPRODUTO
               IF BSPROD = 0
                   MOVE PD-DESCRICAO TO DESCITEM
                   PERFORM R-VALORITEM
               END-IF
           WHEN SPACES
               MOVE 1 TO FIMITEM
           WHEN OTHER
               DISPLAY "TIPO INVALIDO" AT 1905
           END-EVALUATE.

      *CONFERE A PECA NO CATALOGO
       LERPRODUTO.
           MOVE 0 TO BSPROD
           OPEN INPUT CADPROD
           IF ERROPRD NOT = "00"
               DISPLAY "ARQUIVO CADPROD INDISPONIVEL" AT 1905
               MOVE 1 TO BSPROD
           ELSE
               MOVE PRODITEM TO PD-CODIGO
               READ CADPROD
               IF ERROPRD NOT = "00"
                   DISPLAY "PECA NAO ENCONTRADA" AT 1905
                   MOVE 1 TO BSPROD
               ELSE
                   DISPLAY PD-DESCRICAO AT 1427
               END-IF
               CLOSE CADPROD
           END-IF
           MOVE "00" TO ERROPRD.

      *QUANTIDADE E VALOR UNITARIO DA LINHA - PECA COM VALOR EM
      *BRANCO ASSUME O PRECO DE TABELA DO CATALOGO
       R-VALORITEM.
           DISPLAY "QUANTIDADE (BRANCO = 1):" AT 1505
           ACCEPT QTDITEM AT 1530
           IF QTDITEM = ZEROES
               MOVE 1 TO QTDITEM
           END-IF
           IF TIPOITEM = "P"
               DISPLAY "VALOR UNITARIO (BRANCO = PRECO DE TABELA):"
                   AT 1605
               ACCEPT VALORITEM AT 1648
               IF VALORITEM = ZEROES
                   MOVE PD-PRECO TO VALORITEM
               END-IF
           ELSE
               DISPLAY "VALOR UNITARIO:" AT 1605
               ACCEPT VALORITEM AT 1621
           END-IF
           MOVE 0 TO SEMSALDO
           IF TIPOITEM = "P"
               PERFORM CHECASALDO
           END-IF
           IF VALORITEM = ZEROES
               DISPLAY "VALOR INVALIDO - LINHA NAO LANCADA" AT 1905
           ELSE
               IF SEMSALDO = 1
                   DISPLAY "SALDO EM ESTOQUE INSUFICIENTE - LINHA"
                       AT 1905
                   DISPLAY "NAO LANCADA" AT 2005
                   ACCEPT AUX AT 2360
               ELSE
                   PERFORM GRAVAITEM
               END-IF
           END-IF.

      *PECA COM SALDO CONTROLADO NO CADESTQ SO E LANCADA SE O SALDO
      *COBRE A QUANTIDADE - PECA SEM REGISTRO DE SALDO NAO TEM O
      *ESTOQUE CONTROLADO, COMO NO MOVIMENTAESTOQUE
       CHECASALDO.
           OPEN INPUT CADESTQ
           IF ERROESQ = "00"
               MOVE PRODITEM TO EQ-PRODUTO
               READ CADESTQ
               IF ERROESQ = "00" AND EQ-SALDO < QTDITEM
                   MOVE 1 TO SEMSALDO
               END-IF
               CLOSE CADESTQ
           END-IF
           MOVE "00" TO ERROESQ.

      *GRAVA A LINHA COM A PROXIMA SEQUENCIA DA OS E ACUMULA O TOTAL
      *NO CABECALHO
       GRAVAITEM.
           COMPUTE TOTALITEM = QTDITEM * VALORITEM
           PERFORM BUSCAULTITEM
           MOVE OS-NUMERO TO OI-NUMERO
           COMPUTE OI-SEQ = SEQITEM + 1
           MOVE TIPOITEM TO OI-TIPO
           MOVE PRODITEM TO OI-PRODUTO
           MOVE DESCITEM TO OI-DESCRICAO
           MOVE QTDITEM TO OI-QTD
           MOVE VALORITEM TO OI-VALOR
           MOVE TOTALITEM TO OI-TOTAL
           WRITE REGOSIT
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNOSIT
           IF ERROOSI = "00" OR "02"
               IF ITEM-PECA
                   ADD TOTALITEM TO OS-TOTPECAS
                   MOVE PRODITEM TO PRODMOV
                   COMPUTE QTDMOV = 0 - QTDITEM
                   MOVE "O" TO TIPOMOV
                   PERFORM DOCUMENTOOS
                   PERFORM MOVIMENTAESTOQUE
               ELSE
                   ADD TOTALITEM TO OS-TOTMO
               END-IF
               REWRITE REGOS
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNOS
               PERFORM MOSTRAOS
               DISPLAY "LINHA LANCADA" AT 1905
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADOSIT" AT 1905
           END-IF
           MOVE "00" TO ERROOSI
           ACCEPT AUX AT 2360.

      *LOCALIZA A ULTIMA SEQUENCIA DE LINHA DA OS
       BUSCAULTITEM.
           MOVE ZEROES TO SEQITEM
           MOVE 0 TO FIMOS
           MOVE OS-NUMERO TO OI-NUMERO
           MOVE ZEROES TO OI-SEQ
           START CADOSIT KEY IS GREATER THAN CHAVEOSIT
               INVALID KEY
                   MOVE 1 TO FIMOS
           END-START
           PERFORM BUSCAULTITEM-LOOP UNTIL FIMOS = 1.

       BUSCAULTITEM-LOOP.
           READ CADOSIT NEXT
           IF ERROOSI NOT = "00"
               MOVE 1 TO FIMOS
               MOVE "00" TO ERROOSI
           ELSE
               IF OI-NUMERO NOT = OS-NUMERO
                   MOVE 1 TO FIMOS
               ELSE
                   MOVE OI-SEQ TO SEQITEM
               END-IF
           END-IF.

      *FECHA A OS - CLIENTE ENTRA NO CAIXA, GARANTIA SOMA NO CUSTO
      *DO CHAMADO E LOJA VIRA LANCAMENTO DE PREPARO DO CHASSI
       FECHAOS.
           IF NOT OS-ABERTA
               DISPLAY "ORDEM DE SERVICO NAO ESTA ABERTA" AT 1405
               GO TO MENUPRINC
           END-IF
           COMPUTE TOTALOS = OS-TOTMO + OS-TOTPECAS
           MOVE TOTALOS TO ED-VALOR
           DISPLAY "TOTAL DA OS:" AT 1305
           DISPLAY ED-VALOR AT 1318
           DISPLAY "FECHAR ORDEM DE SERVICO?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           IF TOTALOS NOT = ZEROES
               EVALUATE TRUE
               WHEN OS-CLIENTE
                   PERFORM LANCACAIXAOS
               WHEN OS-GARANTIA
                   PERFORM LANCAGARANTIA
               WHEN OS-LOJA
                   PERFORM LANCAPREPARO
               END-EVALUATE
           END-IF
           MOVE DATAHOJE TO OS-DATAFECH
           MOVE 1 TO OS-SITUACAO
           REWRITE REGOS
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNOS
           PERFORM LIMPATELA
           IF ERRO = "00" OR "02"
               DISPLAY "ORDEM DE SERVICO FECHADA" AT 2010
           ELSE
               DISPLAY "ERRO AO FECHAR A ORDEM DE SERVICO" AT 2010
           END-IF
           MOVE "00" TO ERRO
           GO TO MENUPRINC.

      *GRAVA A ENTRADA DO SERVICO PAGO PELO CLIENTE NO LIVRO CAIXA
      *(TIPO O) COM A PROXIMA SEQUENCIA DO DIA
       LANCACAIXAOS.
           MOVE SPACES TO HISTCAIXA
           STRING "ORDEM DE SERVICO " DELIMITED BY SIZE
               OS-NUMERO DELIMITED BY SIZE
               INTO HISTCAIXA
           END-STRING
           OPEN I-O CADCAIXA
           IF ERROCAI NOT = "00"
               IF ERROCAI = "30" OR ERROCAI = "35"
                   OPEN OUTPUT CADCAIXA
                   CLOSE CADCAIXA
                   OPEN I-O CADCAIXA
               END-IF
           END-IF
           IF ERROCAI = "00"
               MOVE DATAHOJE TO DATACAIXA
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
               MOVE "O" TO CX-TIPO
               MOVE "E" TO CX-SINAL
               MOVE OS-CHASSI TO CX-CHAVE
               MOVE TOTALOS TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE HISTCAIXA TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
               DISPLAY "RECEBIMENTO LANCADO NO LIVRO CAIXA" AT 1405
           ELSE
               DISPLAY "LIVRO CAIXA INDISPONIVEL" AT 1405
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

      *SOMA O SERVICO EM GARANTIA NO CUSTO DO CHAMADO LIGADO A OS -
      *O RELGAR JA SOMA ESTE CUSTO POR MARCA E MODELO
       LANCAGARANTIA.
           OPEN I-O CADSIN
           IF ERROSIN = "00"
               MOVE OS-CHASSI TO SN-CHASSI
               MOVE OS-SINSEQ TO SN-SEQ
               READ CADSIN
               IF ERROSIN = "00"
                   ADD TOTALOS TO SN-CUSTO
                   REWRITE REGSIN
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNSIN
                   DISPLAY "CUSTO SOMADO AO CHAMADO DE GARANTIA"
                       AT 1405
               ELSE
                   DISPLAY "CHAMADO DE GARANTIA NAO ENCONTRADO" AT 1405
               END-IF
               CLOSE CADSIN
           ELSE
               DISPLAY "ARQUIVO CADSIN INDISPONIVEL" AT 1405
           END-IF
           MOVE "00" TO ERROSIN.

      *SERVICO PAGO PELA LOJA VIRA LANCAMENTO DE PREPARO DO CHASSI -
      *O RELLUCRO JA ABATE O PREPARO DA MARGEM DO VEICULO
       LANCAPREPARO.
           OPEN I-O CADPREP
           IF ERROPRE NOT = "00"
               IF ERROPRE = "30" OR ERROPRE = "35"
                   OPEN OUTPUT CADPREP
                   CLOSE CADPREP
                   OPEN I-O CADPREP
               END-IF
           END-IF
           IF ERROPRE = "00"
               MOVE ZEROES TO SEQPREP
               MOVE 0 TO FIMPREP
               MOVE OS-CHASSI TO PP-CHASSI
               MOVE ZEROES TO PP-SEQ
               START CADPREP KEY IS GREATER THAN CHAVEPREP
                   INVALID KEY
                       MOVE 1 TO FIMPREP
               END-START
               PERFORM LANCAPREPARO-LOOP UNTIL FIMPREP = 1
               MOVE OS-CHASSI TO PP-CHASSI
               COMPUTE PP-SEQ = SEQPREP + 1
               MOVE DATAHOJE TO PP-DATA
               MOVE SPACES TO PP-DESCRICAO
               STRING "ORDEM DE SERVICO " DELIMITED BY SIZE
                   OS-NUMERO DELIMITED BY SIZE
                   INTO PP-DESCRICAO
               END-STRING
               MOVE "OFICINA PROPRIA" TO PP-FORNECEDOR
               MOVE TOTALOS TO PP-VALOR
               WRITE REGPREP
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPREP
               CLOSE CADPREP
               DISPLAY "CUSTO LANCADO NO PREPARO DO VEICULO" AT 1405
           ELSE
               DISPLAY "ARQUIVO CADPREP INDISPONIVEL" AT 1405
           END-IF
           MOVE "00" TO ERROPRE.

       LANCAPREPARO-LOOP.
           READ CADPREP NEXT
           IF ERROPRE NOT = "00"
               MOVE 1 TO FIMPREP
               MOVE "00" TO ERROPRE
           ELSE
               IF PP-CHASSI NOT = OS-CHASSI
                   MOVE 1 TO FIMPREP
               ELSE
                   MOVE PP-SEQ TO SEQPREP
               END-IF
           END-IF.

      *CANCELA A OS ABERTA - NADA E LANCADO E AS PECAS VOLTAM AO ESTOQUE
       CANCELAOS.
           IF NOT OS-ABERTA
               DISPLAY "ORDEM DE SERVICO NAO ESTA ABERTA" AT 1405
               GO TO MENUPRINC
           END-IF
           DISPLAY "CANCELAR ORDEM DE SERVICO?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO OS-DATAFECH
           MOVE 2 TO OS-SITUACAO
           REWRITE REGOS
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNOS
           IF ERRO = "00" OR "02"
               PERFORM DEVOLVEPECAS
           END-IF
           PERFORM LIMPATELA
           IF ERRO = "00" OR "02"
               DISPLAY "ORDEM DE SERVICO CANCELADA" AT 2010
           ELSE
               DISPLAY "ERRO AO CANCELAR A ORDEM DE SERVICO" AT 2010
           END-IF
           MOVE "00" TO ERRO
           GO TO MENUPRINC.

      *DEVOLVE AO ESTOQUE AS PECAS LANCADAS NA OS CANCELADA
       DEVOLVEPECAS.
           MOVE 0 TO FIMITEM
           MOVE OS-NUMERO TO OI-NUMERO
           MOVE ZEROES TO OI-SEQ
           START CADOSIT KEY IS GREATER THAN CHAVEOSIT
               INVALID KEY
                   MOVE 1 TO FIMITEM
           END-START
           PERFORM DEVOLVEPECAS-LOOP UNTIL FIMITEM = 1
           MOVE "00" TO ERROOSI.

       DEVOLVEPECAS-LOOP.
           READ CADOSIT NEXT
           IF ERROOSI NOT = "00"
               MOVE 1 TO FIMITEM
           ELSE
               IF OI-NUMERO NOT = OS-NUMERO
                   MOVE 1 TO FIMITEM
               ELSE
                   IF ITEM-PECA
                       MOVE OI-PRODUTO TO PRODMOV
                       MOVE OI-QTD TO QTDMOV
                       MOVE "D" TO TIPOMOV
                       PERFORM DOCUMENTOOS
                       PERFORM MOVIMENTAESTOQUE
                   END-IF
               END-IF
           END-IF.

      *DOCUMENTO DO MOVIMENTO DE ESTOQUE - NUMERO DA OS
       DOCUMENTOOS.
           MOVE SPACES TO DOCMOV
           STRING "OS " DELIMITED BY SIZE
               OS-NUMERO DELIMITED BY SIZE
               INTO DOCMOV
           END-STRING.

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

      *LISTA AS ORDENS DE SERVICO DO CHASSI
       LISTAOS.
           PERFORM LIMPATELA
           DISPLAY "OS     ABERTURA KM      PAG TOTAL      SITUACAO"
               AT 1203
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMOS
           MOVE CHASSIBUSCA TO OS-CHASSI
           START CADOS KEY IS EQUAL OS-CHASSI
               INVALID KEY
                   MOVE 1 TO FIMOS
           END-START
           PERFORM LISTAOS-LOOP UNTIL FIMOS = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCAIXA PARA O JORNAL DE TRANSACOES
       JORNCAIXA.
           IF ERROCAI = "00" OR ERROCAI = "02"
               MOVE "CADCAIXA" TO PJ-ARQUIVO
               MOVE REGCAIXA TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADOS PARA O JORNAL DE TRANSACOES
       JORNOS.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOS" TO PJ-ARQUIVO
               MOVE REGOS TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADOSIT PARA O JORNAL DE TRANSACOES
       JORNOSIT.
           IF ERROOSI = "00" OR ERROOSI = "02"
               MOVE "CADOSIT" TO PJ-ARQUIVO
               MOVE REGOSIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPREP PARA O JORNAL DE TRANSACOES
       JORNPREP.
           IF ERROPRE = "00" OR ERROPRE = "02"
               MOVE "CADPREP" TO PJ-ARQUIVO
               MOVE REGPREP TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADSIN PARA O JORNAL DE TRANSACOES
       JORNSIN.
           IF ERROSIN = "00" OR ERROSIN = "02"
               MOVE "CADSIN" TO PJ-ARQUIVO
               MOVE REGSIN TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LISTAOS-LOOP.
           READ CADOS NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMOS
           ELSE
               IF OS-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMOS
               ELSE
                   IF LINHACON < 22
                       COMPUTE TOTALOS = OS-TOTMO + OS-TOTPECAS
                       MOVE TOTALOS TO ED-VALOR
                       DISPLAY OS-NUMERO AT LINE LINHACON COL 03
                       DISPLAY OS-DATAABERT AT LINE LINHACON COL 10
                       DISPLAY OS-KM AT LINE LINHACON COL 19
                       DISPLAY OS-PAGADOR AT LINE LINHACON COL 28
                       DISPLAY ED-VALOR AT LINE LINHACON COL 31
                       EVALUATE TRUE
                       WHEN OS-ABERTA
                           DISPLAY "ABERTA"
                               AT LINE LINHACON COL 42
                       WHEN OS-FECHADA
                           DISPLAY "FECHADA"
                               AT LINE LINHACON COL 42
                       WHEN OTHER
                           DISPLAY "CANCELADA"
                               AT LINE LINHACON COL 42
                       END-EVALUATE
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *BUSCA A ULTIMA LEITURA REGISTRADA DO CHASSI NA FICHA
       BUSCAULTKM.
           MOVE ZEROES TO ULTKM
           OPEN INPUT CADFICHA
           IF ERROFIC = "00"
               MOVE CHASSI TO FC-CHASSI
               READ CADFICHA
               IF ERROFIC = "00"
                   MOVE FC-KM TO ULTKM
               END-IF
               CLOSE CADFICHA
           END-IF
           MOVE "00" TO ERROFIC.

      *GRAVA A LEITURA NO HISTORICO DO HODOMETRO
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
               MOVE CHASSI TO KM-CHASSI
               COMPUTE KM-SEQ = SEQKM + 1
               ACCEPT DATAKM FROM DATE YYYYMMDD
               MOVE DATAKM TO KM-DATA
               MOVE KMINF TO KM-LEITURA
               MOVE EVENTOKM TO KM-EVENTO
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
           MOVE CHASSI TO KM-CHASSI
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
               IF KM-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMKM
               ELSE
                   MOVE KM-SEQ TO SEQKM
               END-IF
           END-IF.

      *ATUALIZA A LEITURA CORRENTE NA FICHA TECNICA
       ATUALIZAFICHAKM.
           OPEN I-O CADFICHA
           IF ERROFIC = "30" OR ERROFIC = "35"
               OPEN OUTPUT CADFICHA
               CLOSE CADFICHA
               OPEN I-O CADFICHA
           END-IF
           IF ERROFIC = "00"
               MOVE CHASSI TO FC-CHASSI
               READ CADFICHA
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
           MOVE "00" TO ERROFIC.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY NUMBUSCA NUMOS LINHACON TOTALOS
           MOVE ZEROES TO OS-NUMERO OS-FILIAL OS-DATAABERT OS-KM
           MOVE ZEROES TO OS-SINSEQ OS-TOTMO OS-TOTPECAS OS-DATAFECH
           MOVE ZEROES TO OS-SITUACAO ACHOUVEIC VEICVENDIDO FILIALOS
           MOVE ZEROES TO ULTKM KMINF SINSEQINF
           MOVE SPACES TO CHASSIBUSCA OS-CHASSI OS-CPF OS-PAGADOR
           MOVE SPACES TO OS-DESCRICAO OS-OPERADOR CPFOS AUX
           MOVE SPACES TO PAGADORINF DESCRICAOINF.

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
           CLOSE CADOS CADOSIT.
           END PROGRAM P172939.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172947.
      *-----------------------------------------------------------------
      *FLOOR PLAN - CARRO DO ESTOQUE COMPRADO COM A LINHA DE CREDITO
      *DE UM BANCO DO CADBANCO (P172945). REGISTRA O EMPRESTIMO DO
      *CHASSI (BANCO, VALOR, DATA DE INICIO E TAXA AO DIA) EM CADFLOOR
      *E CONSULTA OS EMPRESTIMOS DO CHASSI COM OS JUROS. OS JUROS SAO
      *APURADOS TODA NOITE PELO JUROFLR E A VENDA DO CARRO (P172904 E
      *P172944) QUITA O EMPRESTIMO, COM SAIDA NO CAIXA (TIPO L) E
      *TITULO PAGO NO CONTAS A PAGAR. EMPRESTIMO EM ABERTO LANCADO
      *POR ENGANO PODE SER CANCELADO AQUI.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFLOOR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS FP-BANCO WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERROBCO
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.
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
                   88 FLOOR-QUITADO   VALUE "Q".
                   88 FLOOR-CANCELADO VALUE "X".
               02 FP-OPERADOR      PIC X(8) VALUE SPACES.

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
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROBCO PIC X(2) VALUE "00".
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
           01 CHASSIBUSCA PIC X(17) VALUE SPACES.
           01 FIMFLR PIC 9(1) VALUE 0.
           01 FLRACHOU PIC 9(1) VALUE 0.
           01 FLRULTSEQ PIC 9(3) VALUE ZEROES.
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 DATACONV PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DC-ANO PIC 9(4).
               02 DC-MES PIC 9(2).
               02 DC-DIA PIC 9(2).
           01 DIASCONV PIC 9(7) VALUE ZEROES.
           01 DIASHOJE PIC 9(7) VALUE ZEROES.
           01 DIASFLOOR PIC 9(5) VALUE ZEROES.
           01 JUROSATE PIC 9(7)V99 VALUE ZEROES.
           01 SALDOFLOOR PIC 9(8)V99 VALUE ZEROES.
           01 ED-JUROS PIC Z(6)9,99.
           01 ED-SALDO PIC Z(7)9,99.

           SCREEN SECTION.
       01  TELAFLOOR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "          FLOOR PLAN - ESTOQUE FINANCIADO".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 06  COLUMN 32
               VALUE  "SEQ:".
           05  LINE 07  COLUMN 01
               VALUE  "  BANCO:".
           05  LINE 08  COLUMN 01
               VALUE  "  VALOR:".
           05  LINE 08  COLUMN 32
               VALUE  "INICIO (AAAAMMDD):".
           05  LINE 09  COLUMN 01
               VALUE  "  TAXA AO DIA (%):".
           05  LINE 09  COLUMN 32
               VALUE  "FILIAL:".
           05  LINE 10  COLUMN 01
               VALUE  "  JUROS APURADOS:".
           05  LINE 10  COLUMN 32
               VALUE  "ATE:".
           05  LINE 11  COLUMN 01
               VALUE  "  QUITADO EM:".
           05  LINE 11  COLUMN 32
               VALUE  "VALOR QUITADO:".
           05  TFPCHASSI
               LINE 06  COLUMN 11  PIC X(17)
               USING  FP-CHASSI.
           05  TFPSEQ
               LINE 06  COLUMN 37  PIC 9(03)
               FROM   FP-SEQ.
           05  TFPBANCO
               LINE 07  COLUMN 10  PIC 9(03)
               USING  FP-BANCO
               BLANK ZERO.
           05  TFPVALOR
               LINE 08  COLUMN 10  PIC Z(6)9,99
               USING  FP-VALOR.
           05  TFPDATAINI
               LINE 08  COLUMN 51  PIC 9(08)
               USING  FP-DATAINI
               BLANK ZERO.
           05  TFPTAXA
               LINE 09  COLUMN 20  PIC 9,9999
               USING  FP-TAXADIA.
           05  TFPFILIAL
               LINE 09  COLUMN 40  PIC 9(02)
               FROM   FP-FILIAL.
           05  TFPJUROS
               LINE 10  COLUMN 19  PIC Z(6)9,99
               FROM   FP-JUROS.
           05  TFPULTAPUR
               LINE 10  COLUMN 37  PIC 9(08)
               FROM   FP-ULTAPUR.
           05  TFPDATAQUIT
               LINE 11  COLUMN 15  PIC 9(08)
               FROM   FP-DATAQUIT.
           05  TFPVALORQUIT
               LINE 11  COLUMN 47  PIC Z(6)9,99
               FROM   FP-VALORQUIT.

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE FLOOR PLAN, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADFLOOR
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADFLOOR
                   CLOSE CADFLOOR
                  DISPLAY "ARQUIVO CADFLOOR FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADFLOOR" AT 0622
           ELSE
               DISPLAY TELAFLOOR
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
               DISPLAY TELAFLOOR
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
           DISPLAY "F1 NOVO FLOOR PLAN, F2 CONSULTAR CHASSI, F3 SAIR"
               AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAFLOOR
               GO TO R-CHASSI
           WHEN = 02
               PERFORM LIMPATELA
               DISPLAY "CHASSI: " AT 1605
               ACCEPT CHASSIBUSCA AT 1614
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   GO TO MENUPRINC
               END-IF
               GO TO PERCORREFLOOR
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE O CHASSI - SO CARRO DO ESTOQUE, AINDA NAO VENDIDO E SEM
      *OUTRO FLOOR PLAN EM ABERTO. VALOR, INICIO E FILIAL SUGERIDOS
      *PELA COMPRA DO VEICULO
       R-CHASSI.
           ACCEPT TFPCHASSI
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAFLOOR
               GO TO MENUPRINC
           END-IF
           IF FP-CHASSI = SPACES
               DISPLAY "CHASSI INVALIDO" AT 1405
               GO TO R-CHASSI
           END-IF
           OPEN INPUT CADVEIC
           MOVE FP-CHASSI TO CHASSI
           READ CADVEIC
           IF ERROVEI NOT = "00"
               CLOSE CADVEIC
               MOVE "00" TO ERROVEI
               DISPLAY "VEICULO NAO CADASTRADO" AT 1405
               GO TO R-CHASSI
           END-IF
           CLOSE CADVEIC
           IF VEIC-VENDIDO
               DISPLAY "VEICULO JA VENDIDO" AT 1405
               GO TO R-CHASSI
           END-IF
           MOVE FP-CHASSI TO CHASSIBUSCA
           PERFORM PROCURAFLOOR
           IF FLRACHOU = 1
               DISPLAY "CHASSI JA TEM FLOOR PLAN EM ABERTO" AT 1405
               GO TO R-CHASSI
           END-IF
           MOVE CHASSIBUSCA TO FP-CHASSI
           MOVE VALORCOMPRA TO FP-VALOR
           MOVE DATACOMPRA TO FP-DATAINI
           MOVE FILIAL TO FP-FILIAL
           PERFORM LIMPATELA
           DISPLAY TELAFLOOR
           GO TO R-BANCO.

      *RECEBE O BANCO DA LINHA DE CREDITO - SO BANCO ATIVO
       R-BANCO.
           ACCEPT TFPBANCO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-CHASSI
           END-IF
           MOVE 1 TO BSOPER
           OPEN INPUT CADBANCO
           IF ERROBCO = "00"
               MOVE FP-BANCO TO BC-CODIGO
               READ CADBANCO
               IF ERROBCO = "00" AND BANCO-ATIVO
                   MOVE 0 TO BSOPER
                   DISPLAY BC-NOME AT 0715
               END-IF
               CLOSE CADBANCO
           END-IF
           MOVE "00" TO ERROBCO
           IF BSOPER = 1
               DISPLAY "BANCO NAO CADASTRADO OU INATIVO" AT 1405
               GO TO R-BANCO
           ELSE
               PERFORM LIMPATELA
               GO TO R-VALOR.

      *RECEBE O VALOR EMPRESTADO PELO BANCO PARA O CARRO
       R-VALOR.
           ACCEPT TFPVALOR
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-BANCO
           ELSE IF FP-VALOR = ZEROES
               DISPLAY "VALOR INVALIDO" AT 1405
               GO TO R-VALOR
           ELSE
               PERFORM LIMPATELA
               GO TO R-DATAINI.

      *RECEBE A DATA DE INICIO DO EMPRESTIMO - EM BRANCO ASSUME HOJE
       R-DATAINI.
           ACCEPT TFPDATAINI
           ACCEPT ACTKEY FROM ESCAPE KEY
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-VALOR
           END-IF
           IF FP-DATAINI = ZEROES
               MOVE DATAHOJE TO FP-DATAINI
               DISPLAY TFPDATAINI
           END-IF
           MOVE FP-DATAINI TO DATACONV
           IF FP-DATAINI > DATAHOJE
               OR DC-MES < 1 OR DC-MES > 12 OR DC-DIA < 1 OR DC-DIA > 31
               DISPLAY "DATA DE INICIO INVALIDA" AT 1405
               GO TO R-DATAINI
           ELSE
               PERFORM LIMPATELA
               GO TO R-TAXA.

      *RECEBE A TAXA DE JUROS AO DIA DA LINHA DE CREDITO, EM %
       R-TAXA.
           ACCEPT TFPTAXA
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-DATAINI
           ELSE IF FP-TAXADIA = ZEROES
               DISPLAY "TAXA INVALIDA" AT 1405
               GO TO R-TAXA
           ELSE
               PERFORM LIMPATELA
               GO TO GRAVAFLOOR.

      *GRAVA O EMPRESTIMO COM A PROXIMA SEQUENCIA DO CHASSI - OS JUROS
      *CORREM A PARTIR DA DATA DE INICIO NA APURACAO NOTURNA
       GRAVAFLOOR.
           DISPLAY "GRAVAR DADOS?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           COMPUTE FP-SEQ = FLRULTSEQ + 1
           MOVE ZEROES TO FP-JUROS FP-DATAQUIT FP-VALORQUIT
           MOVE FP-DATAINI TO FP-ULTAPUR
           MOVE "A" TO FP-SITUACAO
           MOVE OPERADOR TO FP-OPERADOR
           WRITE REGFLOOR
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNFLOOR
           IF ERRO = "00" OR "02"
               CLOSE CADFLOOR
               OPEN I-O CADFLOOR
               PERFORM LIMPATELA
               DISPLAY "FLOOR PLAN GRAVADO" AT 2010
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADFLOOR" AT 2010
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

      *PROCURA O EMPRESTIMO EM ABERTO E A ULTIMA SEQUENCIA DO CHASSI
       PROCURAFLOOR.
           MOVE 0 TO FLRACHOU FIMFLR
           MOVE ZEROES TO FLRULTSEQ
           MOVE CHASSIBUSCA TO FP-CHASSI
           MOVE ZEROES TO FP-SEQ
           START CADFLOOR KEY IS NOT LESS THAN CHAVEFLOOR
               INVALID KEY
                   MOVE 1 TO FIMFLR
           END-START
           PERFORM PROCURAFLOOR-LOOP UNTIL FIMFLR = 1
           MOVE "00" TO ERRO.

       PROCURAFLOOR-LOOP.
           READ CADFLOOR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMFLR
           ELSE
               IF FP-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMFLR
               ELSE
                   MOVE FP-SEQ TO FLRULTSEQ
                   IF FLOOR-ABERTO
                       MOVE 1 TO FLRACHOU
                   END-IF
               END-IF
           END-IF.

      *POSICIONA NO PRIMEIRO EMPRESTIMO DO CHASSI INFORMADO
       PERCORREFLOOR.
           MOVE 0 TO FIMFLR
           MOVE CHASSIBUSCA TO FP-CHASSI
           MOVE ZEROES TO FP-SEQ
           START CADFLOOR KEY IS GREATER THAN CHAVEFLOOR
               INVALID KEY
                   MOVE 1 TO FIMFLR
           END-START
           IF FIMFLR = 1
               PERFORM LIMPATELA
               DISPLAY "NENHUM FLOOR PLAN PARA ESTE CHASSI" AT 1605
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           GO TO MOSTRAFLOOR.

      *IMAGEM GRAVADA NO CADFLOOR PARA O JORNAL DE TRANSACOES
       JORNFLOOR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADFLOOR" TO PJ-ARQUIVO
               MOVE REGFLOOR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *EXIBE O EMPRESTIMO CORRENTE - O EM ABERTO MOSTRA O SALDO PARA
      *QUITAR HOJE, COM OS JUROS AINDA NAO APURADOS
       MOSTRAFLOOR.
           READ CADFLOOR NEXT
           IF ERRO NOT = "00" OR FP-CHASSI NOT = CHASSIBUSCA
               PERFORM LIMPATELA
               DISPLAY "FIM DOS FLOOR PLANS DO CHASSI" AT 1605
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY TELAFLOOR
           PERFORM LERNOMEBANCO
           IF FLOOR-QUITADO
               DISPLAY "SITUACAO: QUITADO" AT 1405
               DISPLAY "F2 PROXIMO, F3 VOLTAR" AT 1505
           ELSE
               IF FLOOR-CANCELADO
                   DISPLAY "SITUACAO: CANCELADO" AT 1405
                   DISPLAY "F2 PROXIMO, F3 VOLTAR" AT 1505
               ELSE
                   PERFORM CALCULASALDO
                   MOVE SALDOFLOOR TO ED-SALDO
                   DISPLAY "SITUACAO: EM ABERTO - SALDO HOJE:" AT 1405
                   DISPLAY ED-SALDO AT 1439
                   DISPLAY "F1 CANCELAR, F2 PROXIMO, F3 VOLTAR" AT 1505
               END-IF
           END-IF
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               IF FLOOR-ABERTO
                   GO TO CANCELAFLOOR
               ELSE
                   GO TO MOSTRAFLOOR
               END-IF
           WHEN = 02
               GO TO MOSTRAFLOOR
           WHEN = 03
               PERFORM LIMPATELA
               GO TO MENUPRINC
           WHEN OTHER
               GO TO MOSTRAFLOOR
           END-EVALUATE.

      *CANCELA O EMPRESTIMO LANCADO POR ENGANO - SO COM CONFIRMACAO
       CANCELAFLOOR.
           PERFORM LIMPATELA
           DISPLAY "CANCELAR ESTE FLOOR PLAN?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MOSTRAFLOOR
           END-IF
           MOVE "X" TO FP-SITUACAO
           MOVE OPERADOR TO FP-OPERADOR
           REWRITE REGFLOOR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNFLOOR
           IF ERRO = "00" OR "02"
               PERFORM LIMPATELA
               DISPLAY "FLOOR PLAN CANCELADO" AT 1605
               GO TO MOSTRAFLOOR
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO CANCELAR O FLOOR PLAN" AT 1605
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

      *SALDO PARA QUITAR HOJE: VALOR, JUROS APURADOS E OS DIAS AINDA
      *NAO APURADOS DESDE A ULTIMA APURACAO (BASE COMERCIAL DE 360)
       CALCULASALDO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           MOVE FP-ULTAPUR TO DATACONV
           PERFORM DATAPARADIAS
           MOVE ZEROES TO JUROSATE
           IF DIASHOJE > DIASCONV
               COMPUTE DIASFLOOR = DIASHOJE - DIASCONV
               COMPUTE JUROSATE ROUNDED =
                   FP-VALOR * FP-TAXADIA / 100 * DIASFLOOR
           END-IF
           COMPUTE SALDOFLOOR = FP-VALOR + FP-JUROS + JUROSATE.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA.

      *BUSCA O NOME DO BANCO DO EMPRESTIMO PARA EXIBIR NA TELA
       LERNOMEBANCO.
           OPEN INPUT CADBANCO
           IF ERROBCO = "00"
               MOVE FP-BANCO TO BC-CODIGO
               READ CADBANCO
               IF ERROBCO = "00"
                   DISPLAY BC-NOME AT 0715
               END-IF
               CLOSE CADBANCO
           END-IF
           MOVE "00" TO ERROBCO.

       LIMPAVAR.
           MOVE SPACES TO FP-CHASSI FP-SITUACAO CHASSIBUSCA
           MOVE ZEROES TO FP-SEQ FP-BANCO FP-VALOR FP-DATAINI FP-TAXADIA
           MOVE ZEROES TO FP-JUROS FP-ULTAPUR FP-FILIAL FP-DATAQUIT
               FP-VALORQUIT ACTKEY.

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
           CLOSE CADFLOOR.
           END PROGRAM P172947.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172946.
      *-----------------------------------------------------------------
      *REPASSES DE FINANCIAMENTO (CDC) - NA VENDA FINANCIADA POR BANCO
      *O P172904 GRAVA NO CADCDC O VALOR FINANCIADO E O RETORNO QUE O
      *BANCO DEVE A LOJA. ESTA TELA CONSULTA OS REPASSES POR CHASSI OU
      *OS EM ABERTO DE UM BANCO E REGISTRA O PAGAMENTO FEITO PELO
      *BANCO. A BAIXA LANCA AS ENTRADAS NO LIVRO CAIXA (TIPO B PARA O
      *VALOR FINANCIADO, N PARA O RETORNO).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCDC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECDC
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CD-BANCO WITH DUPLICATES.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERROBCO
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERROCAI.
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

           FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
           01 REGBANCO.
               02 BC-CODIGO   PIC 9(3) VALUE ZEROES.
               02 BC-NOME     PIC X(30) VALUE SPACES.
               02 FILLER      PIC X(63).

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
           01 ERROBCO PIC X(2) VALUE "00".
           01 ERROCAI PIC X(2) VALUE "00".
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
           01 BANCOBUSCA PIC 9(3) VALUE ZEROES.
           01 MODOBUSCA PIC 9(1) VALUE 0.
               88 BUSCA-CHASSI VALUE 1.
               88 BUSCA-BANCO  VALUE 2.
           01 FIMCDC PIC 9(1) VALUE 0.
           01 FIMCAI PIC 9(1) VALUE 0.
           01 DATABAIXA PIC 9(8) VALUE ZEROES.
           01 VALORBAIXA PIC 9(7)V99 VALUE ZEROES.
           01 RETORNOBAIXA PIC 9(7)V99 VALUE ZEROES.
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 DATACAIXA PIC 9(8) VALUE ZEROES.
           01 SEQCAIXA PIC 9(5) VALUE ZEROES.
           01 TIPOCAIXA PIC X(1) VALUE SPACES.
           01 HISTCAIXA PIC X(30) VALUE SPACES.
           01 VALORCAIXA PIC 9(7)V99 VALUE ZEROES.

           SCREEN SECTION.
       01  TELACDC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "          REPASSES DE FINANCIAMENTO (CDC)".
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
               VALUE  "  APROVACAO:".
           05  LINE 08  COLUMN 32
               VALUE  "CPF:".
           05  LINE 09  COLUMN 01
               VALUE  "  VENDA EM:".
           05  LINE 09  COLUMN 32
               VALUE  "PREVISTO:".
           05  LINE 10  COLUMN 01
               VALUE  "  FINANCIADO:".
           05  LINE 10  COLUMN 32
               VALUE  "RETORNO:".
           05  LINE 11  COLUMN 01
               VALUE  "  REPASSE EM:".
           05  LINE 11  COLUMN 32
               VALUE  "RECEBIDO:".
           05  TCDCHASSI
               LINE 06  COLUMN 11  PIC X(17)
               FROM   CD-CHASSI.
           05  TCDSEQ
               LINE 06  COLUMN 37  PIC 9(03)
               FROM   CD-SEQ.
           05  TCDBANCO
               LINE 07  COLUMN 10  PIC 9(03)
               FROM   CD-BANCO.
           05  TCDAPROV
               LINE 08  COLUMN 14  PIC X(15)
               FROM   CD-APROVACAO.
           05  TCDCPF
               LINE 08  COLUMN 37  PIC X(11)
               FROM   CD-CPF.
           05  TCDVENDA
               LINE 09  COLUMN 13  PIC 9(08)
               FROM   CD-DATAVENDA.
           05  TCDPREVISTO
               LINE 09  COLUMN 42  PIC 9(08)
               FROM   CD-PREVISTO.
           05  TCDFINANC
               LINE 10  COLUMN 15  PIC Z(7),99
               FROM   CD-VALORFINANC.
           05  TCDRETORNO
               LINE 10  COLUMN 41  PIC Z(7),99
               FROM   CD-RETORNO.
           05  TCDREPASSE
               LINE 11  COLUMN 15  PIC 9(08)
               FROM   CD-DATAREPASSE.
           05  TCDPAGO
               LINE 11  COLUMN 42  PIC Z(7),99
               FROM   CD-VALORPAGO.

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE REPASSES, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADCDC
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADCDC
                   CLOSE CADCDC
                  DISPLAY "ARQUIVO CADCDC FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCDC" AT 0622
           ELSE
               DISPLAY TELACDC
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
               DISPLAY TELACDC
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
           PERFORM LIMPATELA
           DISPLAY "F1 REPASSES DO CHASSI, F2 EM ABERTO DO BANCO," AT
               1505
           DISPLAY "F3 SAIR" AT 1552
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               PERFORM LIMPATELA
               DISPLAY "CHASSI: " AT 1605
               ACCEPT CHASSIBUSCA AT 1614
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   GO TO MENUPRINC
               END-IF
               MOVE 1 TO MODOBUSCA
               GO TO PERCORRECDC
           WHEN = 02
               PERFORM LIMPATELA
               DISPLAY "CODIGO DO BANCO: " AT 1605
               ACCEPT BANCOBUSCA AT 1623
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   GO TO MENUPRINC
               END-IF
               MOVE 2 TO MODOBUSCA
               GO TO PERCORRECDC
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *POSICIONA NO PRIMEIRO REPASSE DO CHASSI OU DO BANCO INFORMADO
       PERCORRECDC.
           MOVE 0 TO FIMCDC
           IF BUSCA-CHASSI
               MOVE CHASSIBUSCA TO CD-CHASSI
               MOVE ZEROES TO CD-SEQ
               START CADCDC KEY IS GREATER THAN CHAVECDC
                   INVALID KEY
                       MOVE 1 TO FIMCDC
               END-START
           ELSE
               MOVE BANCOBUSCA TO CD-BANCO
               START CADCDC KEY IS EQUAL CD-BANCO
                   INVALID KEY
                       MOVE 1 TO FIMCDC
               END-START
           END-IF
           IF FIMCDC = 1
               PERFORM LIMPATELA
               DISPLAY "NENHUM REPASSE ENCONTRADO" AT 1605
               GO TO MENUPRINC
           END-IF
           GO TO MOSTRACDC.

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
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCDC" TO PJ-ARQUIVO
               MOVE REGCDC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *EXIBE O REPASSE CORRENTE E OFERECE A BAIXA - NA BUSCA POR
      *BANCO SO APARECEM OS EM ABERTO DE VENDA JA CONCLUIDA
       MOSTRACDC.
           READ CADCDC NEXT
           IF ERRO NOT = "00"
               OR (BUSCA-CHASSI AND CD-CHASSI NOT = CHASSIBUSCA)
               OR (BUSCA-BANCO AND CD-BANCO NOT = BANCOBUSCA)
               PERFORM LIMPATELA
               DISPLAY "FIM DOS REPASSES" AT 1605
               MOVE "00" TO ERRO
               GO TO MENUPRINC
           END-IF
           IF BUSCA-BANCO
               AND (NOT CDC-ABERTO OR CD-DATAVENDA = ZEROES)
               GO TO MOSTRACDC
           END-IF
           DISPLAY TELACDC
           PERFORM LERNOMEBANCO
           IF CDC-PAGO
               DISPLAY "SITUACAO: RECEBIDO" AT 1405
               DISPLAY "F2 PROXIMO, F3 VOLTAR" AT 1505
           ELSE
               IF CDC-CANCELADO
                   DISPLAY "SITUACAO: CANCELADO" AT 1405
                   DISPLAY "F2 PROXIMO, F3 VOLTAR" AT 1505
               ELSE
                   IF CD-DATAVENDA = ZEROES
                       DISPLAY "SITUACAO: VENDA NAO CONCLUIDA" AT 1405
                       DISPLAY "F2 PROXIMO, F3 VOLTAR" AT 1505
                   ELSE
                       DISPLAY "SITUACAO: A RECEBER" AT 1405
                       DISPLAY "F1 BAIXAR, F2 PROXIMO, F3 VOLTAR" AT
                           1505
                   END-IF
               END-IF
           END-IF
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               IF CDC-ABERTO AND CD-DATAVENDA NOT = ZEROES
                   GO TO BAIXACDC
               ELSE
                   GO TO MOSTRACDC
               END-IF
           WHEN = 02
               GO TO MOSTRACDC
           WHEN = 03
               PERFORM LIMPATELA
               GO TO MENUPRINC
           WHEN OTHER
               GO TO MOSTRACDC
           END-EVALUATE.

      *REGISTRA O PAGAMENTO FEITO PELO BANCO - DATA E VALORES EM
      *BRANCO ASSUMEM HOJE, O VALOR FINANCIADO E O RETORNO CALCULADO.
      *AS DUAS ENTRADAS DE DINHEIRO VAO PARA O LIVRO CAIXA
       BAIXACDC.
           MOVE ZEROES TO DATABAIXA VALORBAIXA RETORNOBAIXA
           DISPLAY "DATA DO REPASSE (AAAAMMDD):" AT 1605
           ACCEPT DATABAIXA AT 1633
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO MENUPRINC
           END-IF
           DISPLAY "VALOR REPASSADO:" AT 1705
           ACCEPT VALORBAIXA AT 1722
           DISPLAY "RETORNO RECEBIDO:" AT 1805
           ACCEPT RETORNOBAIXA AT 1823
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           IF DATABAIXA = ZEROES
               MOVE DATAHOJE TO DATABAIXA
           END-IF
           IF DATABAIXA > DATAHOJE
               DISPLAY "DATA DO REPASSE NO FUTURO" AT 1905
               GO TO BAIXACDC
           END-IF
           IF DATABAIXA < CD-DATAVENDA
               DISPLAY "DATA DO REPASSE ANTERIOR A VENDA" AT 1905
               GO TO BAIXACDC
           END-IF
           IF VALORBAIXA = ZEROES
               MOVE CD-VALORFINANC TO VALORBAIXA
           END-IF
           IF RETORNOBAIXA = ZEROES
               MOVE CD-RETORNO TO RETORNOBAIXA
           END-IF
           MOVE DATABAIXA TO CD-DATAREPASSE
           MOVE VALORBAIXA TO CD-VALORPAGO
           MOVE RETORNOBAIXA TO CD-RETORNOPAGO
           MOVE "P" TO CD-SITUACAO
           MOVE OPERADOR TO CD-OPERADOR
           REWRITE REGCDC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNCDC
           IF ERRO = "00" OR "02"
               MOVE "B" TO TIPOCAIXA
               MOVE "REPASSE DO BANCO" TO HISTCAIXA
               MOVE VALORBAIXA TO VALORCAIXA
               PERFORM LANCACAIXACDC
               IF RETORNOBAIXA NOT = ZEROES
                   MOVE "N" TO TIPOCAIXA
                   MOVE "RETORNO DO BANCO" TO HISTCAIXA
                   MOVE RETORNOBAIXA TO VALORCAIXA
                   PERFORM LANCACAIXACDC
               END-IF
               PERFORM LIMPATELA
               DISPLAY "REPASSE REGISTRADO" AT 1605
               GO TO MOSTRACDC
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO REGISTRAR O REPASSE" AT 1605
               GO TO MENUPRINC
           END-IF.

      *LANCA A ENTRADA DE DINHEIRO NO LIVRO CAIXA (CADCAIXA) COM A
      *PROXIMA SEQUENCIA DO DIA
       LANCACAIXACDC.
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
               PERFORM LANCACAIXACDC-LOOP UNTIL FIMCAI = 1
               MOVE DATACAIXA TO CX-DATA
               COMPUTE CX-SEQ = SEQCAIXA + 1
               MOVE TIPOCAIXA TO CX-TIPO
               MOVE "E" TO CX-SINAL
               MOVE CD-CHASSI TO CX-CHAVE
               MOVE VALORCAIXA TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE HISTCAIXA TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.

       LANCACAIXACDC-LOOP.
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

      *BUSCA O NOME DO BANCO DO REPASSE PARA EXIBIR NA TELA
       LERNOMEBANCO.
           OPEN INPUT CADBANCO
           IF ERROBCO = "00"
               MOVE CD-BANCO TO BC-CODIGO
               READ CADBANCO
               IF ERROBCO = "00"
                   DISPLAY BC-NOME AT 0715
               END-IF
               CLOSE CADBANCO
           END-IF
           MOVE "00" TO ERROBCO.

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
           CLOSE CADCDC.
           END PROGRAM P172946.

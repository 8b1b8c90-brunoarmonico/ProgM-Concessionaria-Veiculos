      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172961.
      *-----------------------------------------------------------------
      *SEGURO DO VEICULO VENDIDO NA LOJA - CADA APOLICE FECHADA NO
      *BALCAO COM UMA SEGURADORA PARCEIRA FICA NO CADAPOL, LIGADA AO
      *CHASSI VENDIDO E AO CPF DO COMPRADOR NO CADVEIC, COM O NUMERO
      *DA APOLICE NA SEGURADORA, A VIGENCIA, O PREMIO E A COMISSAO
      *DEVIDA A LOJA. O VENDEDOR DA VENDA DO CARRO FICA GRAVADO NA
      *APOLICE. A COMISSAO FICA A RECEBER ATE A SEGURADORA PAGAR - O
      *RECEBIMENTO LANCA A ENTRADA NO LIVRO CAIXA (TIPO G). A APOLICE
      *NOVA DO MESMO CHASSI RENOVA A ANTERIOR AINDA VIGENTE, QUE SAI
      *DA LISTA DE RENOVACAO (RELRENOV). O CANCELAMENTO EXIGE
      *SUPERVISOR E A COMISSAO AINDA NAO RECEBIDA E DADA COMO PERDIDA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SG-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS SG-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS SG-FIM WITH DUPLICATES.
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
      *APOLICES DE SEGURO VENDIDAS NA LOJA - NUMERO INTERNO SEQUENCIAL
           FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 SG-NUMERO      PIC 9(6) VALUE ZEROES.
               02 SG-CHASSI      PIC X(17) VALUE SPACES.
               02 SG-CPF         PIC X(11) VALUE SPACES.
               02 SG-SEGURADORA  PIC X(20) VALUE SPACES.
               02 SG-APOLICE     PIC X(20) VALUE SPACES.
               02 SG-INICIO      PIC 9(8) VALUE ZEROES.
               02 SG-FIM         PIC 9(8) VALUE ZEROES.
               02 SG-PREMIO      PIC 9(7)V99 VALUE ZEROES.
               02 SG-COMISSAO    PIC 9(7)V99 VALUE ZEROES.
               02 SG-VENDEDOR    PIC 9(3) VALUE ZEROES.
               02 SG-FILIAL      PIC 9(2) VALUE ZEROES.
               02 SG-DATACAD     PIC 9(8) VALUE ZEROES.
               02 SG-OPERADOR    PIC X(8) VALUE SPACES.
               02 SG-SITUACAO    PIC X(1) VALUE SPACES.
                   88 APOLICE-VIGENTE   VALUE "V".
                   88 APOLICE-RENOVADA  VALUE "R".
                   88 APOLICE-CANCELADA VALUE "C".
               02 SG-DATACANC    PIC 9(8) VALUE ZEROES.
               02 SG-SITCOMIS    PIC X(1) VALUE SPACES.
                   88 COMIS-ARECEBER VALUE "A".
                   88 COMIS-RECEBIDA VALUE "P".
                   88 COMIS-PERDIDA  VALUE "X".
               02 SG-DATAREC     PIC 9(8) VALUE ZEROES.
               02 SG-VALORREC    PIC 9(7)V99 VALUE ZEROES.
               02 SG-OPERREC     PIC X(8) VALUE SPACES.
               02 SG-RENOVADAPOR PIC 9(6) VALUE ZEROES.

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
                   03 VENDEDOR   PIC 9(3).
                   03 FILLER     PIC X(27).
               02 FILLER PIC X(20).
               02 FILIAL PIC 9(2).
               02 STATUSVEIC PIC 9(1).
                   88 VEIC-DISPONIVEL VALUE 0.
                   88 VEIC-VENDIDO    VALUE 1.
               02 VERSAO PIC 9(6).

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF  PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

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
           01 ERROPRO PIC X(2) VALUE "00".
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
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 CHASSIBUSCA PIC X(17) VALUE SPACES.
           01 NUMBUSCA PIC 9(6) VALUE ZEROES.
           01 ULTNUMERO PIC 9(6) VALUE ZEROES.
           01 NOVONUMERO PIC 9(6) VALUE ZEROES.
           01 FIMAPO PIC 9(1) VALUE 0.
           01 CPFVEIC PIC X(11) VALUE SPACES.
           01 VENDVEIC PIC 9(3) VALUE ZEROES.
           01 FILIALVEIC PIC 9(2) VALUE ZEROES.
           01 NOMECLI PIC X(30) VALUE SPACES.
           01 SEGURADORAINF PIC X(20) VALUE SPACES.
           01 APOLICEINF PIC X(20) VALUE SPACES.
           01 INICIOINF PIC 9(8) VALUE ZEROES.
           01 FIMINF PIC 9(8) VALUE ZEROES.
           01 PREMIOINF PIC 9(7)V99 VALUE ZEROES.
           01 COMISSAOINF PIC 9(7)V99 VALUE ZEROES.
           01 VALORRECINF PIC 9(7)V99 VALUE ZEROES.
      *CONFERENCIA DE DATA AAAAMMDD
           01 DATACHECA PIC 9(8) VALUE ZEROES.
           01 DATACHECA-R REDEFINES DATACHECA.
               02 DC-ANO PIC 9(4).
               02 DC-MES PIC 9(2).
               02 DC-DIA PIC 9(2).
           01 DATAOK PIC 9(1) VALUE 0.
      *LANCAMENTO DO RECEBIMENTO NO LIVRO CAIXA
           01 DATACAIXA PIC 9(8) VALUE ZEROES.
           01 SEQCAIXA PIC 9(5) VALUE ZEROES.
           01 FIMCAI PIC 9(1) VALUE 0.
           01 HISTCAIXA PIC X(30) VALUE SPACES.
           01 CAIXAOK PIC 9(1) VALUE 0.
           01 SITTEXTO PIC X(10) VALUE SPACES.
           01 COMTEXTO PIC X(10) VALUE SPACES.
           01 ED-VALOR PIC Z(6)9,99.
           01 ED-TOTAL PIC Z(8)9,99.
           01 TOTARECEBER PIC 9(9)V99 VALUE ZEROES.
           01 QTDARECEBER PIC 9(4) VALUE ZEROES.
           01 LINHACON PIC 99 VALUE ZEROES.

           SCREEN SECTION.
       01  TELAAPOL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "     SEGURO DO VEICULO - APOLICES E COMISSOES".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  NUMERO:".
           05  LINE 06  COLUMN 32
               VALUE  "CHASSI:".
           05  LINE 07  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 07  COLUMN 32
               VALUE  "CLIENTE:".
           05  LINE 08  COLUMN 01
               VALUE  "  SEGURADORA:".
           05  LINE 08  COLUMN 40
               VALUE  "APOLICE:".
           05  LINE 09  COLUMN 01
               VALUE  "  VIGENCIA:".
           05  LINE 09  COLUMN 40
               VALUE  "SITUACAO:".
           05  LINE 10  COLUMN 01
               VALUE  "  PREMIO:".
           05  LINE 10  COLUMN 40
               VALUE  "COMISSAO:".
           05  LINE 11  COLUMN 01
               VALUE  "  COMISSAO DA LOJA:".

           PROCEDURE DIVISION.
      *ABRE O CADASTRO DE APOLICES, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADAPOL
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADAPOL
                   CLOSE CADAPOL
                   DISPLAY "ARQUIVO CADAPOL FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAPOL" AT 0622
           ELSE
               DISPLAY TELAAPOL
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
               DISPLAY TELAAPOL
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
           DISPLAY "F1 NOVA APOLICE, F2 CONSULTA, F4 RECEBER COMISSAO,"
               AT 1305
           DISPLAY "F5 CANCELAR, F6 COMISSOES A RECEBER, F3 SAIR"
               AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAAPOL
               GO TO NOVAAPOLICE
           WHEN = 02
               DISPLAY TELAAPOL
               GO TO CONSULTA
           WHEN = 04
               DISPLAY TELAAPOL
               GO TO RECEBECOMIS
           WHEN = 05
               DISPLAY TELAAPOL
               GO TO CANCELA
           WHEN = 06
               DISPLAY TELAAPOL
               GO TO ARECEBER
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *NOVA APOLICE - SO PARA CHASSI VENDIDO, NO CPF DO COMPRADOR
       NOVAAPOLICE.
           PERFORM LIMPATELA
           DISPLAY "CHASSI DO VEICULO VENDIDO:" AT 1305
           MOVE SPACES TO CHASSIBUSCA
           ACCEPT CHASSIBUSCA AT 1332
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CHASSIBUSCA = SPACES
               GO TO MENUPRINC
           END-IF
           OPEN INPUT CADVEIC
           MOVE CHASSIBUSCA TO CHASSI
           READ CADVEIC
           IF ERROVEI NOT = "00"
               MOVE "00" TO ERROVEI
               CLOSE CADVEIC
               DISPLAY "CHASSI NAO CADASTRADO" AT 2005
               ACCEPT AUX AT 2360
               GO TO NOVAAPOLICE
           END-IF
           CLOSE CADVEIC
           IF NOT VEIC-VENDIDO OR P-CPF = SPACES
               DISPLAY "VEICULO NAO VENDIDO - SEM COMPRADOR" AT 2005
               ACCEPT AUX AT 2360
               GO TO NOVAAPOLICE
           END-IF
           MOVE P-CPF TO CPFVEIC
           MOVE VENDEDOR TO VENDVEIC
           MOVE FILIAL TO FILIALVEIC
           PERFORM LERCLIENTE
           DISPLAY CHASSIBUSCA AT 0640
           DISPLAY CPFVEIC AT 0708
           DISPLAY NOMECLI AT 0741.

       N-SEGURADORA.
           DISPLAY "SEGURADORA:" AT 1405
           ACCEPT SEGURADORAINF AT 1417
           DISPLAY "APOLICE:" AT 1440
           ACCEPT APOLICEINF AT 1449
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAAPOL
               GO TO NOVAAPOLICE
           END-IF
           IF SEGURADORAINF = SPACES OR APOLICEINF = SPACES
               DISPLAY "INFORME A SEGURADORA E O NUMERO DA APOLICE"
                   AT 2005
               ACCEPT AUX AT 2360
               DISPLAY "                                            "
                   AT 2005
               GO TO N-SEGURADORA
           END-IF.

       N-VIGENCIA.
           DISPLAY "INICIO (AAAAMMDD):" AT 1505
           ACCEPT INICIOINF AT 1524
           DISPLAY "FIM (AAAAMMDD):" AT 1540
           ACCEPT FIMINF AT 1556
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO N-SEGURADORA
           END-IF
           MOVE INICIOINF TO DATACHECA
           PERFORM CHECADATA
           IF DATAOK = 1
               MOVE FIMINF TO DATACHECA
               PERFORM CHECADATA
           END-IF
           IF DATAOK = 0 OR FIMINF NOT > INICIOINF
               DISPLAY "VIGENCIA INVALIDA" AT 2005
               ACCEPT AUX AT 2360
               DISPLAY "                 " AT 2005
               GO TO N-VIGENCIA
           END-IF.

       N-VALORES.
           DISPLAY "PREMIO:" AT 1605
           ACCEPT PREMIOINF AT 1613
           DISPLAY "COMISSAO:" AT 1640
           ACCEPT COMISSAOINF AT 1650
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO N-VIGENCIA
           END-IF
           IF PREMIOINF = ZEROES OR COMISSAOINF > PREMIOINF
               DISPLAY "PREMIO OU COMISSAO INVALIDOS" AT 2005
               ACCEPT AUX AT 2360
               DISPLAY "                            " AT 2005
               GO TO N-VALORES
           END-IF
           DISPLAY "CONFIRMA A APOLICE? F1 - SIM, F2 - NAO" AT 1805
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY "APOLICE NAO GRAVADA" AT 2005
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           GO TO GRAVAAPOLICE.

      *GRAVA A APOLICE NO PROXIMO NUMERO, COM A COMISSAO A RECEBER,
      *E RENOVA A APOLICE ANTERIOR AINDA VIGENTE DO MESMO CHASSI
       GRAVAAPOLICE.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           PERFORM BUSCAULTNUM
           COMPUTE NOVONUMERO = ULTNUMERO + 1
           PERFORM RENOVAANTERIOR
           MOVE SPACES TO REGAPOL
           MOVE NOVONUMERO TO SG-NUMERO
           MOVE CHASSIBUSCA TO SG-CHASSI
           MOVE CPFVEIC TO SG-CPF
           MOVE SEGURADORAINF TO SG-SEGURADORA
           MOVE APOLICEINF TO SG-APOLICE
           MOVE INICIOINF TO SG-INICIO
           MOVE FIMINF TO SG-FIM
           MOVE PREMIOINF TO SG-PREMIO
           MOVE COMISSAOINF TO SG-COMISSAO
           MOVE VENDVEIC TO SG-VENDEDOR
           MOVE FILIALVEIC TO SG-FILIAL
           MOVE DATAHOJE TO SG-DATACAD
           MOVE OPERADOR TO SG-OPERADOR
           MOVE "V" TO SG-SITUACAO
           MOVE ZEROES TO SG-DATACANC SG-DATAREC SG-VALORREC
               SG-RENOVADAPOR
           MOVE SPACES TO SG-OPERREC
           MOVE "A" TO SG-SITCOMIS
           IF COMISSAOINF = ZEROES
               MOVE "P" TO SG-SITCOMIS
           END-IF
           WRITE REGAPOL
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNAPOL
           PERFORM LIMPATELA
           IF ERRO NOT = "00" AND ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADAPOL" AT 1805
               MOVE "00" TO ERRO
           ELSE
               PERFORM MOSTRAAPOLICE
               DISPLAY "APOLICE GRAVADA" AT 1805
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *ULTIMO NUMERO DE APOLICE JA USADO
       BUSCAULTNUM.
           MOVE ZEROES TO ULTNUMERO
           MOVE 0 TO FIMAPO
           MOVE ZEROES TO SG-NUMERO
           START CADAPOL KEY IS GREATER THAN SG-NUMERO
               INVALID KEY
                   MOVE 1 TO FIMAPO
           END-START
           PERFORM BUSCAULTNUM-LOOP UNTIL FIMAPO = 1.

       BUSCAULTNUM-LOOP.
           READ CADAPOL NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMAPO
               MOVE "00" TO ERRO
           ELSE
               MOVE SG-NUMERO TO ULTNUMERO
           END-IF.

      *A APOLICE ANTERIOR AINDA VIGENTE DO CHASSI PASSA A RENOVADA,
      *APONTANDO A APOLICE NOVA
       RENOVAANTERIOR.
           MOVE 0 TO FIMAPO
           MOVE CHASSIBUSCA TO SG-CHASSI
           START CADAPOL KEY IS NOT LESS THAN SG-CHASSI
               INVALID KEY
                   MOVE 1 TO FIMAPO
           END-START
           PERFORM RENOVAANTERIOR-LOOP UNTIL FIMAPO = 1
           MOVE "00" TO ERRO.

       RENOVAANTERIOR-LOOP.
           READ CADAPOL NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMAPO
           ELSE
               IF SG-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMAPO
               ELSE
                   IF APOLICE-VIGENTE
                       MOVE "R" TO SG-SITUACAO
                       MOVE NOVONUMERO TO SG-RENOVADAPOR
                       REWRITE REGAPOL
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNAPOL
                   END-IF
               END-IF
           END-IF.

      *CONSULTA A APOLICE PELO NUMERO INTERNO
       CONSULTA.
           PERFORM LERAPOLICE THRU LERAPOLICE-FIM
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *RECEBIMENTO DA COMISSAO PAGA PELA SEGURADORA - LANCA A ENTRADA
      *NO LIVRO CAIXA E BAIXA A COMISSAO A RECEBER
       RECEBECOMIS.
           PERFORM LERAPOLICE THRU LERAPOLICE-FIM
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF NOT COMIS-ARECEBER
               DISPLAY "NAO HA COMISSAO A RECEBER NESTA APOLICE" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "VALOR RECEBIDO (ZERO = COMISSAO DEVIDA):" AT 1305
           MOVE ZEROES TO VALORRECINF
           ACCEPT VALORRECINF AT 1347
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF VALORRECINF = ZEROES
               MOVE SG-COMISSAO TO VALORRECINF
           END-IF
           MOVE VALORRECINF TO ED-VALOR
           DISPLAY "RECEBER" AT 1405
           DISPLAY ED-VALOR AT 1413
           DISPLAY "? F1 - SIM, F2 - NAO" AT 1424
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY "RECEBIMENTO NAO REGISTRADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           PERFORM LANCACAIXASEG
           IF CAIXAOK = 0
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE "P" TO SG-SITCOMIS
           MOVE DATAHOJE TO SG-DATAREC
           MOVE VALORRECINF TO SG-VALORREC
           MOVE OPERADOR TO SG-OPERREC
           REWRITE REGAPOL
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNAPOL
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADAPOL" AT 1805
               MOVE "00" TO ERRO
           ELSE
               PERFORM MOSTRAAPOLICE
               DISPLAY "COMISSAO RECEBIDA" AT 1805
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *GRAVA A ENTRADA DA COMISSAO DE SEGURO NO LIVRO CAIXA (TIPO G)
      *COM A PROXIMA SEQUENCIA DO DIA
       LANCACAIXASEG.
           MOVE 0 TO CAIXAOK
           MOVE SPACES TO HISTCAIXA
           STRING "COMISSAO SEGURO APOLICE " DELIMITED BY SIZE
               SG-NUMERO DELIMITED BY SIZE
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
               MOVE "G" TO CX-TIPO
               MOVE "E" TO CX-SINAL
               MOVE SG-CHASSI TO CX-CHAVE
               MOVE VALORRECINF TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE HISTCAIXA TO CX-HISTORICO
               WRITE REGCAIXA
               IF ERROCAI = "00"
                   MOVE 1 TO CAIXAOK
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNCAIXA
                   DISPLAY "RECEBIMENTO LANCADO NO LIVRO CAIXA" AT 1505
               ELSE
                   DISPLAY "ERRO NA GRAVACAO DO LIVRO CAIXA" AT 1505
               END-IF
               CLOSE CADCAIXA
           ELSE
               DISPLAY "LIVRO CAIXA INDISPONIVEL" AT 1505
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

      *CANCELAMENTO DA APOLICE - REQUER SUPERVISOR. A COMISSAO AINDA
      *NAO RECEBIDA DEIXA DE SER COBRADA DA SEGURADORA
       CANCELA.
           IF NIVELOPER NOT = 1
               DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM LERAPOLICE THRU LERAPOLICE-FIM
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF APOLICE-CANCELADA
               DISPLAY "APOLICE JA CANCELADA" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "CONFIRMA O CANCELAMENTO? F1 - SIM, F2 - NAO" AT 1305
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE "C" TO SG-SITUACAO
           MOVE DATAHOJE TO SG-DATACANC
           IF COMIS-ARECEBER
               MOVE "X" TO SG-SITCOMIS
           END-IF
           REWRITE REGAPOL
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNAPOL
           PERFORM LIMPATELA
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADAPOL" AT 1805
               MOVE "00" TO ERRO
           ELSE
               PERFORM MOSTRAAPOLICE
               DISPLAY "APOLICE CANCELADA" AT 1805
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *COMISSOES AINDA NAO PAGAS PELAS SEGURADORAS
       ARECEBER.
           PERFORM LIMPATELA
           DISPLAY "NUMERO SEGURADORA           INICIO" AT 1203
           DISPLAY "COMISSAO" AT 1245
           MOVE ZEROES TO TOTARECEBER QTDARECEBER
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMAPO
           MOVE ZEROES TO SG-NUMERO
           START CADAPOL KEY IS NOT LESS THAN SG-NUMERO
               INVALID KEY
                   MOVE 1 TO FIMAPO
           END-START
           PERFORM ARECEBER-LOOP UNTIL FIMAPO = 1
           MOVE "00" TO ERRO
           MOVE TOTARECEBER TO ED-TOTAL
           DISPLAY "APOLICES:" AT 2205
           DISPLAY QTDARECEBER AT 2215
           DISPLAY "TOTAL A RECEBER:" AT 2225
           DISPLAY ED-TOTAL AT 2242
           ACCEPT AUX AT 2360
           DISPLAY TELAAPOL
           GO TO MENUPRINC.

       ARECEBER-LOOP.
           READ CADAPOL NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMAPO
           ELSE
               IF COMIS-ARECEBER
                   ADD 1 TO QTDARECEBER
                   ADD SG-COMISSAO TO TOTARECEBER
                   IF LINHACON < 22
                       MOVE SG-COMISSAO TO ED-VALOR
                       DISPLAY SG-NUMERO AT LINE LINHACON COL 03
                       DISPLAY SG-SEGURADORA AT LINE LINHACON COL 10
                       DISPLAY SG-INICIO AT LINE LINHACON COL 31
                       DISPLAY ED-VALOR AT LINE LINHACON COL 43
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *LE A APOLICE PELO NUMERO E MOSTRA NA TELA
       LERAPOLICE.
           PERFORM LIMPATELA
           DISPLAY "NUMERO DA APOLICE:" AT 1305
           MOVE ZEROES TO NUMBUSCA
           ACCEPT NUMBUSCA AT 1324
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR NUMBUSCA = ZEROES
               MOVE "23" TO ERRO
               GO TO LERAPOLICE-FIM
           END-IF
           MOVE NUMBUSCA TO SG-NUMERO
           READ CADAPOL
           IF ERRO NOT = "00"
               DISPLAY "APOLICE NAO ENCONTRADA" AT 1805
               GO TO LERAPOLICE-FIM
           END-IF
           MOVE SG-CPF TO CPFVEIC
           PERFORM LERCLIENTE
           PERFORM LIMPATELA
           PERFORM MOSTRAAPOLICE.

       LERAPOLICE-FIM.
           CONTINUE.

      *NOME DO CLIENTE NO CADASTRO DE PROPRIETARIOS
       LERCLIENTE.
           MOVE SPACES TO NOMECLI
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE CPFVEIC TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMECLI
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO.

      *CONFERE UMA DATA AAAAMMDD EM DATACHECA
       CHECADATA.
           MOVE 1 TO DATAOK
           IF DC-ANO < 1900 OR DC-MES < 1 OR DC-MES > 12
               OR DC-DIA < 1 OR DC-DIA > 31
               MOVE 0 TO DATAOK
           END-IF.

      *MOSTRA A APOLICE NA TELA
       MOSTRAAPOLICE.
           EVALUATE TRUE
           WHEN APOLICE-VIGENTE
               MOVE "VIGENTE" TO SITTEXTO
           WHEN APOLICE-RENOVADA
               MOVE "RENOVADA" TO SITTEXTO
           WHEN APOLICE-CANCELADA
               MOVE "CANCELADA" TO SITTEXTO
           WHEN OTHER
               MOVE SPACES TO SITTEXTO
           END-EVALUATE
           EVALUATE TRUE
           WHEN COMIS-ARECEBER
               MOVE "A RECEBER" TO COMTEXTO
           WHEN COMIS-RECEBIDA
               MOVE "RECEBIDA" TO COMTEXTO
           WHEN COMIS-PERDIDA
               MOVE "PERDIDA" TO COMTEXTO
           WHEN OTHER
               MOVE SPACES TO COMTEXTO
           END-EVALUATE
           DISPLAY SG-NUMERO AT 0611
           DISPLAY SG-CHASSI AT 0640
           DISPLAY SG-CPF AT 0708
           DISPLAY NOMECLI AT 0741
           DISPLAY SG-SEGURADORA AT 0815
           DISPLAY SG-APOLICE AT 0849
           DISPLAY SG-INICIO AT 0913
           DISPLAY "A" AT 0922
           DISPLAY SG-FIM AT 0924
           DISPLAY SITTEXTO AT 0950
           MOVE SG-PREMIO TO ED-VALOR
           DISPLAY ED-VALOR AT 1011
           MOVE SG-COMISSAO TO ED-VALOR
           DISPLAY ED-VALOR AT 1050
           DISPLAY COMTEXTO AT 1121
           IF COMIS-RECEBIDA AND SG-DATAREC NOT = ZEROES
               MOVE SG-VALORREC TO ED-VALOR
               DISPLAY "EM" AT 1132
               DISPLAY SG-DATAREC AT 1135
               DISPLAY ED-VALOR AT 1145
           ELSE
               DISPLAY "                          " AT 1132
           END-IF.

      *IMAGEM GRAVADA NO CADAPOL PARA O JORNAL DE TRANSACOES
       JORNAPOL.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADAPOL" TO PJ-ARQUIVO
               MOVE REGAPOL TO PJ-IMAGEM
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

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY NUMBUSCA INICIOINF FIMINF PREMIOINF
               COMISSAOINF VALORRECINF LINHACON
           MOVE SPACES TO CHASSIBUSCA AUX SEGURADORAINF APOLICEINF
               CPFVEIC NOMECLI.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
       LIMPATELA.
           DISPLAY "                                       " AT 1202
           DISPLAY "                                       " AT 1241
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
           DISPLAY "                                       " AT 2102
           DISPLAY "                                       " AT 2141
           DISPLAY "                                       " AT 2202
           DISPLAY "                                       " AT 2241.

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADAPOL.
           END PROGRAM P172961.

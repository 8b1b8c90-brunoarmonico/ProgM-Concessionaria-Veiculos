      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172942.
      *-----------------------------------------------------------------
      *MULTAS DE TRANSITO (CADINFR) - A MULTA CHEGA PELA PLACA, MUITAS
      *VEZES MESES DEPOIS DA INFRACAO. NO REGISTRO O PROGRAMA DECIDE
      *QUEM RESPONDIA PELO CARRO NA DATA DA INFRACAO:
      *  C COMPRADOR - EPISODIO DO HISTORICO (CADHIST) QUE COBRE A
      *    DATA OU, SEM HISTORICO, VENDA COM DATAVENDA ATE A DATA;
      *  T LOJA, CARRO EM TRANSITO ENTRE FILIAIS (CADTRANSF) - A
      *    FILIAL DE ORIGEM RESPONDE;
      *  A DONO ANTERIOR - INFRACAO ANTES DA COMPRA DO CARRO PELA LOJA
      *    (CPF DE ORIGEM DA COMPRA);
      *  L LOJA, CARRO NO ESTOQUE DA FILIAL;
      *  D PLACA DESCONHECIDA NO CADASTRO.
      *O DESTINO DA MULTA E REDIRECIONAR AO RESPONSAVEL (COMPRADOR OU
      *DONO ANTERIOR), COM A CARTA GRAVADA EM CARTAMUL.TXT, OU PAGAR
      *COMO CUSTO DA LOJA, COM A SAIDA LANCADA NO LIVRO CAIXA (TIPO T).
      *O RELMULTA TOTALIZA AS MULTAS DO MES POR DESTINO E POR FILIAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADINFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEINFR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS AI-CHASSI WITH DUPLICATES.
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
               FILE STATUS  IS ERROVHI
               ALTERNATE RECORD KEY IS H-PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-P-CPF WITH DUPLICATES.
           SELECT CADHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEHIST
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS HS-CPF WITH DUPLICATES.
           SELECT CADTRANSF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TN-NUMERO
               FILE STATUS  IS ERROTRF
               ALTERNATE RECORD KEY IS TN-CHASSI WITH DUPLICATES.
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
           SELECT CARTAMUL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCAR.
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
      *MULTA DE TRANSITO - CHAVE PLACA E SEQUENCIA DA MULTA NA PLACA
           FD CADINFR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINFR.DAT".
           01 REGINFR.
               02 CHAVEINFR.
                   03 AI-PLACA  PIC X(7) VALUE SPACES.
                   03 AI-SEQ    PIC 9(3) VALUE ZEROES.
               02 AI-AUTO       PIC X(15) VALUE SPACES.
               02 AI-DATAINFR   PIC 9(8) VALUE ZEROES.
               02 AI-DESCRICAO  PIC X(30) VALUE SPACES.
               02 AI-VALOR      PIC 9(5)V99 VALUE ZEROES.
               02 AI-VENCTO     PIC 9(8) VALUE ZEROES.
               02 AI-CHASSI     PIC X(17) VALUE SPACES.
               02 AI-FILIAL     PIC 9(2) VALUE ZEROES.
               02 AI-RESPONS    PIC X(1) VALUE SPACES.
                   88 RESP-COMPRADOR VALUE "C".
                   88 RESP-TRANSITO  VALUE "T".
                   88 RESP-ANTERIOR  VALUE "A".
                   88 RESP-LOJA      VALUE "L".
                   88 RESP-DESCONHEC VALUE "D".
               02 AI-CPF        PIC X(11) VALUE SPACES.
               02 AI-DESTINO    PIC X(1) VALUE SPACES.
                   88 MULTA-ABERTA       VALUE " ".
                   88 MULTA-REDIRECIONADA VALUE "R".
                   88 MULTA-PAGALOJA     VALUE "P".
               02 AI-DATAREG    PIC 9(8) VALUE ZEROES.
               02 AI-DATADEST   PIC 9(8) VALUE ZEROES.
               02 AI-OPERADOR   PIC X(8) VALUE SPACES.

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
               02 COR PIC 9(2).
               02 COMPRA.
                   03 VALORCOMPRA  PIC 9(7)V99.
                   03 DATACOMPRA   PIC 9(8).
                   03 ORIGEMCOMPRA PIC X(1).
                   03 CPFORIGEM    PIC X(11).
               02 FILLER PIC X(16).
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
               02 H-COR PIC 9(2).
               02 H-COMPRA.
                   03 H-VALORCOMPRA  PIC 9(7)V99.
                   03 H-DATACOMPRA   PIC 9(8).
                   03 H-ORIGEMCOMPRA PIC X(1).
                   03 H-CPFORIGEM    PIC X(11).
               02 FILLER PIC X(16).
               02 H-VENDA.
                   03 H-VALORVENDA PIC 9(7)V99.
                   03 H-COMISSAO   PIC 9(2)V99.
                   03 H-DATAVENDA  PIC 9(8).
                   03 FILLER       PIC X(30).
               02 FILLER PIC X(20).
               02 H-FILIAL PIC 9(2).
               02 FILLER PIC X(7).

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

           FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSF.DAT".
           01 REGTRANSF.
               02 TN-NUMERO      PIC 9(6) VALUE ZEROES.
               02 TN-CHASSI      PIC X(17) VALUE SPACES.
               02 TN-ORIGEM      PIC 9(2) VALUE ZEROES.
               02 TN-DESTINO     PIC 9(2) VALUE ZEROES.
               02 TN-DATASAIDA   PIC 9(8) VALUE ZEROES.
               02 TN-DATACHEGADA PIC 9(8) VALUE ZEROES.
               02 TN-OPERSAIDA   PIC X(8) VALUE SPACES.
               02 TN-OPERCHEGADA PIC X(8) VALUE SPACES.
               02 TN-SITUACAO    PIC 9(1) VALUE ZEROES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 DATANASC.
                   03 DIA PIC 9(2) VALUE ZEROES.
                   03 MES PIC 9(2) VALUE ZEROES.
                   03 ANO PIC 9(4) VALUE ZEROES.
               02 BCEP PIC 9(8) VALUE ZEROES.
               02 NUM PIC 9(6) VALUE ZEROES.
               02 COMPLEMENTO PIC X(25) VALUE SPACES.
               02 TELEFONE.
                   03 DDD PIC 9(2) VALUE ZEROES.
                   03 NUMERO PIC 9(9) VALUE ZEROES.
               02 EMAIL PIC X(30) VALUE SPACES.
               02 VERSAOPRO PIC 9(6) VALUE ZEROES.

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

      *CARTAS DE REDIRECIONAMENTO DA MULTA AO RESPONSAVEL
           FD CARTAMUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CARTAMUL.TXT".
           01 LINHACARTA PIC X(80) VALUE SPACES.

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
           01 ERROVHI PIC X(2) VALUE "00".
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROTRF PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROCAI PIC X(2) VALUE "00".
           01 ERROCAR PIC X(2) VALUE "00".
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
           01 PLACABUSCA PIC X(7) VALUE SPACES.
           01 SEQBUSCA PIC 9(3) VALUE ZEROES.
           01 ULTSEQ PIC 9(3) VALUE ZEROES.
           01 FIMINFR PIC 9(1) VALUE 0.
           01 FIMHIST PIC 9(1) VALUE 0.
           01 FIMTRF PIC 9(1) VALUE 0.
      *VEICULO DA PLACA NA DATA DA INFRACAO
           01 ACHOUVEIC PIC 9(1) VALUE 0.
           01 RVENDIDO PIC 9(1) VALUE 0.
           01 RDATAVENDA PIC 9(8) VALUE ZEROES.
           01 RDATACOMPRA PIC 9(8) VALUE ZEROES.
           01 RCPFVENDA PIC X(11) VALUE SPACES.
           01 RCPFORIGEM PIC X(11) VALUE SPACES.
           01 ACHOUEPIS PIC 9(1) VALUE 0.
           01 CPFEPIS PIC X(11) VALUE SPACES.
           01 ACHOUTRF PIC 9(1) VALUE 0.
           01 FILIALTRF PIC 9(2) VALUE ZEROES.
           01 RESPTEXTO PIC X(24) VALUE SPACES.
           01 DESTTEXTO PIC X(14) VALUE SPACES.
           01 NOMECARTA PIC X(30) VALUE SPACES.
      *LANCAMENTO NO LIVRO CAIXA
           01 DATACAIXA PIC 9(8) VALUE ZEROES.
           01 SEQCAIXA PIC 9(5) VALUE ZEROES.
           01 FIMCAI PIC 9(1) VALUE 0.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 ED-VALOR PIC Z(4)9,99.

           SCREEN SECTION.
       01  TELAMULTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "              MULTAS DE TRANSITO".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  PLACA:".
           05  LINE 06  COLUMN 20
               VALUE  "MULTA:".
           05  LINE 06  COLUMN 32
               VALUE  "AUTO DE INFRACAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA DA INFRACAO:".
           05  LINE 07  COLUMN 32
               VALUE  "VALOR:".
           05  LINE 07  COLUMN 50
               VALUE  "VENCIMENTO:".
           05  LINE 08  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 09  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 09  COLUMN 32
               VALUE  "FILIAL:".
           05  LINE 10  COLUMN 01
               VALUE  "  RESPONSAVEL:".
           05  LINE 10  COLUMN 42
               VALUE  "CPF:".
           05  LINE 11  COLUMN 01
               VALUE  "  DESTINO:".

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE MULTAS
       ABREARQUIVO.
           OPEN I-O CADINFR
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADINFR
                   CLOSE CADINFR
                  DISPLAY "ARQUIVO CADINFR FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADINFR" AT 0622
           ELSE
               DISPLAY TELAMULTA
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
               DISPLAY TELAMULTA
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
           DISPLAY "F1 REGISTRAR MULTA, F2 CONSULTAR PLACA," AT 1305
           DISPLAY "F4 DESTINO DA MULTA, F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAMULTA
               GO TO NOVAMULTA
           WHEN = 02
               DISPLAY TELAMULTA
               GO TO LISTAPLACA
           WHEN = 04
               DISPLAY TELAMULTA
               GO TO DESTINO
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *REGISTRA A MULTA RECEBIDA E APURA O RESPONSAVEL NA DATA
       NOVAMULTA.
           MOVE SPACES TO PLACABUSCA
           ACCEPT PLACABUSCA AT 0610
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF PLACABUSCA = SPACES
               DISPLAY "PLACA INVALIDA" AT 1805
               GO TO NOVAMULTA
           END-IF
           PERFORM BUSCAULTSEQ
           INITIALIZE REGINFR
           MOVE PLACABUSCA TO AI-PLACA
           COMPUTE AI-SEQ = ULTSEQ + 1
           DISPLAY AI-SEQ AT 0627
           ACCEPT AI-AUTO AT 0650
           GO TO R-DATAINFR.

       R-DATAINFR.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ACCEPT AI-DATAINFR AT 0721
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF AI-DATAINFR = ZEROES OR AI-DATAINFR > DATAHOJE
               DISPLAY "DATA DA INFRACAO INVALIDA" AT 1805
               GO TO R-DATAINFR
           END-IF
           PERFORM LIMPATELA
           GO TO R-VALOR.

       R-VALOR.
           ACCEPT AI-VALOR AT 0739
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-DATAINFR
           END-IF
           IF AI-VALOR = ZEROES
               DISPLAY "VALOR INVALIDO" AT 1805
               GO TO R-VALOR
           END-IF
           ACCEPT AI-VENCTO AT 0762
           ACCEPT AI-DESCRICAO AT 0814
           PERFORM LIMPATELA
           PERFORM DEFINERESP THRU DEFINERESP-FIM
           PERFORM MOSTRAMULTA
           DISPLAY "CONFIRMA O REGISTRO? F1 - SIM, F2 - NAO" AT 1305
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           MOVE SPACES TO AI-DESTINO
           MOVE DATAHOJE TO AI-DATAREG
           MOVE ZEROES TO AI-DATADEST
           MOVE OPERADOR TO AI-OPERADOR
           WRITE REGINFR
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNINFR
           PERFORM LIMPATELA
           IF ERRO = "00" OR "02"
               DISPLAY "MULTA REGISTRADA - DEFINA O DESTINO NO F4"
                   AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADINFR" AT 1805
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *ULTIMA SEQUENCIA DE MULTA DA PLACA
       BUSCAULTSEQ.
           MOVE ZEROES TO ULTSEQ
           MOVE 0 TO FIMINFR
           MOVE PLACABUSCA TO AI-PLACA
           MOVE ZEROES TO AI-SEQ
           START CADINFR KEY IS GREATER THAN CHAVEINFR
               INVALID KEY
                   MOVE 1 TO FIMINFR
           END-START
           PERFORM BUSCAULTSEQ-LOOP UNTIL FIMINFR = 1
           MOVE "00" TO ERRO.

       BUSCAULTSEQ-LOOP.
           READ CADINFR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMINFR
           ELSE
               IF AI-PLACA NOT = PLACABUSCA
                   MOVE 1 TO FIMINFR
               ELSE
                   MOVE AI-SEQ TO ULTSEQ
               END-IF
           END-IF.

      *QUEM RESPONDIA PELO CARRO DA PLACA NA DATA DA INFRACAO
       DEFINERESP.
           MOVE "D" TO AI-RESPONS
           MOVE SPACES TO AI-CPF AI-CHASSI
           MOVE ZEROES TO AI-FILIAL
           PERFORM LERVEICULO
           IF ACHOUVEIC = 0
               GO TO DEFINERESP-FIM
           END-IF
      *DONO PELO HISTORICO DE PROPRIEDADE
           PERFORM BUSCAEPISODIO
           IF ACHOUEPIS = 1
               MOVE "C" TO AI-RESPONS
               MOVE CPFEPIS TO AI-CPF
               GO TO DEFINERESP-FIM
           END-IF
      *VENDA SEM HISTORICO - VALE A DATA DA VENDA
           IF RVENDIDO = 1 AND RDATAVENDA NOT = ZEROES
               AND RDATAVENDA NOT > AI-DATAINFR
               MOVE "C" TO AI-RESPONS
               MOVE RCPFVENDA TO AI-CPF
               GO TO DEFINERESP-FIM
           END-IF
      *CARRO NA ESTRADA ENTRE FILIAIS
           PERFORM BUSCATRANSF
           IF ACHOUTRF = 1
               MOVE "T" TO AI-RESPONS
               MOVE FILIALTRF TO AI-FILIAL
               GO TO DEFINERESP-FIM
           END-IF
      *INFRACAO ANTERIOR A COMPRA DO CARRO PELA LOJA
           IF RDATACOMPRA NOT = ZEROES
               AND AI-DATAINFR < RDATACOMPRA
               IF RCPFORIGEM NOT = SPACES
                   MOVE "A" TO AI-RESPONS
                   MOVE RCPFORIGEM TO AI-CPF
               END-IF
               GO TO DEFINERESP-FIM
           END-IF
           MOVE "L" TO AI-RESPONS.

       DEFINERESP-FIM.
           CONTINUE.

      *LOCALIZA O CARRO PELA PLACA - NO CADASTRO OU NA VENDA ARQUIVADA
       LERVEICULO.
           MOVE 0 TO ACHOUVEIC RVENDIDO
           MOVE ZEROES TO RDATAVENDA RDATACOMPRA
           MOVE SPACES TO RCPFVENDA RCPFORIGEM
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE AI-PLACA TO PLACA
               READ CADVEIC KEY IS PLACA
               IF ERROVEI = "00"
                   MOVE 1 TO ACHOUVEIC
                   MOVE CHASSI TO AI-CHASSI
                   MOVE FILIAL TO AI-FILIAL
                   MOVE DATACOMPRA TO RDATACOMPRA
                   MOVE CPFORIGEM TO RCPFORIGEM
                   IF VEIC-VENDIDO
                       MOVE 1 TO RVENDIDO
                       MOVE DATAVENDA TO RDATAVENDA
                       MOVE P-CPF TO RCPFVENDA
                   END-IF
               END-IF
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI
           IF ACHOUVEIC = 0
               OPEN INPUT CADVHIST
               IF ERROVHI = "00"
                   MOVE AI-PLACA TO H-PLACA
                   READ CADVHIST KEY IS H-PLACA
                   IF ERROVHI = "00"
                       MOVE 1 TO ACHOUVEIC RVENDIDO
                       MOVE H-CHASSI TO AI-CHASSI
                       MOVE H-FILIAL TO AI-FILIAL
                       MOVE H-DATACOMPRA TO RDATACOMPRA
                       MOVE H-CPFORIGEM TO RCPFORIGEM
                       MOVE H-DATAVENDA TO RDATAVENDA
                       MOVE H-P-CPF TO RCPFVENDA
                   END-IF
                   CLOSE CADVHIST
               END-IF
               MOVE "00" TO ERROVHI
           END-IF.

      *EPISODIO DO HISTORICO QUE COBRE A DATA DA INFRACAO
       BUSCAEPISODIO.
           MOVE 0 TO ACHOUEPIS
           MOVE SPACES TO CPFEPIS
           OPEN INPUT CADHIST
           IF ERROHIS = "00"
               MOVE 0 TO FIMHIST
               MOVE AI-CHASSI TO HS-CHASSI
               MOVE ZEROES TO HS-SEQ
               START CADHIST KEY IS GREATER THAN CHAVEHIST
                   INVALID KEY
                       MOVE 1 TO FIMHIST
               END-START
               PERFORM BUSCAEPISODIO-LOOP UNTIL FIMHIST = 1
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERROHIS.

       BUSCAEPISODIO-LOOP.
           READ CADHIST NEXT
           IF ERROHIS NOT = "00"
               MOVE 1 TO FIMHIST
           ELSE
               IF HS-CHASSI NOT = AI-CHASSI
                   MOVE 1 TO FIMHIST
               ELSE
                   IF HS-DATAINI NOT > AI-DATAINFR
                       AND (HS-DATAFIM = ZEROES
                           OR HS-DATAFIM NOT < AI-DATAINFR)
                       MOVE 1 TO ACHOUEPIS
                       MOVE HS-CPF TO CPFEPIS
                   END-IF
               END-IF
           END-IF.

      *TRANSFERENCIA ENTRE FILIAIS EM CURSO NA DATA DA INFRACAO
       BUSCATRANSF.
           MOVE 0 TO ACHOUTRF
           MOVE ZEROES TO FILIALTRF
           OPEN INPUT CADTRANSF
           IF ERROTRF = "00"
               MOVE 0 TO FIMTRF
               MOVE AI-CHASSI TO TN-CHASSI
               START CADTRANSF KEY IS NOT LESS THAN TN-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMTRF
               END-START
               PERFORM BUSCATRANSF-LOOP UNTIL FIMTRF = 1
               CLOSE CADTRANSF
           END-IF
           MOVE "00" TO ERROTRF.

       BUSCATRANSF-LOOP.
           READ CADTRANSF NEXT
           IF ERROTRF NOT = "00"
               MOVE 1 TO FIMTRF
           ELSE
               IF TN-CHASSI NOT = AI-CHASSI
                   MOVE 1 TO FIMTRF
               ELSE
                   IF TN-DATASAIDA NOT > AI-DATAINFR
                       AND (TN-DATACHEGADA = ZEROES
                           OR TN-DATACHEGADA NOT < AI-DATAINFR)
                       MOVE 1 TO ACHOUTRF
                       MOVE TN-ORIGEM TO FILIALTRF
                   END-IF
               END-IF
           END-IF.

      *MOSTRA A MULTA COM O RESPONSAVEL E O DESTINO
       MOSTRAMULTA.
           EVALUATE TRUE
           WHEN RESP-COMPRADOR
               MOVE "COMPRADOR" TO RESPTEXTO
           WHEN RESP-TRANSITO
               MOVE "LOJA - EM TRANSITO" TO RESPTEXTO
           WHEN RESP-ANTERIOR
               MOVE "DONO ANTERIOR A COMPRA" TO RESPTEXTO
           WHEN RESP-LOJA
               MOVE "LOJA - ESTOQUE" TO RESPTEXTO
           WHEN OTHER
               MOVE "PLACA NAO CADASTRADA" TO RESPTEXTO
           END-EVALUATE
           EVALUATE TRUE
           WHEN MULTA-REDIRECIONADA
               MOVE "REDIRECIONADA" TO DESTTEXTO
           WHEN MULTA-PAGALOJA
               MOVE "PAGA PELA LOJA" TO DESTTEXTO
           WHEN OTHER
               MOVE "EM ABERTO" TO DESTTEXTO
           END-EVALUATE
           MOVE AI-VALOR TO ED-VALOR
           DISPLAY AI-PLACA AT 0610
           DISPLAY AI-SEQ AT 0627
           DISPLAY AI-AUTO AT 0650
           DISPLAY AI-DATAINFR AT 0721
           DISPLAY ED-VALOR AT 0739
           DISPLAY AI-VENCTO AT 0762
           DISPLAY AI-DESCRICAO AT 0814
           DISPLAY AI-CHASSI AT 0911
           DISPLAY AI-FILIAL AT 0940
           DISPLAY RESPTEXTO AT 1016
           DISPLAY AI-CPF AT 1047
           DISPLAY DESTTEXTO AT 1112
           IF AI-DATADEST NOT = ZEROES
               DISPLAY AI-DATADEST AT 1128
           END-IF.

      *LISTA AS MULTAS DA PLACA
       LISTAPLACA.
           MOVE SPACES TO PLACABUSCA
           ACCEPT PLACABUSCA AT 0610
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "SEQ INFRACAO     VALOR R CPF         D AUTO"
               AT 1203
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMINFR
           MOVE PLACABUSCA TO AI-PLACA
           MOVE ZEROES TO AI-SEQ
           START CADINFR KEY IS GREATER THAN CHAVEINFR
               INVALID KEY
                   MOVE 1 TO FIMINFR
           END-START
           PERFORM LISTAPLACA-LOOP UNTIL FIMINFR = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

       LISTAPLACA-LOOP.
           READ CADINFR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMINFR
           ELSE
               IF AI-PLACA NOT = PLACABUSCA
                   MOVE 1 TO FIMINFR
               ELSE
                   IF LINHACON < 22
                       MOVE AI-VALOR TO ED-VALOR
                       DISPLAY AI-SEQ AT LINE LINHACON COL 03
                       DISPLAY AI-DATAINFR AT LINE LINHACON COL 07
                       DISPLAY ED-VALOR AT LINE LINHACON COL 16
                       DISPLAY AI-RESPONS AT LINE LINHACON COL 25
                       DISPLAY AI-CPF AT LINE LINHACON COL 27
                       DISPLAY AI-DESTINO AT LINE LINHACON COL 39
                       DISPLAY AI-AUTO AT LINE LINHACON COL 41
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *DESTINO DA MULTA EM ABERTO - REDIRECIONAR AO RESPONSAVEL OU
      *PAGAR COMO CUSTO DA LOJA
       DESTINO.
           MOVE SPACES TO PLACABUSCA
           MOVE ZEROES TO SEQBUSCA
           ACCEPT PLACABUSCA AT 0610
           ACCEPT SEQBUSCA AT 0627
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE PLACABUSCA TO AI-PLACA
           MOVE SEQBUSCA TO AI-SEQ
           READ CADINFR
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "MULTA NAO ENCONTRADA" AT 1805
               GO TO DESTINO
           END-IF
           PERFORM MOSTRAMULTA
           IF NOT MULTA-ABERTA
               DISPLAY "DESTINO JA DEFINIDO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "F1 REDIRECIONAR AO RESPONSAVEL," AT 1305
           DISPLAY "F2 PAGAR PELA LOJA, F3 VOLTAR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               GO TO REDIRECIONA
           WHEN = 02
               GO TO PAGALOJA
           WHEN OTHER
               GO TO MENUPRINC
           END-EVALUATE.

      *REDIRECIONA A MULTA AO COMPRADOR OU AO DONO ANTERIOR E GRAVA A
      *CARTA DE NOTIFICACAO
       REDIRECIONA.
           IF AI-CPF = SPACES
               PERFORM LIMPATELA
               DISPLAY "SEM RESPONSAVEL PARA REDIRECIONAR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE "R" TO AI-DESTINO
           MOVE DATAHOJE TO AI-DATADEST
           MOVE OPERADOR TO AI-OPERADOR
           REWRITE REGINFR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNINFR
           PERFORM LIMPATELA
           IF ERRO = "00"
               PERFORM GRAVACARTA
               DISPLAY "MULTA REDIRECIONADA - CARTA EM CARTAMUL.TXT"
                   AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADINFR" AT 1805
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *PAGA A MULTA COMO CUSTO DA LOJA - SAIDA NO LIVRO CAIXA
       PAGALOJA.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE "P" TO AI-DESTINO
           MOVE DATAHOJE TO AI-DATADEST
           MOVE OPERADOR TO AI-OPERADOR
           REWRITE REGINFR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNINFR
           PERFORM LIMPATELA
           IF ERRO = "00"
               PERFORM LANCACAIXA
               DISPLAY "MULTA PAGA - SAIDA LANCADA NO CAIXA" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADINFR" AT 1805
           END-IF
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

      *IMAGEM GRAVADA NO CADINFR PARA O JORNAL DE TRANSACOES
       JORNINFR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADINFR" TO PJ-ARQUIVO
               MOVE REGINFR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *GRAVA A CARTA AO RESPONSAVEL NO ARQUIVO DE CARTAS
       GRAVACARTA.
           MOVE AI-CPF TO NOMECARTA
           MOVE ZEROES TO BCEP NUM
           MOVE SPACES TO COMPLEMENTO
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE AI-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMECARTA
               ELSE
                   MOVE ZEROES TO BCEP NUM
                   MOVE SPACES TO COMPLEMENTO
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO
           OPEN EXTEND CARTAMUL
           IF ERROCAR NOT = "00"
               OPEN OUTPUT CARTAMUL
           END-IF
           MOVE SPACES TO LINHACARTA
           MOVE "NOTIFICACAO DE MULTA DE TRANSITO" TO LINHACARTA
           WRITE LINHACARTA
           MOVE SPACES TO LINHACARTA
           STRING "A " DELIMITED BY SIZE
               NOMECARTA DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               AI-CPF DELIMITED BY SIZE
               INTO LINHACARTA
           END-STRING
           WRITE LINHACARTA
           MOVE SPACES TO LINHACARTA
           STRING "CEP " DELIMITED BY SIZE
               BCEP DELIMITED BY SIZE
               " NUMERO " DELIMITED BY SIZE
               NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COMPLEMENTO DELIMITED BY SIZE
               INTO LINHACARTA
           END-STRING
           WRITE LINHACARTA
           MOVE SPACES TO LINHACARTA
           STRING "PLACA " DELIMITED BY SIZE
               AI-PLACA DELIMITED BY SIZE
               " CHASSI " DELIMITED BY SIZE
               AI-CHASSI DELIMITED BY SIZE
               " AUTO " DELIMITED BY SIZE
               AI-AUTO DELIMITED BY SIZE
               INTO LINHACARTA
           END-STRING
           WRITE LINHACARTA
           MOVE AI-VALOR TO ED-VALOR
           MOVE SPACES TO LINHACARTA
           STRING "INFRACAO EM " DELIMITED BY SIZE
               AI-DATAINFR DELIMITED BY SIZE
               " VALOR " DELIMITED BY SIZE
               ED-VALOR DELIMITED BY SIZE
               " VENCIMENTO " DELIMITED BY SIZE
               AI-VENCTO DELIMITED BY SIZE
               INTO LINHACARTA
           END-STRING
           WRITE LINHACARTA
           MOVE SPACES TO LINHACARTA
           MOVE AI-DESCRICAO TO LINHACARTA
           WRITE LINHACARTA
           MOVE SPACES TO LINHACARTA
           STRING "NA DATA DA INFRACAO O VEICULO ESTAVA SOB SUA "
               DELIMITED BY SIZE
               "RESPONSABILIDADE." DELIMITED BY SIZE
               INTO LINHACARTA
           END-STRING
           WRITE LINHACARTA
           MOVE SPACES TO LINHACARTA
           STRING "INDIQUE O CONDUTOR AO ORGAO AUTUADOR OU QUITE "
               DELIMITED BY SIZE
               "A MULTA ATE O VENCIMENTO." DELIMITED BY SIZE
               INTO LINHACARTA
           END-STRING
           WRITE LINHACARTA
           MOVE SPACES TO LINHACARTA
           STRING "EMITIDA EM " DELIMITED BY SIZE
               AI-DATADEST DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               OPERADOR DELIMITED BY SIZE
               INTO LINHACARTA
           END-STRING
           WRITE LINHACARTA
           MOVE ALL "-" TO LINHACARTA
           WRITE LINHACARTA
           CLOSE CARTAMUL.

      *LANCA A SAIDA DA MULTA PAGA NO LIVRO CAIXA COM A PROXIMA
      *SEQUENCIA DO DIA
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
               MOVE "T" TO CX-TIPO
               MOVE "S" TO CX-SINAL
               IF AI-CHASSI NOT = SPACES
                   MOVE AI-CHASSI TO CX-CHAVE
               ELSE
                   MOVE AI-PLACA TO CX-CHAVE
               END-IF
               MOVE AI-VALOR TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               MOVE SPACES TO CX-HISTORICO
               STRING "MULTA " DELIMITED BY SIZE
                   AI-AUTO DELIMITED BY SIZE
                   INTO CX-HISTORICO
               END-STRING
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

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY SEQBUSCA ULTSEQ LINHACON
           MOVE SPACES TO PLACABUSCA AUX.

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
           CLOSE CADINFR.
           END PROGRAM P172942.

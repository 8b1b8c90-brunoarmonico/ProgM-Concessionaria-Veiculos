      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172950.
      *-----------------------------------------------------------------
      *ENTREGA DO VEICULO VENDIDO - AGENDA A ENTREGA DE CADA VENDA
      *(CADENTR, CHASSI + DATA DA VENDA) E MONTA O CHECKLIST DA
      *ENTREGA (CADENCK): ITENS FIXOS (PLACA, LAVAGEM, COMBUSTIVEL,
      *MANUAL E CHAVE RESERVA, NOTA E CONTRATO), O DOCUMENTO DO CADDOC
      *E OS ITENS VENDIDOS DO CADITEM PARA O CHASSI. O DOCUMENTO SO E
      *CONFERIDO COM A SITUACAO DO CADDOC DIFERENTE DE PENDENTE. A
      *ENTREGA SO E CONFIRMADA COM O CHECKLIST COMPLETO, O ACEITE DO
      *CLIENTE E A SENHA DO OPERADOR; A LEITURA DO HODOMETRO NA
      *ENTREGA VAI PARA O CADKM (EVENTO D) E O TERMO DE ENTREGA PARA
      *ASSINATURA SAI EM TERMOENT.TXT. O RELENTR LISTA AS ENTREGAS
      *PENDENTES E O PRAZO MEDIO DA VENDA A ENTREGA POR FILIAL.
      *O VEICULO SO E LIBERADO PARA ENTREGA COM A NOTA DA VENDA
      *(ULTIMA NOTA EMITIDA DO CHASSI NO CADNF) AUTORIZADA PELA SEFAZ
      *NO CADNFE (RETORNO PROCESSADO PELO RETNFE).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADENTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS EN-DATAAGEN WITH DUPLICATES.
           SELECT CADENCK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENCK
               FILE STATUS  IS ERROCK.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADDOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DC-CHASSI
               FILE STATUS  IS ERRODOC.
           SELECT CADITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEITEM
               FILE STATUS  IS ERROITE.
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
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NF-NUMERO
               FILE STATUS  IS ERRONF
               ALTERNATE RECORD KEY IS NF-CHASSI WITH DUPLICATES.
           SELECT CADNFE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NE-NUMERO
               FILE STATUS  IS ERRONFE.
           SELECT TERMOENT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROTER.
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
      *AGENDA DA ENTREGA - UMA POR VENDA (CHASSI + DATA DA VENDA)
           FD CADENTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENTR.DAT".
           01 REGENTR.
               02 CHAVEENTR.
                   03 EN-CHASSI      PIC X(17) VALUE SPACES.
                   03 EN-DATAVENDA   PIC 9(8) VALUE ZEROES.
               02 EN-PLACA           PIC X(7) VALUE SPACES.
               02 EN-CPF             PIC X(11) VALUE SPACES.
               02 EN-FILIAL          PIC 9(2) VALUE ZEROES.
               02 EN-DATAAGEN        PIC 9(8) VALUE ZEROES.
               02 EN-HORAAGEN        PIC 9(4) VALUE ZEROES.
               02 EN-QTDITENS        PIC 9(2) VALUE ZEROES.
               02 EN-QTDOK           PIC 9(2) VALUE ZEROES.
               02 EN-SITUACAO        PIC X(1) VALUE SPACES.
                   88 ENTR-AGENDADA  VALUE "A".
                   88 ENTR-ENTREGUE  VALUE "E".
               02 EN-DATAENTREGA     PIC 9(8) VALUE ZEROES.
               02 EN-HORAENTREGA     PIC 9(4) VALUE ZEROES.
               02 EN-KMENTREGA       PIC 9(7) VALUE ZEROES.
               02 EN-CPFRECEB        PIC X(11) VALUE SPACES.
               02 EN-NOMERECEB       PIC X(30) VALUE SPACES.
               02 EN-OPERAGEN        PIC X(8) VALUE SPACES.
               02 EN-OPERENTREGA     PIC X(8) VALUE SPACES.

      *CHECKLIST DA ENTREGA - F ITEM FIXO, D DOCUMENTO (CADDOC),
      *I ITEM VENDIDO (CADITEM)
           FD CADENCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCK.DAT".
           01 REGENCK.
               02 CHAVEENCK.
                   03 EK-CHASSI      PIC X(17) VALUE SPACES.
                   03 EK-DATAVENDA   PIC 9(8) VALUE ZEROES.
                   03 EK-SEQ         PIC 9(2) VALUE ZEROES.
               02 EK-ORIGEM          PIC X(1) VALUE SPACES.
                   88 CK-FIXO        VALUE "F".
                   88 CK-DOCUMENTO   VALUE "D".
                   88 CK-ITEM        VALUE "I".
               02 EK-DESCRICAO       PIC X(40) VALUE SPACES.
               02 EK-SITUACAO        PIC X(1) VALUE SPACES.
                   88 CK-PENDENTE    VALUE "P".
                   88 CK-CONFERIDO   VALUE "C".
               02 EK-DATACONF        PIC 9(8) VALUE ZEROES.
               02 EK-OPERADOR        PIC X(8) VALUE SPACES.

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
                   88 VEIC-RESERVADO  VALUE 2.
               02 VERSAO PIC 9(6).

           FD CADDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOC.DAT".
           01 REGDOC.
               02 DC-CHASSI  PIC X(17) VALUE SPACES.
               02 DC-IPVAANO PIC 9(4) VALUE ZEROES.
               02 DC-LICVENC PIC 9(8) VALUE ZEROES.
               02 DC-SITDOC  PIC X(1) VALUE SPACES.

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
      *MENOR QUE A ANTERIOR
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

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(94).

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

      *SITUACAO DA NOTA NA SEFAZ (LAYOUT DO EXPNFE)
           FD CADNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFE.DAT".
           01 REGNFE.
               02 NE-NUMERO      PIC 9(6).
               02 NE-TIPO        PIC X(1).
                   88 NFE-EVEMISSAO VALUE "E".
               02 NE-SITUACAO    PIC 9(1).
                   88 NFE-TRANSMITIDA VALUE 1.
                   88 NFE-AUTORIZADA  VALUE 2.
                   88 NFE-REJEITADA   VALUE 3.
                   88 NFE-REENVIAR    VALUE 4.
               02 NE-LOTE        PIC 9(4).
               02 NE-DATAENVIO   PIC 9(8).
               02 NE-CHAVEACESSO PIC X(44).
               02 NE-PROTOCOLO   PIC X(15).
               02 NE-DATAAUT     PIC 9(8).
               02 NE-PROTCANC    PIC X(15).
               02 NE-DATACANC    PIC 9(8).
               02 NE-REJEICAO    PIC X(40).
               02 FILLER         PIC X(10).

           FD TERMOENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TERMOENT.TXT".
           01 LINHATER PIC X(80) VALUE SPACES.

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
           01 ERROCK PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERRODOC PIC X(2) VALUE "00".
           01 ERROITE PIC X(2) VALUE "00".
           01 ERROFIC PIC X(2) VALUE "00".
           01 ERROKM PIC X(2) VALUE "00".
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROTER PIC X(2) VALUE "00".
           01 ERRONF PIC X(2) VALUE "00".
           01 ERRONFE PIC X(2) VALUE "00".
           01 NUMNFVENDA PIC 9(6) VALUE ZEROES.
           01 FIMNF PIC 9(1) VALUE 0.
           01 NFEOK PIC 9(1) VALUE 0.
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
           01 VENDAOK PIC 9(1) VALUE 0.
           01 ACHOUENTR PIC 9(1) VALUE 0.
           01 FIMENTR PIC 9(1) VALUE 0.
           01 FIMCK PIC 9(1) VALUE 0.
           01 FIMITE PIC 9(1) VALUE 0.
           01 FIMKM PIC 9(1) VALUE 0.
           01 SITTEXTO PIC X(20) VALUE SPACES.
           01 NOMECOMPRADOR PIC X(30) VALUE SPACES.
           01 DATAINF PIC 9(8) VALUE ZEROES.
           01 HORAINF PIC 9(4) VALUE ZEROES.
           01 HORAINF-R REDEFINES HORAINF.
               02 HI-HH PIC 9(2).
               02 HI-MM PIC 9(2).
           01 SEQCK PIC 9(2) VALUE ZEROES.
           01 ORIGEMINF PIC X(1) VALUE SPACES.
           01 DESCRINF PIC X(40) VALUE SPACES.
           01 ITEMINF PIC 9(2) VALUE ZEROES.
           01 PRIMITEM PIC 9(2) VALUE ZEROES.
           01 MARCA PIC X(3) VALUE SPACES.
           01 FALTAM PIC 9(2) VALUE ZEROES.
           01 KMINF PIC 9(7) VALUE ZEROES.
           01 ULTKM PIC 9(7) VALUE ZEROES.
           01 SEQKM PIC 9(3) VALUE ZEROES.
           01 DATAKM PIC 9(8) VALUE ZEROES.
           01 EVENTOKM PIC X(1) VALUE SPACES.
           01 NOMERECEB PIC X(30) VALUE SPACES.
           01 CPFRECEB PIC X(11) VALUE SPACES.
           01 CONFIRMA PIC X(1) VALUE SPACES.
           01 SENHACONF PIC X(20) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 ED-HORA PIC 99B99.

           SCREEN SECTION.
       01  TELAENTR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "        ENTREGA DO VEICULO VENDIDO".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 06  COLUMN 32
               VALUE  "PLACA:".
           05  LINE 06  COLUMN 50
               VALUE  "VENDA:".
           05  LINE 07  COLUMN 01
               VALUE  "  COMPRADOR:".
           05  LINE 08  COLUMN 01
               VALUE  "  ENTREGA AGENDADA PARA:".
           05  LINE 08  COLUMN 40
               VALUE  "HORA:".
           05  LINE 09  COLUMN 01
               VALUE  "  CHECKLIST:".
           05  LINE 09  COLUMN 17
               VALUE  "DE".
           05  LINE 09  COLUMN 32
               VALUE  "SITUACAO:".
           05  LINE 10  COLUMN 01
               VALUE  "  ENTREGUE EM:".
           05  LINE 10  COLUMN 32
               VALUE  "KM:".
           05  LINE 10  COLUMN 50
               VALUE  "OPERADOR:".
           05  LINE 11  COLUMN 01
               VALUE  "  RECEBIDO POR:".
           05  LINE 11  COLUMN 50
               VALUE  "CPF:".

           PROCEDURE DIVISION.
      *ABRE A AGENDA E O CHECKLIST DAS ENTREGAS
       ABREARQUIVO.
           OPEN I-O CADENTR
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADENTR
                   CLOSE CADENTR
                   DISPLAY "ARQUIVO CADENTR FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADENTR" AT 0622
           ELSE
               PERFORM ABRECK
               DISPLAY TELAENTR
               PERFORM LOGIN
               GO TO MENUPRINC.

       ABRECK.
           OPEN I-O CADENCK
           IF ERROCK NOT = "00"
               IF ERROCK = "30" OR ERROCK = "35"
                   OPEN OUTPUT CADENCK
                   CLOSE CADENCK
                   OPEN I-O CADENCK
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
               DISPLAY TELAENTR
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
           DISPLAY "F1 AGENDAR ENTREGA, F2 CHECKLIST, F4 CONFIRMAR"
               AT 1305
           DISPLAY "ENTREGA, F5 AGENDA DE ENTREGAS, F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAENTR
               GO TO AGENDAR
           WHEN = 02
               DISPLAY TELAENTR
               GO TO CHECKLIST
           WHEN = 04
               DISPLAY TELAENTR
               GO TO CONFIRMAENTREGA
           WHEN = 05
               DISPLAY TELAENTR
               GO TO AGENDA
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *AGENDA (OU REAGENDA) A ENTREGA DA VENDA ATUAL DO CHASSI - NA
      *PRIMEIRA VEZ MONTA O CHECKLIST
       AGENDAR.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VENDAOK = 0
               GO TO MENUPRINC
           END-IF
           IF ACHOUENTR = 1 AND ENTR-ENTREGUE
               DISPLAY "VEICULO JA ENTREGUE" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE EN-DATAAGEN TO DATAINF
           IF DATAINF = ZEROES
               MOVE DATAHOJE TO DATAINF
           END-IF
           MOVE EN-HORAAGEN TO HORAINF
           ACCEPT DATAINF AT 0826
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF DATAINF < DATAHOJE OR DATAINF < EN-DATAVENDA
               DISPLAY "DATA DA ENTREGA INVALIDA" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT HORAINF AT 0846
           IF HI-HH > 23 OR HI-MM > 59
               DISPLAY "HORARIO INVALIDO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE DATAINF TO EN-DATAAGEN
           MOVE HORAINF TO EN-HORAAGEN
           MOVE OPERADOR TO EN-OPERAGEN
           IF ACHOUENTR = 1
               REWRITE REGENTR
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNENTR
           ELSE
               MOVE PLACA TO EN-PLACA
               MOVE P-CPF TO EN-CPF
               MOVE FILIAL TO EN-FILIAL
               MOVE "A" TO EN-SITUACAO
               MOVE ZEROES TO EN-QTDITENS EN-QTDOK EN-DATAENTREGA
                   EN-HORAENTREGA EN-KMENTREGA
               MOVE SPACES TO EN-CPFRECEB EN-NOMERECEB EN-OPERENTREGA
               PERFORM MONTACHECKLIST
               WRITE REGENTR
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNENTR
           END-IF
           PERFORM LIMPATELA
           IF ERRO = "00"
               MOVE 1 TO ACHOUENTR
               PERFORM MOSTRAENTR
               DISPLAY "ENTREGA AGENDADA" AT 1805
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADENTR" AT 1805
           END-IF
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *MONTA O CHECKLIST DA ENTREGA - ITENS FIXOS, DOCUMENTO E ITENS
      *VENDIDOS JUNTO COM O CARRO
       MONTACHECKLIST.
           MOVE ZEROES TO SEQCK
           MOVE "F" TO ORIGEMINF
           MOVE "PLACA DEFINITIVA INSTALADA" TO DESCRINF
           PERFORM GRAVAITEMCK
           MOVE "VEICULO LAVADO E REVISADO" TO DESCRINF
           PERFORM GRAVAITEMCK
           MOVE "TANQUE ABASTECIDO" TO DESCRINF
           PERFORM GRAVAITEMCK
           MOVE "MANUAL E CHAVE RESERVA" TO DESCRINF
           PERFORM GRAVAITEMCK
           MOVE "NOTA FISCAL E CONTRATO" TO DESCRINF
           PERFORM GRAVAITEMCK
           MOVE "D" TO ORIGEMINF
           MOVE SPACES TO DESCRINF
           OPEN INPUT CADDOC
           IF ERRODOC = "00"
               MOVE EN-CHASSI TO DC-CHASSI
               READ CADDOC
               IF ERRODOC = "00"
                   STRING "CRLV EM MAOS - IPVA " DELIMITED BY SIZE
                       DC-IPVAANO DELIMITED BY SIZE
                       " LIC " DELIMITED BY SIZE
                       DC-LICVENC DELIMITED BY SIZE
                       INTO DESCRINF
                   END-STRING
               END-IF
               CLOSE CADDOC
           END-IF
           MOVE "00" TO ERRODOC
           IF DESCRINF = SPACES
               MOVE "CRLV EM MAOS - DOCUMENTO NAO CADASTRADO"
                   TO DESCRINF
           END-IF
           PERFORM GRAVAITEMCK
           MOVE "I" TO ORIGEMINF
           OPEN INPUT CADITEM
           IF ERROITE = "00"
               MOVE 0 TO FIMITE
               MOVE EN-CHASSI TO IT-CHASSI
               MOVE ZEROES TO IT-SEQ
               START CADITEM KEY IS GREATER THAN CHAVEITEM
                   INVALID KEY
                       MOVE 1 TO FIMITE
               END-START
               PERFORM MONTAITENS UNTIL FIMITE = 1
               CLOSE CADITEM
           END-IF
           MOVE "00" TO ERROITE
           MOVE SEQCK TO EN-QTDITENS.

      *SO ENTRAM OS ITENS LANCADOS NA VENDA ATUAL (DATA NAO ANTERIOR
      *A DA VENDA) - ITENS DE UMA VENDA ESTORNADA FICAM DE FORA
       MONTAITENS.
           READ CADITEM NEXT
           IF ERROITE NOT = "00"
               MOVE 1 TO FIMITE
           ELSE
               IF IT-CHASSI NOT = EN-CHASSI OR SEQCK = 99
                   MOVE 1 TO FIMITE
               ELSE
                   IF IT-DATA NOT < EN-DATAVENDA
                       MOVE SPACES TO DESCRINF
                       STRING "ITEM: " DELIMITED BY SIZE
                           IT-DESCRICAO DELIMITED BY SIZE
                           INTO DESCRINF
                       END-STRING
                       PERFORM GRAVAITEMCK
                   END-IF
               END-IF
           END-IF.

       GRAVAITEMCK.
           ADD 1 TO SEQCK
           MOVE EN-CHASSI TO EK-CHASSI
           MOVE EN-DATAVENDA TO EK-DATAVENDA
           MOVE SEQCK TO EK-SEQ
           MOVE ORIGEMINF TO EK-ORIGEM
           MOVE DESCRINF TO EK-DESCRICAO
           MOVE "P" TO EK-SITUACAO
           MOVE ZEROES TO EK-DATACONF
           MOVE SPACES TO EK-OPERADOR
           WRITE REGENCK
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNENCK
           IF ERROCK = "22"
               REWRITE REGENCK
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNENCK
           END-IF
           MOVE "00" TO ERROCK.

      *CONFERE OU DESMARCA OS ITENS DO CHECKLIST, OITO POR PAGINA
       CHECKLIST.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VENDAOK = 0
               GO TO MENUPRINC
           END-IF
           IF ACHOUENTR = 0
               DISPLAY "ENTREGA NAO AGENDADA - USE F1" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE 1 TO PRIMITEM.

       CHECKLIST-TELA.
           PERFORM LIMPATELA
           PERFORM LISTAITENS
           IF ENTR-ENTREGUE
               DISPLAY "VEICULO JA ENTREGUE - SOMENTE CONSULTA" AT 1203
               ACCEPT AUX AT 2360
               GO TO CHECKLIST-FIM
           END-IF
           DISPLAY "ITEM (F2 PROXIMA PAGINA, F1 VOLTA):" AT 1203
           MOVE ZEROES TO ITEMINF
           ACCEPT ITEMINF AT 1239
           ACCEPT ACTKEY FROM ESCAPE KEY
           DISPLAY "                                        " AT 2105
           IF ACTKEY = 01
               GO TO CHECKLIST-FIM
           END-IF
           IF ACTKEY = 02
               ADD 8 TO PRIMITEM
               IF PRIMITEM > EN-QTDITENS
                   MOVE 1 TO PRIMITEM
               END-IF
               GO TO CHECKLIST-TELA
           END-IF
           IF ITEMINF = ZEROES OR ITEMINF > EN-QTDITENS
               DISPLAY "ITEM INEXISTENTE" AT 2105
               GO TO CHECKLIST-TELA
           END-IF
           MOVE EN-CHASSI TO EK-CHASSI
           MOVE EN-DATAVENDA TO EK-DATAVENDA
           MOVE ITEMINF TO EK-SEQ
           READ CADENCK
           IF ERROCK NOT = "00"
               MOVE "00" TO ERROCK
               DISPLAY "ITEM INEXISTENTE" AT 2105
               GO TO CHECKLIST-TELA
           END-IF
           IF CK-CONFERIDO
               MOVE "P" TO EK-SITUACAO
               MOVE ZEROES TO EK-DATACONF
               SUBTRACT 1 FROM EN-QTDOK
           ELSE
               IF CK-DOCUMENTO
                   PERFORM CHECADOC
                   IF ERRODOC NOT = "00"
                       MOVE "00" TO ERRODOC
                       DISPLAY "DOCUMENTO PENDENTE NO CADDOC" AT 2105
                       GO TO CHECKLIST-TELA
                   END-IF
               END-IF
               MOVE "C" TO EK-SITUACAO
               ACCEPT EK-DATACONF FROM DATE YYYYMMDD
               ADD 1 TO EN-QTDOK
           END-IF
           MOVE OPERADOR TO EK-OPERADOR
           REWRITE REGENCK
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNENCK
           REWRITE REGENTR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNENTR
           MOVE "00" TO ERROCK ERRO
           PERFORM MOSTRAENTR
           GO TO CHECKLIST-TELA.

       CHECKLIST-FIM.
           DISPLAY TELAENTR
           GO TO MENUPRINC.

      *O DOCUMENTO SO PODE SER CONFERIDO COM O CADDOC CADASTRADO E A
      *SITUACAO DIFERENTE DE P (PENDENTE) - STATUS 23 QUANDO NAO
       CHECADOC.
           OPEN INPUT CADDOC
           IF ERRODOC = "00"
               MOVE EN-CHASSI TO DC-CHASSI
               READ CADDOC
               IF ERRODOC = "00" AND DC-SITDOC = "P"
                   MOVE "23" TO ERRODOC
               END-IF
               CLOSE CADDOC
           END-IF.

      *LISTA UMA PAGINA DO CHECKLIST A PARTIR DE PRIMITEM
       LISTAITENS.
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMCK
           MOVE EN-CHASSI TO EK-CHASSI
           MOVE EN-DATAVENDA TO EK-DATAVENDA
           MOVE PRIMITEM TO EK-SEQ
           START CADENCK KEY IS NOT LESS THAN CHAVEENCK
               INVALID KEY
                   MOVE 1 TO FIMCK
           END-START
           PERFORM LISTAITENS-LOOP UNTIL FIMCK = 1
           MOVE "00" TO ERROCK.

       LISTAITENS-LOOP.
           READ CADENCK NEXT
           IF ERROCK NOT = "00"
               MOVE 1 TO FIMCK
           ELSE
               IF EK-CHASSI NOT = EN-CHASSI
                   OR EK-DATAVENDA NOT = EN-DATAVENDA
                   OR LINHACON > 20
                   MOVE 1 TO FIMCK
               ELSE
                   IF CK-CONFERIDO
                       MOVE "[X]" TO MARCA
                   ELSE
                       MOVE "[ ]" TO MARCA
                   END-IF
                   DISPLAY EK-SEQ AT LINE LINHACON COL 03
                   DISPLAY MARCA AT LINE LINHACON COL 06
                   DISPLAY EK-DESCRICAO AT LINE LINHACON COL 10
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *CONFIRMA A ENTREGA - CHECKLIST COMPLETO, KM NA ENTREGA, QUEM
      *RECEBE, ACEITE DO CLIENTE E SENHA DO OPERADOR COMO ASSINATURA
       CONFIRMAENTREGA.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VENDAOK = 0
               GO TO MENUPRINC
           END-IF
           IF ACHOUENTR = 0
               DISPLAY "ENTREGA NAO AGENDADA - USE F1" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF ENTR-ENTREGUE
               DISPLAY "VEICULO JA ENTREGUE" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF EN-QTDOK < EN-QTDITENS
               COMPUTE FALTAM = EN-QTDITENS - EN-QTDOK
               DISPLAY "CHECKLIST INCOMPLETO - ITENS PENDENTES:"
                   AT 1805
               DISPLAY FALTAM AT 1845
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM CHECANFE
           IF NFEOK = 0
               DISPLAY "NOTA FISCAL NAO AUTORIZADA PELA SEFAZ" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM BUSCAULTKM.

       R-KMENTREGA.
           PERFORM LIMPATELA
           MOVE ZEROES TO KMINF
           DISPLAY "KM NA ENTREGA (ULTIMA" AT 1305
           DISPLAY ULTKM AT 1327
           DISPLAY "):" AT 1335
           ACCEPT KMINF AT 1338
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF KMINF = ZEROES OR KMINF < ULTKM
               DISPLAY "LEITURA MENOR QUE A ULTIMA - RECUSADA" AT 2005
               ACCEPT AUX AT 2360
               DISPLAY "                                     " AT 2005
               GO TO R-KMENTREGA
           END-IF
           MOVE SPACES TO NOMERECEB CPFRECEB CONFIRMA SENHACONF
           DISPLAY "RECEBIDO POR (EM BRANCO O COMPRADOR):" AT 1405
           ACCEPT NOMERECEB AT 1505
           IF NOMERECEB = SPACES
               MOVE NOMECOMPRADOR TO NOMERECEB
               MOVE EN-CPF TO CPFRECEB
           ELSE
               DISPLAY "CPF DE QUEM RECEBE:" AT 1605
               ACCEPT CPFRECEB AT 1625
           END-IF
           DISPLAY "CLIENTE CONFIRMA O RECEBIMENTO (S/N)?" AT 1705
           ACCEPT CONFIRMA AT 1743
           IF CONFIRMA NOT = "S" AND CONFIRMA NOT = "s"
               DISPLAY "ENTREGA NAO CONFIRMADA" AT 2005
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "SENHA DO OPERADOR PARA ASSINAR:" AT 1805
           ACCEPT SENHACONF AT 1837
           MOVE SENHACONF TO SENHAINF
           PERFORM LERPERADOR
           MOVE SPACES TO SENHAINF
           IF BSOPER = 1
               DISPLAY "SENHA INVALIDA - ENTREGA NAO CONFIRMADA" AT 2005
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           MOVE DATAHOJE TO EN-DATAENTREGA
           COMPUTE EN-HORAENTREGA = HA-HH * 100 + HA-MM
           MOVE KMINF TO EN-KMENTREGA
           MOVE NOMERECEB TO EN-NOMERECEB
           MOVE CPFRECEB TO EN-CPFRECEB
           MOVE OPERADOR TO EN-OPERENTREGA
           MOVE "E" TO EN-SITUACAO
           REWRITE REGENTR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNENTR
           PERFORM LIMPATELA
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADENTR" AT 1805
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE "D" TO EVENTOKM
           PERFORM GRAVALEITURAKM
           PERFORM ATUALIZAFICHAKM
           PERFORM IMPRIMETERMO
           PERFORM MOSTRAENTR
           DISPLAY "ENTREGA CONFIRMADA" AT 1805
           DISPLAY "TERMO DE ENTREGA GRAVADO EM TERMOENT.TXT" AT 1905
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *A NOTA DA VENDA E A ULTIMA EMITIDA (NAO CANCELADA) DO CHASSI;
      *SO LIBERA COM A EMISSAO AUTORIZADA NO CADNFE
       CHECANFE.
           MOVE 0 TO NFEOK
           MOVE ZEROES TO NUMNFVENDA
           OPEN INPUT CADNF
           IF ERRONF = "00"
               MOVE 0 TO FIMNF
               MOVE EN-CHASSI TO NF-CHASSI
               START CADNF KEY IS EQUAL NF-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMNF
               END-START
               PERFORM CHECANFE-LOOP UNTIL FIMNF = 1
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRONF
           IF NUMNFVENDA NOT = ZEROES
               OPEN INPUT CADNFE
               IF ERRONFE = "00"
                   MOVE NUMNFVENDA TO NE-NUMERO
                   READ CADNFE
                   IF ERRONFE = "00" AND NFE-EVEMISSAO
                           AND NFE-AUTORIZADA
                       MOVE 1 TO NFEOK
                   END-IF
                   CLOSE CADNFE
               END-IF
               MOVE "00" TO ERRONFE
           END-IF.

       CHECANFE-LOOP.
           READ CADNF NEXT
           IF ERRONF NOT = "00" OR NF-CHASSI NOT = EN-CHASSI
               MOVE 1 TO FIMNF
           ELSE
               IF NF-EMITIDA
                   MOVE NF-NUMERO TO NUMNFVENDA
               END-IF
           END-IF.

      *BUSCA A ULTIMA LEITURA REGISTRADA DO CHASSI NA FICHA
       BUSCAULTKM.
           MOVE ZEROES TO ULTKM
           OPEN INPUT CADFICHA
           IF ERROFIC = "00"
               MOVE EN-CHASSI TO FC-CHASSI
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
               MOVE EN-CHASSI TO KM-CHASSI
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
           MOVE EN-CHASSI TO KM-CHASSI
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
               IF KM-CHASSI NOT = EN-CHASSI
                   MOVE 1 TO FIMKM
               ELSE
                   MOVE KM-SEQ TO SEQKM
               END-IF
           END-IF.

      *ATUALIZA A LEITURA CORRENTE NA FICHA TECNICA
       ATUALIZAFICHAKM.
           OPEN I-O CADFICHA
           IF ERROFIC = "00"
               MOVE EN-CHASSI TO FC-CHASSI
               READ CADFICHA
               IF ERROFIC = "00"
                   MOVE KMINF TO FC-KM
                   REWRITE REGFICHA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFICHA
               ELSE
                   MOVE EN-CHASSI TO FC-CHASSI
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

      *TERMO DE ENTREGA PARA ASSINATURA DO CLIENTE E DO OPERADOR
       IMPRIMETERMO.
           OPEN OUTPUT TERMOENT
           MOVE "TERMO DE ENTREGA DE VEICULO" TO LINHATER
           WRITE LINHATER
           MOVE SPACES TO LINHATER
           WRITE LINHATER
           STRING "CHASSI: " DELIMITED BY SIZE
               EN-CHASSI DELIMITED BY SIZE
               "   PLACA: " DELIMITED BY SIZE
               EN-PLACA DELIMITED BY SIZE
               INTO LINHATER
           END-STRING
           WRITE LINHATER
           MOVE EN-HORAENTREGA TO ED-HORA
           MOVE SPACES TO LINHATER
           STRING "VENDIDO EM: " DELIMITED BY SIZE
               EN-DATAVENDA DELIMITED BY SIZE
               "   ENTREGUE EM: " DELIMITED BY SIZE
               EN-DATAENTREGA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ED-HORA DELIMITED BY SIZE
               "   KM: " DELIMITED BY SIZE
               EN-KMENTREGA DELIMITED BY SIZE
               INTO LINHATER
           END-STRING
           WRITE LINHATER
           MOVE SPACES TO LINHATER
           STRING "COMPRADOR: " DELIMITED BY SIZE
               EN-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMECOMPRADOR DELIMITED BY SIZE
               INTO LINHATER
           END-STRING
           WRITE LINHATER
           MOVE SPACES TO LINHATER
           STRING "RECEBIDO POR: " DELIMITED BY SIZE
               EN-NOMERECEB DELIMITED BY SIZE
               " CPF " DELIMITED BY SIZE
               EN-CPFRECEB DELIMITED BY SIZE
               INTO LINHATER
           END-STRING
           WRITE LINHATER
           MOVE SPACES TO LINHATER
           WRITE LINHATER
           MOVE "ITENS CONFERIDOS NA ENTREGA:" TO LINHATER
           WRITE LINHATER
           MOVE 0 TO FIMCK
           MOVE EN-CHASSI TO EK-CHASSI
           MOVE EN-DATAVENDA TO EK-DATAVENDA
           MOVE ZEROES TO EK-SEQ
           START CADENCK KEY IS GREATER THAN CHAVEENCK
               INVALID KEY
                   MOVE 1 TO FIMCK
           END-START
           PERFORM IMPRIMETERMO-ITEM UNTIL FIMCK = 1
           MOVE "00" TO ERROCK
           MOVE SPACES TO LINHATER
           WRITE LINHATER
           MOVE "DECLARO TER RECEBIDO O VEICULO ACIMA NAS CONDICOES CONF
      -        "ERIDAS." TO LINHATER
           WRITE LINHATER
           MOVE SPACES TO LINHATER
           WRITE LINHATER
           WRITE LINHATER
           MOVE "______________________________    ____________________
      -        "__________" TO LINHATER
           WRITE LINHATER
           MOVE SPACES TO LINHATER
           STRING "CLIENTE                           OPERADOR "
               DELIMITED BY SIZE
               EN-OPERENTREGA DELIMITED BY SIZE
               INTO LINHATER
           END-STRING
           WRITE LINHATER
           CLOSE TERMOENT
           MOVE "00" TO ERROTER.

       IMPRIMETERMO-ITEM.
           READ CADENCK NEXT
           IF ERROCK NOT = "00"
               MOVE 1 TO FIMCK
           ELSE
               IF EK-CHASSI NOT = EN-CHASSI
                   OR EK-DATAVENDA NOT = EN-DATAVENDA
                   MOVE 1 TO FIMCK
               ELSE
                   MOVE SPACES TO LINHATER
                   STRING "  [X] " DELIMITED BY SIZE
                       EK-DESCRICAO DELIMITED BY SIZE
                       INTO LINHATER
                   END-STRING
                   WRITE LINHATER
               END-IF
           END-IF.

      *LE O CHASSI, CONFERE QUE ESTA VENDIDO E LOCALIZA A ENTREGA DA
      *VENDA ATUAL
       LERCHASSI.
           MOVE 0 TO VENDAOK ACHOUENTR
           MOVE SPACES TO CHASSIBUSCA
           ACCEPT CHASSIBUSCA AT 0611
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CHASSIBUSCA = SPACES
               GO TO LERCHASSI-FIM
           END-IF
           OPEN INPUT CADVEIC
           MOVE CHASSIBUSCA TO CHASSI
           READ CADVEIC
           IF ERROVEI NOT = "00"
               MOVE "00" TO ERROVEI
               CLOSE CADVEIC
               DISPLAY "CHASSI NAO CADASTRADO" AT 1805
               ACCEPT AUX AT 2360
               GO TO LERCHASSI-FIM
           END-IF
           CLOSE CADVEIC
           IF NOT VEIC-VENDIDO
               DISPLAY "VEICULO NAO ESTA VENDIDO" AT 1805
               ACCEPT AUX AT 2360
               GO TO LERCHASSI-FIM
           END-IF
           MOVE 1 TO VENDAOK
           MOVE CHASSIBUSCA TO EN-CHASSI
           MOVE DATAVENDA TO EN-DATAVENDA
           READ CADENTR KEY IS CHAVEENTR
           IF ERRO = "00"
               MOVE 1 TO ACHOUENTR
           ELSE
               MOVE CHASSIBUSCA TO EN-CHASSI
               MOVE DATAVENDA TO EN-DATAVENDA
               MOVE PLACA TO EN-PLACA
               MOVE P-CPF TO EN-CPF
               MOVE ZEROES TO EN-DATAAGEN EN-HORAAGEN EN-QTDITENS
                   EN-QTDOK EN-DATAENTREGA EN-KMENTREGA
               MOVE SPACES TO EN-SITUACAO EN-OPERENTREGA EN-NOMERECEB
                   EN-CPFRECEB
           END-IF
           MOVE "00" TO ERRO
           PERFORM MOSTRAENTR.

       LERCHASSI-FIM.
           CONTINUE.

      *MOSTRA A ENTREGA COM O NOME DO COMPRADOR
       MOSTRAENTR.
           EVALUATE TRUE
           WHEN ENTR-AGENDADA
               MOVE "AGENDADA" TO SITTEXTO
           WHEN ENTR-ENTREGUE
               MOVE "ENTREGUE" TO SITTEXTO
           WHEN OTHER
               MOVE "SEM AGENDAMENTO" TO SITTEXTO
           END-EVALUATE
           MOVE SPACES TO NOMECOMPRADOR
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE EN-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NOMECOMPRADOR
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERROPRO
           DISPLAY EN-CHASSI AT 0611
           DISPLAY EN-PLACA AT 0639
           DISPLAY EN-DATAVENDA AT 0657
           DISPLAY EN-CPF AT 0714
           DISPLAY NOMECOMPRADOR AT 0727
           DISPLAY EN-DATAAGEN AT 0826
           DISPLAY EN-HORAAGEN AT 0846
           DISPLAY EN-QTDOK AT 0914
           DISPLAY EN-QTDITENS AT 0920
           DISPLAY SITTEXTO AT 0942
           DISPLAY EN-DATAENTREGA AT 1016
           DISPLAY EN-KMENTREGA AT 1036
           DISPLAY EN-OPERENTREGA AT 1060
           DISPLAY EN-NOMERECEB AT 1117
           DISPLAY EN-CPFRECEB AT 1155.

      *LISTA AS ENTREGAS AGENDADAS EM ABERTO POR DATA - ASTERISCO NAS
      *JA VENCIDAS
       AGENDA.
           PERFORM LIMPATELA
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "  DATA     HORA CHASSI            PLACA   CHECKLIST"
               AT 1201
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMENTR
           MOVE ZEROES TO EN-DATAAGEN
           START CADENTR KEY IS NOT LESS THAN EN-DATAAGEN
               INVALID KEY
                   MOVE 1 TO FIMENTR
           END-START
           PERFORM AGENDA-LOOP UNTIL FIMENTR = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELAENTR
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADENCK PARA O JORNAL DE TRANSACOES
       JORNENCK.
           IF ERROCK = "00" OR ERROCK = "02"
               MOVE "CADENCK" TO PJ-ARQUIVO
               MOVE REGENCK TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADENTR PARA O JORNAL DE TRANSACOES
       JORNENTR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADENTR" TO PJ-ARQUIVO
               MOVE REGENTR TO PJ-IMAGEM
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

       AGENDA-LOOP.
           READ CADENTR NEXT
           IF ERRO NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMENTR
           ELSE
               IF ENTR-AGENDADA
                   IF EN-DATAAGEN < DATAHOJE
                       DISPLAY "*" AT LINE LINHACON COL 01
                   END-IF
                   DISPLAY EN-DATAAGEN AT LINE LINHACON COL 03
                   DISPLAY EN-HORAAGEN AT LINE LINHACON COL 12
                   DISPLAY EN-CHASSI AT LINE LINHACON COL 17
                   DISPLAY EN-PLACA AT LINE LINHACON COL 35
                   DISPLAY EN-QTDOK AT LINE LINHACON COL 43
                   DISPLAY "/" AT LINE LINHACON COL 45
                   DISPLAY EN-QTDITENS AT LINE LINHACON COL 46
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY DATAINF HORAINF ITEMINF KMINF
               LINHACON
           MOVE SPACES TO CHASSIBUSCA AUX CONFIRMA SENHACONF.

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
           CLOSE CADENTR CADENCK.
           END PROGRAM P172950.

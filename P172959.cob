      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172959.
      *-----------------------------------------------------------------
      *VISTORIA DE ENTRADA DO VEICULO - ESTADO DO CARRO QUANDO ENTRA
      *NO ESTOQUE, PARA PROVAR DEPOIS O QUE JA VEIO COM ELE. A COMPRA
      *E A CONSIGNACAO DO P172904, A TROCA (GRAVATROCAVEIC) E A
      *AVALIACAO CONVERTIDA DO P172923 ABREM A VISTORIA PENDENTE DO
      *CHASSI (CADVIST). AQUI O INSPETOR INFORMA O KM E MARCA CADA
      *ITEM ATIVO DA LISTA DE VISTORIA (CADITVI, MANTIDA PELO
      *SUPERVISOR NA F4) COMO O OK, D DANIFICADO OU F FALTANDO, COM
      *UMA OBSERVACAO (CADVSIT). CADA ITEM DANIFICADO ABRE UM REPARO
      *PENDENTE (CADREPA), MOSTRADO NO CHASSI DO P172918 E BAIXADO
      *QUANDO A DESPESA DO REPARO E LANCADA LA; O ITEM FALTANDO E
      *BAIXADO AQUI (F2) QUANDO E REPOSTO. ENQUANTO A VISTORIA ESTIVER
      *PENDENTE OU TIVER ITEM EM ABERTO O EXPANUN NAO ANUNCIA O CARRO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVIST
               FILE STATUS  IS ERROVIS.
           SELECT CADVSIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVSIT
               FILE STATUS  IS ERROVST.
           SELECT CADITVI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IV-CODIGO
               FILE STATUS  IS ERROITV.
           SELECT CADREPA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREPA
               FILE STATUS  IS ERROREP.
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
      *VISTORIA DE ENTRADA - UMA POR ENTRADA DO CHASSI NO ESTOQUE
           FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
           01 REGVIST.
               02 CHAVEVIST.
                   03 VI-CHASSI      PIC X(17) VALUE SPACES.
                   03 VI-DATA        PIC 9(8) VALUE ZEROES.
               02 VI-ORIGEM          PIC X(1) VALUE SPACES.
                   88 VIST-COMPRA    VALUE "C".
                   88 VIST-TROCA     VALUE "T".
                   88 VIST-AVALIACAO VALUE "A".
                   88 VIST-CONSIG    VALUE "G".
               02 VI-FILIAL          PIC 9(2) VALUE ZEROES.
               02 VI-SITUACAO        PIC X(1) VALUE SPACES.
                   88 VIST-PENDENTE  VALUE "P".
                   88 VIST-FEITA     VALUE "V".
               02 VI-DATAVIST        PIC 9(8) VALUE ZEROES.
               02 VI-KM              PIC 9(7) VALUE ZEROES.
               02 VI-INSPETOR        PIC X(8) VALUE SPACES.
               02 VI-QTDITENS        PIC 9(2) VALUE ZEROES.
               02 VI-QTDOK           PIC 9(2) VALUE ZEROES.
               02 VI-QTDDANO         PIC 9(2) VALUE ZEROES.
               02 VI-QTDFALTA        PIC 9(2) VALUE ZEROES.
               02 VI-ABERTOS         PIC 9(2) VALUE ZEROES.
               02 FILLER             PIC X(10) VALUE SPACES.

      *ITENS DA VISTORIA - O OK, D DANIFICADO, F FALTANDO; O ITEM D
      *OU F FICA EM ABERTO ATE A DATA DE BAIXA
           FD CADVSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVSIT.DAT".
           01 REGVSIT.
               02 CHAVEVSIT.
                   03 VT-CHASSI      PIC X(17) VALUE SPACES.
                   03 VT-DATA        PIC 9(8) VALUE ZEROES.
                   03 VT-ITEM        PIC 9(2) VALUE ZEROES.
               02 VT-DESCRICAO       PIC X(30) VALUE SPACES.
               02 VT-SITUACAO        PIC X(1) VALUE SPACES.
                   88 ITEM-OK        VALUE "O".
                   88 ITEM-DANIFICADO VALUE "D".
                   88 ITEM-FALTANDO  VALUE "F".
               02 VT-NOTA            PIC X(30) VALUE SPACES.
               02 VT-BAIXA           PIC 9(8) VALUE ZEROES.
               02 VT-OPERBAIXA       PIC X(8) VALUE SPACES.

      *LISTA DE ITENS CONFERIDOS NA VISTORIA
           FD CADITVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITVI.DAT".
           01 REGITVI.
               02 IV-CODIGO          PIC 9(2) VALUE ZEROES.
               02 IV-DESCRICAO       PIC X(30) VALUE SPACES.
               02 IV-ATIVO           PIC X(1) VALUE SPACES.
                   88 ITVI-ATIVO     VALUE "S".

      *REPAROS PENDENTES ABERTOS PELA VISTORIA - BAIXADOS NO P172918
           FD CADREPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPA.DAT".
           01 REGREPA.
               02 CHAVEREPA.
                   03 RP-CHASSI      PIC X(17) VALUE SPACES.
                   03 RP-SEQ         PIC 9(3) VALUE ZEROES.
               02 RP-DATAVIST        PIC 9(8) VALUE ZEROES.
               02 RP-ITEM            PIC 9(2) VALUE ZEROES.
               02 RP-DESCRICAO       PIC X(30) VALUE SPACES.
               02 RP-NOTA            PIC X(30) VALUE SPACES.
               02 RP-DATA            PIC 9(8) VALUE ZEROES.
               02 RP-SITUACAO        PIC X(1) VALUE SPACES.
                   88 REPARO-PENDENTE VALUE "P".
                   88 REPARO-FEITO   VALUE "C".
               02 RP-DATABAIXA       PIC 9(8) VALUE ZEROES.
               02 RP-SEQPREP         PIC 9(3) VALUE ZEROES.
               02 RP-OPERADOR        PIC X(8) VALUE SPACES.

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
               02 COR PIC 99.
               02 COMPRA.
                   03 VALORCOMPRA  PIC 9(7)V99.
                   03 DATACOMPRA   PIC 9(8).
                   03 ORIGEMCOMPRA PIC X(1).
                   03 CPFORIGEM    PIC X(11).
               02 CONSIG.
                   03 TEMCONSIG PIC 9(1).
                       88 VEIC-CONSIGNADO VALUE 1.
                   03 FILLER    PIC X(15).
               02 FILLER PIC X(71).
               02 FILIAL PIC 9(2).
               02 STATUSVEIC PIC 9(1).
                   88 VEIC-DISPONIVEL VALUE 0.
                   88 VEIC-VENDIDO    VALUE 1.
                   88 VEIC-RESERVADO  VALUE 2.
               02 VERSAO PIC 9(6).

           FD CADFICHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFICHA.DAT".
           01 REGFICHA.
               02 FC-CHASSI      PIC X(17) VALUE SPACES.
               02 FC-KM          PIC 9(7) VALUE ZEROES.
               02 FC-COMBUSTIVEL PIC X(1) VALUE SPACES.
               02 FC-CAMBIO      PIC X(1) VALUE SPACES.
               02 FC-PORTAS      PIC 9(1) VALUE ZEROES.

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
           01 ERROVIS PIC X(2) VALUE "00".
           01 ERROVST PIC X(2) VALUE "00".
           01 ERROITV PIC X(2) VALUE "00".
           01 ERROREP PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROFIC PIC X(2) VALUE "00".
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
           01 VEICOK PIC 9(1) VALUE 0.
           01 VENDIDO PIC 9(1) VALUE 0.
           01 ACHOUVIST PIC 9(1) VALUE 0.
           01 SALVAVIST PIC X(72) VALUE SPACES.
           01 FIMVIS PIC 9(1) VALUE 0.
           01 FIMVST PIC 9(1) VALUE 0.
           01 FIMITV PIC 9(1) VALUE 0.
           01 FIMREP PIC 9(1) VALUE 0.
           01 PLACAVEIC PIC X(7) VALUE SPACES.
           01 SITTEXTO PIC X(12) VALUE SPACES.
           01 ORIGTEXTO PIC X(12) VALUE SPACES.
           01 KMINF PIC 9(7) VALUE ZEROES.
           01 ULTKM PIC 9(7) VALUE ZEROES.
           01 SITINF PIC X(1) VALUE SPACES.
           01 NOTAINF PIC X(30) VALUE SPACES.
           01 DESCINF PIC X(30) VALUE SPACES.
           01 ATIVOINF PIC X(1) VALUE SPACES.
           01 CODINF PIC 9(2) VALUE ZEROES.
           01 CODSEM PIC 9(2) VALUE ZEROES.
           01 ACHOUITVI PIC 9(1) VALUE 0.
           01 ITEMINF PIC 9(2) VALUE ZEROES.
           01 PRIMITEM PIC 9(2) VALUE ZEROES.
           01 ULTITEM PIC 9(2) VALUE ZEROES.
           01 SEQREPA PIC 9(3) VALUE ZEROES.
           01 QTDOK PIC 9(2) VALUE ZEROES.
           01 QTDDANO PIC 9(2) VALUE ZEROES.
           01 QTDFALTA PIC 9(2) VALUE ZEROES.
           01 MARCA PIC X(1) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.
      *ITENS ATIVOS DA LISTA, MARCADOS DURANTE A VISTORIA
           01 TABVIST.
               03 TV-ENTRY OCCURS 40 TIMES.
                   05 TV-ITEM      PIC 9(2).
                   05 TV-DESCRICAO PIC X(30).
                   05 TV-SITUACAO  PIC X(1).
                   05 TV-NOTA      PIC X(30).
           01 TV-QTD PIC 9(2) VALUE ZEROES.
           01 TV-IND PIC 9(2) VALUE 1.

           SCREEN SECTION.
       01  TELAVIST.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "        VISTORIA DE ENTRADA DO VEICULO".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 06  COLUMN 32
               VALUE  "PLACA:".
           05  LINE 06  COLUMN 50
               VALUE  "ENTRADA:".
           05  LINE 07  COLUMN 01
               VALUE  "  ORIGEM:".
           05  LINE 07  COLUMN 32
               VALUE  "FILIAL:".
           05  LINE 07  COLUMN 50
               VALUE  "SITUACAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  VISTORIA EM:".
           05  LINE 08  COLUMN 32
               VALUE  "KM:".
           05  LINE 08  COLUMN 50
               VALUE  "INSPETOR:".
           05  LINE 09  COLUMN 01
               VALUE  "  ITENS:".
           05  LINE 09  COLUMN 15
               VALUE  "OK:".
           05  LINE 09  COLUMN 24
               VALUE  "DANIFICADOS:".
           05  LINE 09  COLUMN 42
               VALUE  "FALTANDO:".
           05  LINE 09  COLUMN 57
               VALUE  "EM ABERTO:".

           PROCEDURE DIVISION.
      *ABRE AS VISTORIAS, OS ITENS, A LISTA DE ITENS E OS REPAROS
       ABREARQUIVO.
           OPEN I-O CADVIST
           IF ERROVIS NOT = "00"
               IF ERROVIS = "30" OR ERROVIS = "35"
                   OPEN OUTPUT CADVIST
                   CLOSE CADVIST
                   DISPLAY "ARQUIVO CADVIST FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVIST" AT 0622
           ELSE
               PERFORM ABREVSIT
               PERFORM ABREITVI
               PERFORM ABREREPA
               DISPLAY TELAVIST
               PERFORM LOGIN
               GO TO MENUPRINC.

       ABREVSIT.
           OPEN I-O CADVSIT
           IF ERROVST NOT = "00"
               IF ERROVST = "30" OR ERROVST = "35"
                   OPEN OUTPUT CADVSIT
                   CLOSE CADVSIT
                   OPEN I-O CADVSIT
               END-IF
           END-IF.

      *NA PRIMEIRA VEZ A LISTA DE ITENS JA NASCE COM OS ITENS DE
      *SEMPRE - O SUPERVISOR ACRESCENTA OU DESATIVA NA F4
       ABREITVI.
           OPEN I-O CADITVI
           IF ERROITV NOT = "00"
               IF ERROITV = "30" OR ERROITV = "35"
                   OPEN OUTPUT CADITVI
                   CLOSE CADITVI
                   OPEN I-O CADITVI
                   PERFORM SEMEIAITENS
               END-IF
           END-IF.

       ABREREPA.
           OPEN I-O CADREPA
           IF ERROREP NOT = "00"
               IF ERROREP = "30" OR ERROREP = "35"
                   OPEN OUTPUT CADREPA
                   CLOSE CADREPA
                   OPEN I-O CADREPA
               END-IF
           END-IF.

       SEMEIAITENS.
           MOVE ZEROES TO CODSEM
           MOVE "PARA-CHOQUES E LATARIA" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "PINTURA" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "VIDROS E PARA-BRISA" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "FAROIS E LANTERNAS" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "RETROVISORES" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "PNEUS E RODAS" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "ESTEPE" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "MACACO E CHAVE DE RODA" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "TRIANGULO" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "BANCOS E FORRACAO" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "PAINEL E INSTRUMENTOS" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "AR CONDICIONADO" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "SOM E MULTIMIDIA" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "CHAVE RESERVA" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "MANUAL DO PROPRIETARIO" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE "DOCUMENTO (CRLV)" TO DESCINF
           PERFORM SEMEIAITEM
           MOVE SPACES TO DESCINF.

       SEMEIAITEM.
           ADD 1 TO CODSEM
           MOVE CODSEM TO IV-CODIGO
           MOVE DESCINF TO IV-DESCRICAO
           MOVE "S" TO IV-ATIVO
           WRITE REGITVI
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNITVI
           MOVE "00" TO ERROITV.

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
               DISPLAY TELAVIST
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
           DISPLAY "F1 VISTORIAR, F2 CONSULTAR / ITEM REPOSTO, F4 LISTA"
               AT 1305
           DISPLAY "DE ITENS, F5 VISTORIAS EM ABERTO, F3 SAIR" AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAVIST
               GO TO VISTORIAR
           WHEN = 02
               DISPLAY TELAVIST
               GO TO CONSULTA
           WHEN = 04
               DISPLAY TELAVIST
               GO TO ITENS
           WHEN = 05
               DISPLAY TELAVIST
               GO TO EMABERTO
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *FAZ A VISTORIA PENDENTE DO CHASSI - CARRO QUE JA ESTAVA NO
      *ESTOQUE SEM VISTORIA TAMBEM PODE SER VISTORIADO
       VISTORIAR.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VEICOK = 0
               GO TO MENUPRINC
           END-IF
           IF VENDIDO = 1
               DISPLAY "VEICULO JA VENDIDO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           IF ACHOUVIST = 1 AND VIST-FEITA
               DISPLAY "VEICULO JA VISTORIADO - USE F2" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM CARREGAITENS
           IF TV-QTD = ZEROES
               DISPLAY "NENHUM ITEM ATIVO NA LISTA - USE F4" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM BUSCAULTKM.

      *KM NA VISTORIA - NAO PODE SER MENOR QUE A ULTIMA LEITURA
       R-KMVIST.
           PERFORM LIMPATELA
           MOVE ZEROES TO KMINF
           DISPLAY "KM NA VISTORIA (ULTIMA" AT 1305
           DISPLAY ULTKM AT 1328
           DISPLAY "):" AT 1336
           ACCEPT KMINF AT 1339
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           IF KMINF < ULTKM
               DISPLAY "LEITURA MENOR QUE A ULTIMA - RECUSADA" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-KMVIST
           END-IF
           MOVE 1 TO TV-IND.

      *MARCA UM ITEM DA LISTA - F1 VOLTA AO ITEM ANTERIOR
       R-ITEMVIST.
           PERFORM LIMPATELA
           DISPLAY "ITEM" AT 1305
           DISPLAY TV-IND AT 1310
           DISPLAY "DE" AT 1313
           DISPLAY TV-QTD AT 1316
           DISPLAY TV-DESCRICAO(TV-IND) AT 1320
           DISPLAY "SITUACAO (O OK, D DANIFICADO, F FALTANDO):" AT 1505
           MOVE TV-SITUACAO(TV-IND) TO SITINF
           ACCEPT SITINF AT 1549
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               IF TV-IND = 1
                   GO TO R-KMVIST
               END-IF
               SUBTRACT 1 FROM TV-IND
               GO TO R-ITEMVIST
           END-IF
           EVALUATE SITINF
           WHEN "O" WHEN "o"
               MOVE "O" TO SITINF
           WHEN "D" WHEN "d"
               MOVE "D" TO SITINF
           WHEN "F" WHEN "f"
               MOVE "F" TO SITINF
           WHEN OTHER
               DISPLAY "SITUACAO INVALIDA" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-ITEMVIST
           END-EVALUATE
           MOVE SITINF TO TV-SITUACAO(TV-IND)
           DISPLAY "OBSERVACAO:" AT 1605
           MOVE TV-NOTA(TV-IND) TO NOTAINF
           ACCEPT NOTAINF AT 1617
           IF SITINF = "D" AND NOTAINF = SPACES
               DISPLAY "DESCREVA O DANO NA OBSERVACAO" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-ITEMVIST
           END-IF
           MOVE NOTAINF TO TV-NOTA(TV-IND)
           IF TV-IND < TV-QTD
               ADD 1 TO TV-IND
               GO TO R-ITEMVIST
           END-IF
           GO TO GRAVAVISTORIA.

      *GRAVA A VISTORIA, OS ITENS E UM REPARO PENDENTE PARA CADA
      *ITEM DANIFICADO
       GRAVAVISTORIA.
           MOVE ZEROES TO QTDOK QTDDANO QTDFALTA
           PERFORM CONTAITEM VARYING TV-IND FROM 1 BY 1
               UNTIL TV-IND > TV-QTD
           PERFORM LIMPATELA
           DISPLAY "OK:" AT 1305
           DISPLAY QTDOK AT 1309
           DISPLAY "DANIFICADOS:" AT 1315
           DISPLAY QTDDANO AT 1328
           DISPLAY "FALTANDO:" AT 1334
           DISPLAY QTDFALTA AT 1344
           DISPLAY "GRAVAR VISTORIA?" AT 1505
           DISPLAY "F1 - SIM, F2 - NAO" AT 1605
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY "VISTORIA NAO GRAVADA" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE "V" TO VI-SITUACAO
           MOVE DATAHOJE TO VI-DATAVIST
           MOVE KMINF TO VI-KM
           MOVE OPERADOR TO VI-INSPETOR
           MOVE TV-QTD TO VI-QTDITENS
           MOVE QTDOK TO VI-QTDOK
           MOVE QTDDANO TO VI-QTDDANO
           MOVE QTDFALTA TO VI-QTDFALTA
           COMPUTE VI-ABERTOS = QTDDANO + QTDFALTA
           IF ACHOUVIST = 1
               REWRITE REGVIST
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNVIST
           ELSE
               WRITE REGVIST
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNVIST
           END-IF
           PERFORM LIMPATELA
           IF ERROVIS NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADVIST" AT 1805
               MOVE "00" TO ERROVIS
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           PERFORM GRAVAITEMVIST VARYING TV-IND FROM 1 BY 1
               UNTIL TV-IND > TV-QTD
           MOVE 1 TO ACHOUVIST
           PERFORM MOSTRAVIST
           DISPLAY "VISTORIA GRAVADA" AT 1805
           IF QTDDANO > ZEROES
               DISPLAY "REPAROS ABERTOS NO PREPARO (P172918):" AT 1905
               DISPLAY QTDDANO AT 1943
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

       CONTAITEM.
           EVALUATE TV-SITUACAO(TV-IND)
           WHEN "O"
               ADD 1 TO QTDOK
           WHEN "D"
               ADD 1 TO QTDDANO
           WHEN "F"
               ADD 1 TO QTDFALTA
           END-EVALUATE.

       GRAVAITEMVIST.
           MOVE VI-CHASSI TO VT-CHASSI
           MOVE VI-DATA TO VT-DATA
           MOVE TV-ITEM(TV-IND) TO VT-ITEM
           MOVE TV-DESCRICAO(TV-IND) TO VT-DESCRICAO
           MOVE TV-SITUACAO(TV-IND) TO VT-SITUACAO
           MOVE TV-NOTA(TV-IND) TO VT-NOTA
           MOVE ZEROES TO VT-BAIXA
           MOVE SPACES TO VT-OPERBAIXA
           WRITE REGVSIT
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNVSIT
           IF ERROVST = "22"
               REWRITE REGVSIT
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNVSIT
           END-IF
           MOVE "00" TO ERROVST
           IF ITEM-DANIFICADO
               PERFORM ABREREPARO
           END-IF.

      *REPARO PENDENTE DO ITEM DANIFICADO, NA PROXIMA SEQUENCIA DO
      *CHASSI
       ABREREPARO.
           PERFORM BUSCAULTREPA
           MOVE VI-CHASSI TO RP-CHASSI
           COMPUTE RP-SEQ = SEQREPA + 1
           MOVE VI-DATA TO RP-DATAVIST
           MOVE VT-ITEM TO RP-ITEM
           MOVE VT-DESCRICAO TO RP-DESCRICAO
           MOVE VT-NOTA TO RP-NOTA
           MOVE DATAHOJE TO RP-DATA
           MOVE "P" TO RP-SITUACAO
           MOVE ZEROES TO RP-DATABAIXA RP-SEQPREP
           MOVE OPERADOR TO RP-OPERADOR
           WRITE REGREPA
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNREPA
           MOVE "00" TO ERROREP.

       BUSCAULTREPA.
           MOVE ZEROES TO SEQREPA
           MOVE 0 TO FIMREP
           MOVE VI-CHASSI TO RP-CHASSI
           MOVE ZEROES TO RP-SEQ
           START CADREPA KEY IS GREATER THAN CHAVEREPA
               INVALID KEY
                   MOVE 1 TO FIMREP
           END-START
           PERFORM BUSCAULTREPA-LOOP UNTIL FIMREP = 1.

       BUSCAULTREPA-LOOP.
           READ CADREPA NEXT
           IF ERROREP NOT = "00"
               MOVE 1 TO FIMREP
               MOVE "00" TO ERROREP
           ELSE
               IF RP-CHASSI NOT = VI-CHASSI
                   MOVE 1 TO FIMREP
               ELSE
                   MOVE RP-SEQ TO SEQREPA
               END-IF
           END-IF.

      *CARREGA OS ITENS ATIVOS DA LISTA NA ORDEM DO CODIGO
       CARREGAITENS.
           MOVE ZEROES TO TV-QTD
           MOVE 0 TO FIMITV
           MOVE ZEROES TO IV-CODIGO
           START CADITVI KEY IS NOT LESS THAN IV-CODIGO
               INVALID KEY
                   MOVE 1 TO FIMITV
           END-START
           PERFORM CARREGAITENS-LOOP UNTIL FIMITV = 1
           MOVE "00" TO ERROITV.

       CARREGAITENS-LOOP.
           READ CADITVI NEXT
           IF ERROITV NOT = "00" OR TV-QTD = 40
               MOVE 1 TO FIMITV
           ELSE
               IF ITVI-ATIVO
                   ADD 1 TO TV-QTD
                   MOVE IV-CODIGO TO TV-ITEM(TV-QTD)
                   MOVE IV-DESCRICAO TO TV-DESCRICAO(TV-QTD)
                   MOVE SPACES TO TV-SITUACAO(TV-QTD) TV-NOTA(TV-QTD)
               END-IF
           END-IF.

      *CONSULTA A VISTORIA DO CHASSI E DA BAIXA NO ITEM FALTANDO QUE
      *FOI REPOSTO - O DANIFICADO SO E BAIXADO PELO REPARO NO P172918
       CONSULTA.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VEICOK = 0
               GO TO MENUPRINC
           END-IF
           IF ACHOUVIST = 0 OR VIST-PENDENTE
               DISPLAY "VISTORIA DE ENTRADA NAO FEITA - USE F1" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE 1 TO PRIMITEM.

       CONSULTA-TELA.
           PERFORM LIMPATELA
           PERFORM LISTAITENS
           DISPLAY "ITEM REPOSTO (F2 PROXIMA PAGINA, F1 VOLTA):" AT 1203
           MOVE ZEROES TO ITEMINF
           ACCEPT ITEMINF AT 1247
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAVIST
               GO TO MENUPRINC
           END-IF
           IF ACTKEY = 02
               COMPUTE PRIMITEM = ULTITEM + 1
               IF FIMVST = 2
                   MOVE 1 TO PRIMITEM
               END-IF
               GO TO CONSULTA-TELA
           END-IF
           MOVE VI-CHASSI TO VT-CHASSI
           MOVE VI-DATA TO VT-DATA
           MOVE ITEMINF TO VT-ITEM
           READ CADVSIT
           IF ERROVST NOT = "00"
               MOVE "00" TO ERROVST
               DISPLAY "ITEM INEXISTENTE" AT 2105
               ACCEPT AUX AT 2360
               GO TO CONSULTA-TELA
           END-IF
           IF ITEM-OK OR VT-BAIXA NOT = ZEROES
               DISPLAY "ITEM NAO ESTA EM ABERTO" AT 2105
               ACCEPT AUX AT 2360
               GO TO CONSULTA-TELA
           END-IF
           IF ITEM-DANIFICADO
               DISPLAY "DANIFICADO - BAIXA PELO REPARO NO P172918"
                   AT 2105
               ACCEPT AUX AT 2360
               GO TO CONSULTA-TELA
           END-IF
           ACCEPT VT-BAIXA FROM DATE YYYYMMDD
           MOVE OPERADOR TO VT-OPERBAIXA
           REWRITE REGVSIT
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVSIT
           MOVE "00" TO ERROVST
           IF VI-ABERTOS > ZEROES
               SUBTRACT 1 FROM VI-ABERTOS
           END-IF
           REWRITE REGVIST
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVIST
           MOVE "00" TO ERROVIS
           PERFORM MOSTRAVIST
           GO TO CONSULTA-TELA.

      *LISTA UMA PAGINA DOS ITENS DA VISTORIA A PARTIR DE PRIMITEM -
      *ASTERISCO NO ITEM AINDA EM ABERTO. FIMVST FICA 2 QUANDO OS
      *ITENS ACABARAM NESTA PAGINA
       LISTAITENS.
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMVST
           MOVE ZEROES TO ULTITEM
           MOVE VI-CHASSI TO VT-CHASSI
           MOVE VI-DATA TO VT-DATA
           MOVE PRIMITEM TO VT-ITEM
           START CADVSIT KEY IS NOT LESS THAN CHAVEVSIT
               INVALID KEY
                   MOVE 2 TO FIMVST
           END-START
           PERFORM LISTAITENS-LOOP UNTIL FIMVST NOT = 0
           MOVE "00" TO ERROVST.

       LISTAITENS-LOOP.
           IF LINHACON > 20
               MOVE 1 TO FIMVST
           ELSE
               PERFORM LISTAITENS-LE
           END-IF.

       LISTAITENS-LE.
           READ CADVSIT NEXT
           IF ERROVST NOT = "00"
               MOVE 2 TO FIMVST
           ELSE
               IF VT-CHASSI NOT = VI-CHASSI OR VT-DATA NOT = VI-DATA
                   MOVE 2 TO FIMVST
               ELSE
                   MOVE SPACES TO MARCA
                   IF NOT ITEM-OK AND VT-BAIXA = ZEROES
                       MOVE "*" TO MARCA
                   END-IF
                   DISPLAY VT-ITEM AT LINE LINHACON COL 03
                   DISPLAY VT-SITUACAO AT LINE LINHACON COL 06
                   DISPLAY MARCA AT LINE LINHACON COL 08
                   DISPLAY VT-DESCRICAO AT LINE LINHACON COL 10
                   DISPLAY VT-NOTA AT LINE LINHACON COL 41
                   MOVE VT-ITEM TO ULTITEM
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *LISTA DE ITENS DA VISTORIA - SO SUPERVISOR. ITEM DESATIVADO
      *SAI DAS PROXIMAS VISTORIAS E FICA NAS JA FEITAS
       ITENS.
           IF NIVELOPER NOT = 1
               DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           MOVE 1 TO PRIMITEM.

       ITENS-TELA.
           PERFORM LIMPATELA
           PERFORM LISTACATALOGO
           DISPLAY "CODIGO DO ITEM (F2 PROXIMA PAGINA, F1 VOLTA):"
               AT 1203
           MOVE ZEROES TO CODINF
           ACCEPT CODINF AT 1249
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAVIST
               GO TO MENUPRINC
           END-IF
           IF ACTKEY = 02
               COMPUTE PRIMITEM = ULTITEM + 1
               IF FIMITV = 2
                   MOVE 1 TO PRIMITEM
               END-IF
               GO TO ITENS-TELA
           END-IF
           IF CODINF = ZEROES
               DISPLAY "CODIGO INVALIDO" AT 2105
               ACCEPT AUX AT 2360
               GO TO ITENS-TELA
           END-IF
           MOVE 0 TO ACHOUITVI
           MOVE CODINF TO IV-CODIGO
           READ CADITVI
           IF ERROITV = "00"
               MOVE 1 TO ACHOUITVI
           ELSE
               MOVE CODINF TO IV-CODIGO
               MOVE SPACES TO IV-DESCRICAO
               MOVE "S" TO IV-ATIVO
           END-IF
           MOVE "00" TO ERROITV
           MOVE IV-DESCRICAO TO DESCINF
           MOVE IV-ATIVO TO ATIVOINF
           DISPLAY "DESCRICAO:" AT 2105
           ACCEPT DESCINF AT 2116
           DISPLAY "ATIVO (S/N):" AT 2150
           ACCEPT ATIVOINF AT 2163
           IF DESCINF = SPACES
               DISPLAY "DESCRICAO INVALIDA" AT 2205
               ACCEPT AUX AT 2360
               GO TO ITENS-TELA
           END-IF
           EVALUATE ATIVOINF
           WHEN "S" WHEN "s"
               MOVE "S" TO IV-ATIVO
           WHEN "N" WHEN "n"
               MOVE "N" TO IV-ATIVO
           WHEN OTHER
               DISPLAY "ATIVO DEVE SER S OU N" AT 2205
               ACCEPT AUX AT 2360
               GO TO ITENS-TELA
           END-EVALUATE
           MOVE DESCINF TO IV-DESCRICAO
           IF ACHOUITVI = 1
               REWRITE REGITVI
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNITVI
           ELSE
               WRITE REGITVI
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNITVI
           END-IF
           IF ERROITV NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADITVI" AT 2205
               ACCEPT AUX AT 2360
           END-IF
           MOVE "00" TO ERROITV
           GO TO ITENS-TELA.

      *LISTA OITO ITENS DA LISTA A PARTIR DO CODIGO PRIMITEM - FIMITV
      *FICA 2 QUANDO A LISTA ACABOU NESTA PAGINA
       LISTACATALOGO.
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMITV
           MOVE ZEROES TO ULTITEM
           MOVE PRIMITEM TO IV-CODIGO
           START CADITVI KEY IS NOT LESS THAN IV-CODIGO
               INVALID KEY
                   MOVE 2 TO FIMITV
           END-START
           PERFORM LISTACATALOGO-LOOP UNTIL FIMITV NOT = 0
           MOVE "00" TO ERROITV.

       LISTACATALOGO-LOOP.
           IF LINHACON > 20
               MOVE 1 TO FIMITV
           ELSE
               READ CADITVI NEXT
               IF ERROITV NOT = "00"
                   MOVE 2 TO FIMITV
               ELSE
                   DISPLAY IV-CODIGO AT LINE LINHACON COL 03
                   DISPLAY IV-ATIVO AT LINE LINHACON COL 06
                   DISPLAY IV-DESCRICAO AT LINE LINHACON COL 10
                   MOVE IV-CODIGO TO ULTITEM
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *VISTORIAS PENDENTES OU COM ITEM EM ABERTO - O QUE ESTA FORA
      *DO ANUNCIO POR CAUSA DA VISTORIA
       EMABERTO.
           PERFORM LIMPATELA
           DISPLAY "CHASSI            ENTRADA  ORIGEM       SITUACAO"
               AT 1203
           DISPLAY "ABERTOS" AT 1255
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMVIS
           MOVE LOW-VALUES TO CHAVEVIST
           START CADVIST KEY IS NOT LESS THAN CHAVEVIST
               INVALID KEY
                   MOVE 1 TO FIMVIS
           END-START
           PERFORM EMABERTO-LOOP UNTIL FIMVIS = 1
           MOVE "00" TO ERROVIS
           ACCEPT AUX AT 2360
           DISPLAY TELAVIST
           GO TO MENUPRINC.

       EMABERTO-LOOP.
           READ CADVIST NEXT
           IF ERROVIS NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMVIS
           ELSE
               IF VIST-PENDENTE OR VI-ABERTOS > ZEROES
                   PERFORM TEXTOSVIST
                   DISPLAY VI-CHASSI AT LINE LINHACON COL 03
                   DISPLAY VI-DATA AT LINE LINHACON COL 21
                   DISPLAY ORIGTEXTO AT LINE LINHACON COL 30
                   DISPLAY SITTEXTO AT LINE LINHACON COL 43
                   DISPLAY VI-ABERTOS AT LINE LINHACON COL 55
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *LE O CHASSI NO ESTOQUE E LOCALIZA A VISTORIA MAIS RECENTE -
      *SEM VISTORIA, MONTA UMA NOVA COM A ORIGEM DA ENTRADA
       LERCHASSI.
           MOVE 0 TO VEICOK ACHOUVIST VENDIDO
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
           MOVE 1 TO VEICOK
           IF VEIC-VENDIDO
               MOVE 1 TO VENDIDO
           END-IF
           MOVE PLACA TO PLACAVEIC
           MOVE 0 TO FIMVIS
           MOVE CHASSIBUSCA TO VI-CHASSI
           MOVE ZEROES TO VI-DATA
           START CADVIST KEY IS NOT LESS THAN CHAVEVIST
               INVALID KEY
                   MOVE 1 TO FIMVIS
           END-START
           PERFORM LERCHASSI-VIST UNTIL FIMVIS = 1
           MOVE "00" TO ERROVIS
           IF ACHOUVIST = 1
               MOVE SALVAVIST TO REGVIST
           ELSE
               MOVE SPACES TO REGVIST
               MOVE CHASSIBUSCA TO VI-CHASSI
               MOVE DATACOMPRA TO VI-DATA
               IF VI-DATA = ZEROES
                   ACCEPT VI-DATA FROM DATE YYYYMMDD
               END-IF
               EVALUATE TRUE
               WHEN VEIC-CONSIGNADO
                   MOVE "G" TO VI-ORIGEM
               WHEN ORIGEMCOMPRA = "T"
                   MOVE "T" TO VI-ORIGEM
               WHEN OTHER
                   MOVE "C" TO VI-ORIGEM
               END-EVALUATE
               MOVE FILIAL TO VI-FILIAL
               MOVE "P" TO VI-SITUACAO
               MOVE ZEROES TO VI-DATAVIST VI-KM VI-QTDITENS VI-QTDOK
                   VI-QTDDANO VI-QTDFALTA VI-ABERTOS
           END-IF
           PERFORM MOSTRAVIST.

       LERCHASSI-FIM.
           CONTINUE.

       LERCHASSI-VIST.
           READ CADVIST NEXT
           IF ERROVIS NOT = "00"
               MOVE 1 TO FIMVIS
           ELSE
               IF VI-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMVIS
               ELSE
                   MOVE 1 TO ACHOUVIST
                   MOVE REGVIST TO SALVAVIST
               END-IF
           END-IF.

      *TEXTOS DA ORIGEM E DA SITUACAO DA VISTORIA
       TEXTOSVIST.
           EVALUATE TRUE
           WHEN VIST-COMPRA
               MOVE "COMPRA" TO ORIGTEXTO
           WHEN VIST-TROCA
               MOVE "TROCA" TO ORIGTEXTO
           WHEN VIST-AVALIACAO
               MOVE "AVALIACAO" TO ORIGTEXTO
           WHEN VIST-CONSIG
               MOVE "CONSIGNACAO" TO ORIGTEXTO
           WHEN OTHER
               MOVE SPACES TO ORIGTEXTO
           END-EVALUATE
           EVALUATE TRUE
           WHEN VIST-PENDENTE
               MOVE "PENDENTE" TO SITTEXTO
           WHEN VIST-FEITA
               MOVE "VISTORIADO" TO SITTEXTO
           WHEN OTHER
               MOVE SPACES TO SITTEXTO
           END-EVALUATE.

      *MOSTRA A VISTORIA DO CHASSI
       MOSTRAVIST.
           PERFORM TEXTOSVIST
           IF ACHOUVIST = 0
               MOVE "SEM VISTORIA" TO SITTEXTO
           END-IF
           DISPLAY VI-CHASSI AT 0611
           DISPLAY PLACAVEIC AT 0639
           DISPLAY VI-DATA AT 0659
           DISPLAY ORIGTEXTO AT 0711
           DISPLAY VI-FILIAL AT 0740
           DISPLAY SITTEXTO AT 0760
           DISPLAY VI-DATAVIST AT 0816
           DISPLAY VI-KM AT 0836
           DISPLAY VI-INSPETOR AT 0860
           DISPLAY VI-QTDITENS AT 0910
           DISPLAY VI-QTDOK AT 0919
           DISPLAY VI-QTDDANO AT 0937
           DISPLAY VI-QTDFALTA AT 0952
           DISPLAY VI-ABERTOS AT 0968.

      *BUSCA A ULTIMA LEITURA REGISTRADA DO CHASSI NA FICHA
       BUSCAULTKM.
           MOVE ZEROES TO ULTKM
           OPEN INPUT CADFICHA
           IF ERROFIC = "00"
               MOVE VI-CHASSI TO FC-CHASSI
               READ CADFICHA
               IF ERROFIC = "00"
                   MOVE FC-KM TO ULTKM
               END-IF
               CLOSE CADFICHA
           END-IF
           MOVE "00" TO ERROFIC.

      *IMAGEM GRAVADA NO CADITVI PARA O JORNAL DE TRANSACOES
       JORNITVI.
           IF ERROITV = "00" OR ERROITV = "02"
               MOVE "CADITVI" TO PJ-ARQUIVO
               MOVE REGITVI TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADREPA PARA O JORNAL DE TRANSACOES
       JORNREPA.
           IF ERROREP = "00" OR ERROREP = "02"
               MOVE "CADREPA" TO PJ-ARQUIVO
               MOVE REGREPA TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADVSIT PARA O JORNAL DE TRANSACOES
       JORNVSIT.
           IF ERROVST = "00" OR ERROVST = "02"
               MOVE "CADVSIT" TO PJ-ARQUIVO
               MOVE REGVSIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY KMINF ITEMINF CODINF LINHACON
           MOVE SPACES TO CHASSIBUSCA AUX SITINF NOTAINF DESCINF
               ATIVOINF.

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
           CLOSE CADVIST CADVSIT CADITVI CADREPA.
           END PROGRAM P172959.

      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172960.
      *-----------------------------------------------------------------
      *CONTROLE DE CHAVES DO ESTOQUE - CADA RETIRADA E DEVOLUCAO DA
      *CHAVE DE UM CHASSI NO QUADRO FICA NO CADCHAV: COM QUEM A CHAVE
      *FICOU, O MOTIVO (TEST-DRIVE DO CADAGEN, TRANSFERENCIA DO
      *CADTRANSF, OFICINA EXTERNA, ENTREGA DO CARRO VENDIDO OU OUTRO),
      *O AGENDAMENTO OU O DOCUMENTO DE TRANSFERENCIA LIGADO A SAIDA E
      *A DEVOLUCAO PREVISTA. SO UMA RETIRADA FICA EM ABERTO POR
      *CHASSI. O P172915 E O P172930 AVISAM QUANDO A CHAVE JA ESTA
      *FORA, O RELCHAVE LISTA POR FILIAL AS CHAVES FORA E ATRASADAS E
      *O FECHADIA IMPRIME A CONTAGEM.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCHAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECHAV
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS CV-FILIAL WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADAGEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AG-CHAVE
               FILE STATUS  IS ERROAGE
               ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES.
           SELECT CADTRANSF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TN-NUMERO
               FILE STATUS  IS ERROTRF
               ALTERNATE RECORD KEY IS TN-CHASSI WITH DUPLICATES.
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
      *MOVIMENTO DAS CHAVES - UMA LINHA POR RETIRADA, FECHADA NA
      *DEVOLUCAO
           FD CADCHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAV.DAT".
           01 REGCHAV.
               02 CHAVECHAV.
                   03 CV-CHASSI      PIC X(17) VALUE SPACES.
                   03 CV-SEQ         PIC 9(3) VALUE ZEROES.
               02 CV-FILIAL          PIC 9(2) VALUE ZEROES.
               02 CV-MOTIVO          PIC X(1) VALUE SPACES.
                   88 CHAVE-TESTDRIVE VALUE "T".
                   88 CHAVE-TRANSF   VALUE "R".
                   88 CHAVE-OFICINA  VALUE "O".
                   88 CHAVE-ENTREGA  VALUE "E".
                   88 CHAVE-OUTRO    VALUE "U".
               02 CV-AGDATA          PIC 9(8) VALUE ZEROES.
               02 CV-AGHORA          PIC 9(4) VALUE ZEROES.
               02 CV-NUMTRANSF       PIC 9(6) VALUE ZEROES.
               02 CV-RESPONSAVEL     PIC X(30) VALUE SPACES.
               02 CV-NOTA            PIC X(30) VALUE SPACES.
               02 CV-DATASAIDA       PIC 9(8) VALUE ZEROES.
               02 CV-HORASAIDA       PIC 9(4) VALUE ZEROES.
               02 CV-OPERSAIDA       PIC X(8) VALUE SPACES.
               02 CV-PREVISTA        PIC 9(8) VALUE ZEROES.
               02 CV-HORAPREV        PIC 9(4) VALUE ZEROES.
               02 CV-DATADEVOL       PIC 9(8) VALUE ZEROES.
               02 CV-HORADEVOL       PIC 9(4) VALUE ZEROES.
               02 CV-OPERDEVOL       PIC X(8) VALUE SPACES.
               02 CV-SITUACAO        PIC X(1) VALUE SPACES.
                   88 CHAVE-FORA     VALUE "F".
                   88 CHAVE-DEVOLVIDA VALUE "D".

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
               02 FILLER PIC X(118).
               02 FILIAL PIC 9(2).
               02 STATUSVEIC PIC 9(1).
                   88 VEIC-DISPONIVEL VALUE 0.
                   88 VEIC-VENDIDO    VALUE 1.
               02 VERSAO PIC 9(6).

           FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
           01 REGAGEN.
               02 AG-CHAVE.
                   03 AG-CHASSI PIC X(17) VALUE SPACES.
                   03 AG-DATA   PIC 9(8) VALUE ZEROES.
                   03 AG-HORA   PIC 9(4) VALUE ZEROES.
               02 AG-CPF        PIC X(11) VALUE SPACES.
               02 AG-OPERADOR   PIC X(8) VALUE SPACES.
               02 AG-RESULTADO  PIC 9(1) VALUE ZEROES.
               02 AG-NUMORCA    PIC 9(6) VALUE ZEROES.

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
                   88 TRANSF-ABERTA   VALUE 0.
                   88 TRANSF-RECEBIDA VALUE 1.

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
           01 ERROAGE PIC X(2) VALUE "00".
           01 ERROTRF PIC X(2) VALUE "00".
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
           01 HORAHOJE PIC 9(4) VALUE ZEROES.
           01 CHASSIBUSCA PIC X(17) VALUE SPACES.
           01 VEICOK PIC 9(1) VALUE 0.
           01 VENDIDO PIC 9(1) VALUE 0.
           01 FILIALVEIC PIC 9(2) VALUE ZEROES.
           01 PLACAVEIC PIC X(7) VALUE SPACES.
           01 CHAVEFORA PIC 9(1) VALUE 0.
           01 ATRASADA PIC 9(1) VALUE 0.
           01 SALVACHAV PIC X(154) VALUE SPACES.
           01 ULTSEQ PIC 9(3) VALUE ZEROES.
           01 PRIMSEQ PIC 9(3) VALUE ZEROES.
           01 FIMCHV PIC 9(1) VALUE 0.
           01 QTDFORA PIC 9(4) VALUE ZEROES.
           01 QTDATRASO PIC 9(4) VALUE ZEROES.
           01 MOTIVOINF PIC X(1) VALUE SPACES.
           01 AGDATAINF PIC 9(8) VALUE ZEROES.
           01 AGHORAINF PIC 9(4) VALUE ZEROES.
           01 TRANSFINF PIC 9(6) VALUE ZEROES.
           01 RESPINF PIC X(30) VALUE SPACES.
           01 NOTAINF PIC X(30) VALUE SPACES.
           01 PREVINF PIC 9(8) VALUE ZEROES.
           01 PREVINF-R REDEFINES PREVINF.
               02 PV-ANO PIC 9(4).
               02 PV-MES PIC 9(2).
               02 PV-DIA PIC 9(2).
           01 HORAPREVINF PIC 9(4) VALUE ZEROES.
           01 HORAPREVINF-R REDEFINES HORAPREVINF.
               02 HP-HH PIC 9(2).
               02 HP-MM PIC 9(2).
           01 MOTIVOTEXTO PIC X(16) VALUE SPACES.
           01 SITTEXTO PIC X(12) VALUE SPACES.
           01 LINHACON PIC 99 VALUE ZEROES.

           SCREEN SECTION.
       01  TELACHAV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "            CONTROLE DE CHAVES DO ESTOQUE".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 06  COLUMN 32
               VALUE  "PLACA:".
           05  LINE 06  COLUMN 50
               VALUE  "FILIAL:".
           05  LINE 07  COLUMN 01
               VALUE  "  CHAVE:".
           05  LINE 07  COLUMN 32
               VALUE  "MOTIVO:".
           05  LINE 08  COLUMN 01
               VALUE  "  COM:".
           05  LINE 09  COLUMN 01
               VALUE  "  SAIDA:".
           05  LINE 09  COLUMN 32
               VALUE  "PREVISTA:".

           PROCEDURE DIVISION.
      *ABRE O MOVIMENTO DAS CHAVES, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADCHAV
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADCHAV
                   CLOSE CADCHAV
                   DISPLAY "ARQUIVO CADCHAV FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCHAV" AT 0622
           ELSE
               DISPLAY TELACHAV
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
               DISPLAY TELACHAV
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
           DISPLAY "F1 RETIRAR CHAVE, F2 DEVOLVER CHAVE, F4 HISTORICO"
               AT 1305
           DISPLAY "DO CHASSI, F5 CHAVES FORA DO QUADRO, F3 SAIR"
               AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELACHAV
               GO TO RETIRA
           WHEN = 02
               DISPLAY TELACHAV
               GO TO DEVOLVE
           WHEN = 04
               DISPLAY TELACHAV
               GO TO HISTORICO
           WHEN = 05
               DISPLAY TELACHAV
               GO TO CHAVESFORA
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *RETIRADA DA CHAVE - RECUSADA ENQUANTO HOUVER OUTRA RETIRADA
      *EM ABERTO PARA O CHASSI
       RETIRA.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VEICOK = 0
               GO TO MENUPRINC
           END-IF
           IF CHAVEFORA = 1
               DISPLAY "CHAVE JA ESTA FORA - REGISTRE A DEVOLUCAO (F2)"
                   AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

       R-MOTIVO.
           PERFORM LIMPATELA
           MOVE SPACES TO MOTIVOINF
           DISPLAY "MOTIVO: T TEST-DRIVE, R TRANSFERENCIA, O OFICINA"
               AT 1305
           DISPLAY "EXTERNA, E ENTREGA, U OUTRO:" AT 1405
           ACCEPT MOTIVOINF AT 1434
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           EVALUATE MOTIVOINF
           WHEN "T" WHEN "t"
               MOVE "T" TO MOTIVOINF
           WHEN "R" WHEN "r"
               MOVE "R" TO MOTIVOINF
           WHEN "O" WHEN "o"
               MOVE "O" TO MOTIVOINF
           WHEN "E" WHEN "e"
               MOVE "E" TO MOTIVOINF
           WHEN "U" WHEN "u"
               MOVE "U" TO MOTIVOINF
           WHEN OTHER
               DISPLAY "MOTIVO INVALIDO" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-MOTIVO
           END-EVALUATE
           IF VENDIDO = 1 AND MOTIVOINF NOT = "E"
               DISPLAY "VEICULO VENDIDO - A CHAVE SO SAI PARA ENTREGA"
                   AT 2005
               ACCEPT AUX AT 2360
               GO TO R-MOTIVO
           END-IF
           IF VENDIDO = 0 AND MOTIVOINF = "E"
               DISPLAY "ENTREGA SO DE VEICULO VENDIDO" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-MOTIVO
           END-IF
           MOVE ZEROES TO AGDATAINF AGHORAINF TRANSFINF
           IF MOTIVOINF = "T"
               GO TO R-TESTDRIVE
           END-IF
           IF MOTIVOINF = "R"
               GO TO R-TRANSF
           END-IF
           GO TO R-RESPONSAVEL.

      *A SAIDA PARA TEST-DRIVE APONTA O AGENDAMENTO DO CADAGEN
       R-TESTDRIVE.
           DISPLAY "TEST-DRIVE - DATA (AAAAMMDD):" AT 1505
           ACCEPT AGDATAINF AT 1535
           DISPLAY "HORARIO (HHMM):" AT 1545
           ACCEPT AGHORAINF AT 1561
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MOTIVO
           END-IF
           OPEN INPUT CADAGEN
           IF ERROAGE = "00"
               MOVE CHASSIBUSCA TO AG-CHASSI
               MOVE AGDATAINF TO AG-DATA
               MOVE AGHORAINF TO AG-HORA
               READ CADAGEN
               CLOSE CADAGEN
           END-IF
           IF ERROAGE NOT = "00"
               MOVE "00" TO ERROAGE
               DISPLAY "TEST-DRIVE NAO AGENDADO PARA O CHASSI" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-MOTIVO
           END-IF
           GO TO R-RESPONSAVEL.

      *A SAIDA POR TRANSFERENCIA APONTA O DOCUMENTO EM ABERTO DO
      *CADTRANSF PARA O MESMO CHASSI
       R-TRANSF.
           DISPLAY "NUMERO DA TRANSFERENCIA:" AT 1505
           ACCEPT TRANSFINF AT 1530
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MOTIVO
           END-IF
           OPEN INPUT CADTRANSF
           IF ERROTRF = "00"
               MOVE TRANSFINF TO TN-NUMERO
               READ CADTRANSF
               CLOSE CADTRANSF
           END-IF
           IF ERROTRF NOT = "00"
               MOVE "00" TO ERROTRF
               DISPLAY "TRANSFERENCIA NAO ENCONTRADA" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-MOTIVO
           END-IF
           IF TN-CHASSI NOT = CHASSIBUSCA OR NOT TRANSF-ABERTA
               DISPLAY "TRANSFERENCIA NAO ESTA ABERTA PARA O CHASSI"
                   AT 2005
               ACCEPT AUX AT 2360
               GO TO R-MOTIVO
           END-IF.

      *QUEM LEVA A CHAVE, QUANDO DEVOLVE E OBSERVACAO
       R-RESPONSAVEL.
           DISPLAY "COM QUEM FICA A CHAVE:" AT 1605
           ACCEPT RESPINF AT 1628
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-MOTIVO
           END-IF
           IF RESPINF = SPACES
               DISPLAY "INFORME QUEM LEVA A CHAVE" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-RESPONSAVEL
           END-IF.

       R-PREVISTA.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           DISPLAY "DEVOLUCAO PREVISTA (AAAAMMDD):" AT 1705
           ACCEPT PREVINF AT 1736
           DISPLAY "HORA (HHMM):" AT 1746
           ACCEPT HORAPREVINF AT 1759
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-RESPONSAVEL
           END-IF
           IF PREVINF < DATAHOJE OR PV-MES < 1 OR PV-MES > 12
               OR PV-DIA < 1 OR PV-DIA > 31
               OR HP-HH > 23 OR HP-MM > 59
               DISPLAY "DATA OU HORA PREVISTA INVALIDA" AT 2005
               ACCEPT AUX AT 2360
               GO TO R-PREVISTA
           END-IF
           DISPLAY "OBSERVACAO:" AT 1805
           ACCEPT NOTAINF AT 1817
           DISPLAY "CONFIRMA A RETIRADA? F1 - SIM, F2 - NAO" AT 1905
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY "RETIRADA NAO REGISTRADA" AT 2005
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           GO TO GRAVARETIRA.

      *GRAVA A RETIRADA NA PROXIMA SEQUENCIA DO CHASSI
       GRAVARETIRA.
           ACCEPT HORAAGORA FROM TIME
           MOVE SPACES TO REGCHAV
           MOVE CHASSIBUSCA TO CV-CHASSI
           COMPUTE CV-SEQ = ULTSEQ + 1
           MOVE FILIALVEIC TO CV-FILIAL
           MOVE MOTIVOINF TO CV-MOTIVO
           MOVE AGDATAINF TO CV-AGDATA
           MOVE AGHORAINF TO CV-AGHORA
           MOVE TRANSFINF TO CV-NUMTRANSF
           MOVE RESPINF TO CV-RESPONSAVEL
           MOVE NOTAINF TO CV-NOTA
           MOVE DATAHOJE TO CV-DATASAIDA
           MOVE HORAAGORA(1:4) TO CV-HORASAIDA
           MOVE OPERADOR TO CV-OPERSAIDA
           MOVE PREVINF TO CV-PREVISTA
           MOVE HORAPREVINF TO CV-HORAPREV
           MOVE ZEROES TO CV-DATADEVOL CV-HORADEVOL
           MOVE SPACES TO CV-OPERDEVOL
           MOVE "F" TO CV-SITUACAO
           WRITE REGCHAV
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNCHAV
           PERFORM LIMPATELA
           IF ERRO NOT = "00" AND ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCHAV" AT 1805
               MOVE "00" TO ERRO
           ELSE
               MOVE 1 TO CHAVEFORA
               PERFORM MOSTRACHAVE
               DISPLAY "RETIRADA REGISTRADA" AT 1805
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *DEVOLUCAO DA CHAVE AO QUADRO - FECHA A RETIRADA EM ABERTO
       DEVOLVE.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VEICOK = 0
               GO TO MENUPRINC
           END-IF
           IF CHAVEFORA = 0
               DISPLAY "A CHAVE NAO ESTA FORA DO QUADRO" AT 1805
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           DISPLAY "CONFIRMA A DEVOLUCAO? F1 - SIM, F2 - NAO" AT 1805
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           MOVE DATAHOJE TO CV-DATADEVOL
           MOVE HORAAGORA(1:4) TO CV-HORADEVOL
           MOVE OPERADOR TO CV-OPERDEVOL
           MOVE "D" TO CV-SITUACAO
           REWRITE REGCHAV
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNCHAV
           PERFORM LIMPATELA
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCHAV" AT 1805
               MOVE "00" TO ERRO
           ELSE
               MOVE 0 TO CHAVEFORA
               PERFORM MOSTRACHAVE
               DISPLAY "CHAVE DEVOLVIDA AO QUADRO" AT 1805
           END-IF
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *ULTIMAS OITO RETIRADAS DO CHASSI
       HISTORICO.
           PERFORM LERCHASSI THRU LERCHASSI-FIM
           IF VEICOK = 0
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "SEQ MOTIVO           COM" AT 1203
           DISPLAY "SAIDA    DEVOLUCAO" AT 1255
           MOVE 1 TO PRIMSEQ
           IF ULTSEQ > 8
               COMPUTE PRIMSEQ = ULTSEQ - 7
           END-IF
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMCHV
           MOVE CHASSIBUSCA TO CV-CHASSI
           MOVE PRIMSEQ TO CV-SEQ
           START CADCHAV KEY IS NOT LESS THAN CHAVECHAV
               INVALID KEY
                   MOVE 1 TO FIMCHV
           END-START
           PERFORM HISTORICO-LOOP UNTIL FIMCHV = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELACHAV
           GO TO MENUPRINC.

       HISTORICO-LOOP.
           READ CADCHAV NEXT
           IF ERRO NOT = "00" OR LINHACON > 20
               MOVE 1 TO FIMCHV
           ELSE
               IF CV-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMCHV
               ELSE
                   PERFORM TEXTOMOTIVO
                   DISPLAY CV-SEQ AT LINE LINHACON COL 03
                   DISPLAY MOTIVOTEXTO AT LINE LINHACON COL 07
                   DISPLAY CV-RESPONSAVEL AT LINE LINHACON COL 24
                   DISPLAY CV-DATASAIDA AT LINE LINHACON COL 55
                   IF CHAVE-FORA
                       DISPLAY "FORA" AT LINE LINHACON COL 64
                   ELSE
                       DISPLAY CV-DATADEVOL AT LINE LINHACON COL 64
                   END-IF
                   ADD 1 TO LINHACON
               END-IF
           END-IF.

      *CHAVES AINDA FORA DO QUADRO EM TODAS AS FILIAIS - A ATRASADA
      *JA PASSOU DA DEVOLUCAO PREVISTA
       CHAVESFORA.
           PERFORM LIMPATELA
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           MOVE HORAAGORA(1:4) TO HORAHOJE
           DISPLAY "CHASSI            FL COM" AT 1203
           DISPLAY "PREVISTA" AT 1255
           MOVE ZEROES TO QTDFORA QTDATRASO
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMCHV
           MOVE LOW-VALUES TO CHAVECHAV
           START CADCHAV KEY IS NOT LESS THAN CHAVECHAV
               INVALID KEY
                   MOVE 1 TO FIMCHV
           END-START
           PERFORM CHAVESFORA-LOOP UNTIL FIMCHV = 1
           MOVE "00" TO ERRO
           DISPLAY "FORA:" AT 2205
           DISPLAY QTDFORA AT 2211
           DISPLAY "ATRASADAS:" AT 2220
           DISPLAY QTDATRASO AT 2231
           ACCEPT AUX AT 2360
           DISPLAY TELACHAV
           GO TO MENUPRINC.

       CHAVESFORA-LOOP.
           READ CADCHAV NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMCHV
           ELSE
               IF CHAVE-FORA
                   ADD 1 TO QTDFORA
                   PERFORM CHECAATRASO
                   IF ATRASADA = 1
                       ADD 1 TO QTDATRASO
                   END-IF
                   IF LINHACON < 22
                       DISPLAY CV-CHASSI AT LINE LINHACON COL 03
                       DISPLAY CV-FILIAL AT LINE LINHACON COL 21
                       DISPLAY CV-RESPONSAVEL AT LINE LINHACON COL 24
                       DISPLAY CV-PREVISTA AT LINE LINHACON COL 55
                       IF ATRASADA = 1
                           DISPLAY "ATRASADA" AT LINE LINHACON COL 64
                       END-IF
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *A CHAVE ESTA ATRASADA QUANDO A DEVOLUCAO PREVISTA JA PASSOU
       CHECAATRASO.
           MOVE 0 TO ATRASADA
           IF CV-PREVISTA < DATAHOJE
               MOVE 1 TO ATRASADA
           END-IF
           IF CV-PREVISTA = DATAHOJE AND CV-HORAPREV < HORAHOJE
               MOVE 1 TO ATRASADA
           END-IF.

      *LE O CHASSI NO ESTOQUE E PROCURA A RETIRADA EM ABERTO E A
      *ULTIMA SEQUENCIA DO MOVIMENTO DA CHAVE
       LERCHASSI.
           MOVE 0 TO VEICOK VENDIDO CHAVEFORA
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
           MOVE FILIAL TO FILIALVEIC
           MOVE ZEROES TO ULTSEQ
           MOVE 0 TO FIMCHV
           MOVE CHASSIBUSCA TO CV-CHASSI
           MOVE ZEROES TO CV-SEQ
           START CADCHAV KEY IS GREATER THAN CHAVECHAV
               INVALID KEY
                   MOVE 1 TO FIMCHV
           END-START
           PERFORM LERCHASSI-CHAVE UNTIL FIMCHV = 1
           MOVE "00" TO ERRO
           IF CHAVEFORA = 1
               MOVE SALVACHAV TO REGCHAV
           END-IF
           PERFORM MOSTRACHAVE.

       LERCHASSI-FIM.
           CONTINUE.

       LERCHASSI-CHAVE.
           READ CADCHAV NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMCHV
           ELSE
               IF CV-CHASSI NOT = CHASSIBUSCA
                   MOVE 1 TO FIMCHV
               ELSE
                   MOVE CV-SEQ TO ULTSEQ
                   IF CHAVE-FORA
                       MOVE 1 TO CHAVEFORA
                       MOVE REGCHAV TO SALVACHAV
                   END-IF
               END-IF
           END-IF.

      *TEXTO DO MOTIVO DA RETIRADA
       TEXTOMOTIVO.
           EVALUATE TRUE
           WHEN CHAVE-TESTDRIVE
               MOVE "TEST-DRIVE" TO MOTIVOTEXTO
           WHEN CHAVE-TRANSF
               MOVE "TRANSFERENCIA" TO MOTIVOTEXTO
           WHEN CHAVE-OFICINA
               MOVE "OFICINA EXTERNA" TO MOTIVOTEXTO
           WHEN CHAVE-ENTREGA
               MOVE "ENTREGA" TO MOTIVOTEXTO
           WHEN CHAVE-OUTRO
               MOVE "OUTRO" TO MOTIVOTEXTO
           WHEN OTHER
               MOVE SPACES TO MOTIVOTEXTO
           END-EVALUATE.

      *MOSTRA O CHASSI E A SITUACAO DA CHAVE
       MOSTRACHAVE.
           DISPLAY CHASSIBUSCA AT 0611
           DISPLAY PLACAVEIC AT 0639
           DISPLAY FILIALVEIC AT 0658
           IF CHAVEFORA = 1
               PERFORM TEXTOMOTIVO
               DISPLAY "FORA DO QUADRO" AT 0710
               DISPLAY MOTIVOTEXTO AT 0740
               DISPLAY CV-RESPONSAVEL AT 0808
               DISPLAY CV-DATASAIDA AT 0910
               DISPLAY CV-HORASAIDA AT 0919
               DISPLAY CV-PREVISTA AT 0942
               DISPLAY CV-HORAPREV AT 0951
           ELSE
               DISPLAY "NO QUADRO     " AT 0710
               DISPLAY "                " AT 0740
               DISPLAY "                              " AT 0808
               DISPLAY "             " AT 0910
               DISPLAY "             " AT 0942
           END-IF.

      *IMAGEM GRAVADA NO CADCHAV PARA O JORNAL DE TRANSACOES
       JORNCHAV.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCHAV" TO PJ-ARQUIVO
               MOVE REGCHAV TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY AGDATAINF AGHORAINF TRANSFINF PREVINF
               HORAPREVINF LINHACON
           MOVE SPACES TO CHASSIBUSCA AUX MOTIVOINF RESPINF NOTAINF.

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
           CLOSE CADCHAV.
           END PROGRAM P172960.

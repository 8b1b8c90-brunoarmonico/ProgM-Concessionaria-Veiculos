      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172949.
      *-----------------------------------------------------------------
      *ACOMPANHAMENTO DOS LEADS DO PORTAL - CONSULTA O LEAD PELO
      *NUMERO OU PERCORRE OS LEADS DE UM VENDEDOR (CADLEAD, CARREGADO
      *TODA NOITE PELO CARGALEAD). NO LEAD AINDA ABERTO O VENDEDOR
      *REGISTRA O PRIMEIRO CONTATO COM O CLIENTE (DATA E HORA DA
      *RESPOSTA, BASE DO TEMPO DE RESPOSTA DO RELLEAD) E, SEM NEGOCIO,
      *DA O LEAD COMO PERDIDO COM O MOTIVO. A CONVERSAO EM TEST-DRIVE,
      *ORCAMENTO E VENDA E APURADA PELO CARGALEAD.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LD-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS LD-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS LD-VENDEDOR WITH DUPLICATES.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VD-CODIGO
               FILE STATUS  IS ERRVND
               ALTERNATE RECORD KEY IS VD-NOME WITH DUPLICATES.
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
      *REGISTRO DE LEADS DO PORTAL - SITUACAO A ABERTO (SEM RETORNO),
      *C CONTATADO PELO VENDEDOR, T VIROU TEST-DRIVE, O VIROU
      *ORCAMENTO, V VENDIDO AO CLIENTE DO LEAD, P PERDIDO
           FD CADLEAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEAD.DAT".
           01 REGLEAD.
               02 LD-NUMERO     PIC 9(6) VALUE ZEROES.
               02 LD-CHASSI     PIC X(17) VALUE SPACES.
               02 LD-DATA       PIC 9(8) VALUE ZEROES.
               02 LD-HORA       PIC 9(4) VALUE ZEROES.
               02 LD-NOME       PIC X(30) VALUE SPACES.
               02 LD-DDD        PIC 9(2) VALUE ZEROES.
               02 LD-TELEFONE   PIC 9(9) VALUE ZEROES.
               02 LD-EMAIL      PIC X(30) VALUE SPACES.
               02 LD-MENSAGEM   PIC X(60) VALUE SPACES.
               02 LD-FILIAL     PIC 9(2) VALUE ZEROES.
               02 LD-VENDEDOR   PIC 9(3) VALUE ZEROES.
               02 LD-SITUACAO   PIC X(1) VALUE SPACES.
                   88 LEAD-ABERTO     VALUE "A".
                   88 LEAD-CONTATADO  VALUE "C".
                   88 LEAD-TESTDRIVE  VALUE "T".
                   88 LEAD-ORCAMENTO  VALUE "O".
                   88 LEAD-VENDIDO    VALUE "V".
                   88 LEAD-PERDIDO    VALUE "P".
               02 LD-DATARESP   PIC 9(8) VALUE ZEROES.
               02 LD-HORARESP   PIC 9(4) VALUE ZEROES.
               02 LD-CPF        PIC X(11) VALUE SPACES.
               02 LD-DATACONV   PIC 9(8) VALUE ZEROES.
               02 LD-NUMORCA    PIC 9(6) VALUE ZEROES.
               02 LD-DATAFIM    PIC 9(8) VALUE ZEROES.
               02 LD-MOTIVO     PIC X(20) VALUE SPACES.
               02 LD-OPERADOR   PIC X(8) VALUE SPACES.

           FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
           01 REGVEND.
               02 VD-CODIGO PIC 9(3) VALUE ZEROES.
               02 VD-NOME   PIC X(30) VALUE SPACES.
               02 VD-CPF    PIC X(11) VALUE SPACES.
               02 VD-ATIVO  PIC 9(1) VALUE ZEROES.
                   88 VEND-ATIVO   VALUE 1.
                   88 VEND-INATIVO VALUE 0.

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
           01 ERRVND PIC X(2) VALUE "00".
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
           01 NUMEROBUSCA PIC 9(6) VALUE ZEROES.
           01 VENDBUSCA PIC 9(3) VALUE ZEROES.
           01 MODOLISTA PIC 9(1) VALUE 0.
           01 FIMLISTA PIC 9(1) VALUE 0.
           01 MOTIVOINF PIC X(20) VALUE SPACES.
           01 SITTEXTO PIC X(30) VALUE SPACES.

           SCREEN SECTION.
       01  TELALEAD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "          ACOMPANHAMENTO DOS LEADS DO PORTAL".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  LEAD:".
           05  LINE 06  COLUMN 32
               VALUE  "RECEBIDO:".
           05  LINE 06  COLUMN 52
               VALUE  "HORA:".
           05  LINE 07  COLUMN 01
               VALUE  "  CHASSI:".
           05  LINE 07  COLUMN 32
               VALUE  "FILIAL:".
           05  LINE 08  COLUMN 01
               VALUE  "  VENDEDOR:".
           05  LINE 09  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 10  COLUMN 01
               VALUE  "  TELEFONE:".
           05  LINE 10  COLUMN 32
               VALUE  "E-MAIL:".
           05  LINE 11  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  LINE 12  COLUMN 01
               VALUE  "  RESPOSTA:".
           05  LINE 12  COLUMN 32
               VALUE  "CPF:".
           05  LINE 12  COLUMN 50
               VALUE  "ORCAMENTO:".
           05  TLDNUMERO
               LINE 06  COLUMN 09  PIC 9(06)
               FROM   LD-NUMERO.
           05  TLDDATA
               LINE 06  COLUMN 42  PIC 9(08)
               FROM   LD-DATA.
           05  TLDHORA
               LINE 06  COLUMN 58  PIC 9(04)
               FROM   LD-HORA.
           05  TLDCHASSI
               LINE 07  COLUMN 11  PIC X(17)
               FROM   LD-CHASSI.
           05  TLDFILIAL
               LINE 07  COLUMN 40  PIC 9(02)
               FROM   LD-FILIAL.
           05  TLDVENDEDOR
               LINE 08  COLUMN 13  PIC 9(03)
               FROM   LD-VENDEDOR.
           05  TLDNOME
               LINE 09  COLUMN 09  PIC X(30)
               FROM   LD-NOME.
           05  TLDDDD
               LINE 10  COLUMN 13  PIC 9(02)
               FROM   LD-DDD.
           05  TLDTELEFONE
               LINE 10  COLUMN 16  PIC 9(09)
               FROM   LD-TELEFONE.
           05  TLDEMAIL
               LINE 10  COLUMN 40  PIC X(30)
               FROM   LD-EMAIL.
           05  TLDMENSAGEM
               LINE 11  COLUMN 13  PIC X(60)
               FROM   LD-MENSAGEM.
           05  TLDDATARESP
               LINE 12  COLUMN 13  PIC 9(08)
               FROM   LD-DATARESP.
           05  TLDHORARESP
               LINE 12  COLUMN 22  PIC 9(04)
               FROM   LD-HORARESP.
           05  TLDCPF
               LINE 12  COLUMN 37  PIC X(11)
               FROM   LD-CPF.
           05  TLDNUMORCA
               LINE 12  COLUMN 61  PIC 9(06)
               FROM   LD-NUMORCA.

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE LEADS, CRIANDO NA PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADLEAD
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADLEAD
                   CLOSE CADLEAD
                  DISPLAY "ARQUIVO CADLEAD FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLEAD" AT 0622
           ELSE
               DISPLAY TELALEAD
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
               DISPLAY TELALEAD
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
           DISPLAY "F1 CONSULTAR LEAD, F2 LEADS DO VENDEDOR, F3 SAIR"
               AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               PERFORM LIMPATELA
               DISPLAY "LEAD: " AT 1605
               ACCEPT NUMEROBUSCA AT 1612
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   GO TO MENUPRINC
               END-IF
               GO TO BUSCALEAD
           WHEN = 02
               PERFORM LIMPATELA
               DISPLAY "VENDEDOR: " AT 1605
               ACCEPT VENDBUSCA AT 1616
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   GO TO MENUPRINC
               END-IF
               GO TO PERCORRELEAD
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *LE O LEAD PELO NUMERO INFORMADO
       BUSCALEAD.
           MOVE 0 TO MODOLISTA
           MOVE NUMEROBUSCA TO LD-NUMERO
           READ CADLEAD
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               PERFORM LIMPATELA
               DISPLAY "LEAD NAO ENCONTRADO" AT 1605
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           GO TO EXIBELEAD.

      *POSICIONA NO PRIMEIRO LEAD DO VENDEDOR INFORMADO
       PERCORRELEAD.
           MOVE 1 TO MODOLISTA
           MOVE 0 TO FIMLISTA
           MOVE VENDBUSCA TO LD-VENDEDOR
           START CADLEAD KEY IS NOT LESS THAN LD-VENDEDOR
               INVALID KEY
                   MOVE 1 TO FIMLISTA
           END-START
           IF FIMLISTA = 1
               MOVE "00" TO ERRO
               PERFORM LIMPATELA
               DISPLAY "NENHUM LEAD PARA ESTE VENDEDOR" AT 1605
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           GO TO MOSTRALEAD.

      *LE O PROXIMO LEAD DO VENDEDOR
       MOSTRALEAD.
           READ CADLEAD NEXT
           IF ERRO NOT = "00" OR LD-VENDEDOR NOT = VENDBUSCA
               PERFORM LIMPATELA
               DISPLAY "FIM DOS LEADS DO VENDEDOR" AT 1605
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF
           GO TO EXIBELEAD.

      *IMAGEM GRAVADA NO CADLEAD PARA O JORNAL DE TRANSACOES
       JORNLEAD.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADLEAD" TO PJ-ARQUIVO
               MOVE REGLEAD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *EXIBE O LEAD CORRENTE - SO O LEAD ABERTO OU CONTATADO ACEITA O
      *REGISTRO DO CONTATO E A PERDA
       EXIBELEAD.
           DISPLAY TELALEAD
           PERFORM LERNOMEVEND
           PERFORM LIMPATELA
           PERFORM DESCREVESITUACAO
           DISPLAY "SITUACAO:" AT 1305
           DISPLAY SITTEXTO AT 1315
           IF LEAD-PERDIDO
               DISPLAY "MOTIVO:" AT 1405
               DISPLAY LD-MOTIVO AT 1413
               DISPLAY "EM:" AT 1435
               DISPLAY LD-DATAFIM AT 1439
           END-IF
           IF LEAD-VENDIDO
               DISPLAY "VENDIDO EM:" AT 1405
               DISPLAY LD-DATAFIM AT 1417
           END-IF
           IF LEAD-ABERTO
               DISPLAY "F1 REGISTRAR CONTATO, F4 LEAD PERDIDO" AT 1505
           END-IF
           IF LEAD-CONTATADO
               DISPLAY "F4 LEAD PERDIDO" AT 1505
           END-IF
           IF MODOLISTA = 1
               DISPLAY "F2 PROXIMO, F3 VOLTAR" AT 1605
           ELSE
               DISPLAY "F3 VOLTAR" AT 1605
           END-IF
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               IF LEAD-ABERTO
                   GO TO REGISTRACONTATO
               END-IF
               GO TO EXIBELEAD
           WHEN = 02
               IF MODOLISTA = 1
                   GO TO MOSTRALEAD
               END-IF
               GO TO EXIBELEAD
           WHEN = 03
               GO TO MENUPRINC
           WHEN = 04
               IF LEAD-ABERTO OR LEAD-CONTATADO
                   GO TO PERDELEAD
               END-IF
               GO TO EXIBELEAD
           WHEN OTHER
               GO TO EXIBELEAD
           END-EVALUATE.

      *REGISTRA O PRIMEIRO CONTATO COM O CLIENTE NA DATA E HORA DE
      *AGORA - E O FIM DO TEMPO DE RESPOSTA DO LEAD
       REGISTRACONTATO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           MOVE "C" TO LD-SITUACAO
           MOVE DATAHOJE TO LD-DATARESP
           MOVE HORAAGORA(1:4) TO LD-HORARESP
           MOVE OPERADOR TO LD-OPERADOR
           REWRITE REGLEAD
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNLEAD
           IF ERRO = "00" OR "02"
               GO TO EXIBELEAD
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO REGISTRAR O CONTATO" AT 1605
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

      *DA O LEAD COMO PERDIDO - EXIGE O MOTIVO E A CONFIRMACAO
       PERDELEAD.
           PERFORM LIMPATELA
           DISPLAY "MOTIVO DA PERDA:" AT 1605
           MOVE SPACES TO MOTIVOINF
           ACCEPT MOTIVOINF AT 1622
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO EXIBELEAD
           END-IF
           IF MOTIVOINF = SPACES
               DISPLAY "INFORME O MOTIVO" AT 1705
               GO TO PERDELEAD
           END-IF
           DISPLAY "CONFIRMA A PERDA DO LEAD?" AT 1705
           DISPLAY "F1 - SIM, F2 - NAO" AT 1805
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO EXIBELEAD
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE "P" TO LD-SITUACAO
           MOVE MOTIVOINF TO LD-MOTIVO
           MOVE DATAHOJE TO LD-DATAFIM
           MOVE OPERADOR TO LD-OPERADOR
           REWRITE REGLEAD
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNLEAD
           IF ERRO = "00" OR "02"
               GO TO EXIBELEAD
           ELSE
               PERFORM LIMPATELA
               DISPLAY "ERRO AO REGISTRAR A PERDA" AT 1605
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
               GO TO MENUPRINC
           END-IF.

      *TRADUZ A SITUACAO DO LEAD PARA A TELA
       DESCREVESITUACAO.
           EVALUATE TRUE
           WHEN LEAD-ABERTO
               MOVE "ABERTO - SEM RETORNO" TO SITTEXTO
           WHEN LEAD-CONTATADO
               MOVE "CONTATADO PELO VENDEDOR" TO SITTEXTO
           WHEN LEAD-TESTDRIVE
               MOVE "VIROU TEST-DRIVE" TO SITTEXTO
           WHEN LEAD-ORCAMENTO
               MOVE "VIROU ORCAMENTO" TO SITTEXTO
           WHEN LEAD-VENDIDO
               MOVE "VENDIDO AO CLIENTE DO LEAD" TO SITTEXTO
           WHEN LEAD-PERDIDO
               MOVE "PERDIDO" TO SITTEXTO
           WHEN OTHER
               MOVE SPACES TO SITTEXTO
           END-EVALUATE.

      *BUSCA O NOME DO VENDEDOR DO LEAD PARA EXIBIR NA TELA
       LERNOMEVEND.
           OPEN INPUT CADVEND
           IF ERRVND = "00"
               MOVE LD-VENDEDOR TO VD-CODIGO
               READ CADVEND
               IF ERRVND = "00"
                   DISPLAY VD-NOME AT 0817
               END-IF
               CLOSE CADVEND
           END-IF
           MOVE "00" TO ERRVND.

       LIMPAVAR.
           MOVE ZEROES TO NUMEROBUSCA VENDBUSCA MODOLISTA ACTKEY
           MOVE SPACES TO MOTIVOINF SITTEXTO.

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
           CLOSE CADLEAD.
           END PROGRAM P172949.

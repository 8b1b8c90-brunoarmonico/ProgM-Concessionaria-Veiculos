      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172940.
      *-----------------------------------------------------------------
      *ESTOQUE DE PECAS E ACESSORIOS - SALDO (CADESTQ) E MOVIMENTOS
      *(CADMOVP) DOS ITENS DO CATALOGO CADPROD. SO E CONTROLADO O ITEM
      *QUE TEM REGISTRO DE SALDO - OS SERVICOS DO CATALOGO (GARANTIA
      *ESTENDIDA, SEGURO) NUNCA ENTRAM AQUI. O SALDO SOBE NA ENTRADA
      *DE FORNECEDOR (CADFORN, P172924) E NO AJUSTE DE INVENTARIO E
      *DESCE NA VENDA DO ITEM (P172904, MOVIMENTO V), NA PECA LANCADA
      *NA ORDEM DE SERVICO (P172939, MOVIMENTO O); O ESTORNO DA VENDA
      *E O CANCELAMENTO DA OS DEVOLVEM (MOVIMENTO D). O ESTOQUE MINIMO
      *INFORMADO AQUI ALIMENTA O RELATORIO DE REPOSICAO (RELREPOS).
      *O AJUSTE DE INVENTARIO E RESTRITO AO SUPERVISOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADESTQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EQ-PRODUTO
               FILE STATUS  IS ERRO.
           SELECT CADMOVP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMOVP
               FILE STATUS  IS ERROMOV.
           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PD-CODIGO
               FILE STATUS  IS ERROPRD
               ALTERNATE RECORD KEY IS PD-DESCRICAO WITH DUPLICATES.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FO-CODIGO
               FILE STATUS  IS ERROFOR
               ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.
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
      *SALDO DO ITEM CONTROLADO - O SALDO PODE FICAR NEGATIVO QUANDO A
      *VENDA E LANCADA ANTES DA ENTRADA DO FORNECEDOR
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

      *MOVIMENTOS DO ITEM - E ENTRADA DE FORNECEDOR, V VENDA, O ORDEM
      *DE SERVICO, D DEVOLUCAO (ESTORNO/CANCELAMENTO), A AJUSTE
           FD CADMOVP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVP.DAT".
           01 REGMOVP.
               02 CHAVEMOVP.
                   03 MV-PRODUTO PIC 9(4) VALUE ZEROES.
                   03 MV-SEQ     PIC 9(5) VALUE ZEROES.
               02 MV-DATA       PIC 9(8) VALUE ZEROES.
               02 MV-TIPO       PIC X(1) VALUE SPACES.
                   88 MOV-ENTRADA   VALUE "E".
                   88 MOV-VENDA     VALUE "V".
                   88 MOV-OFICINA   VALUE "O".
                   88 MOV-DEVOLUCAO VALUE "D".
                   88 MOV-AJUSTE    VALUE "A".
               02 MV-QTD        PIC S9(5) VALUE ZEROES.
               02 MV-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 MV-CUSTO      PIC 9(7)V99 VALUE ZEROES.
               02 MV-DOCUMENTO  PIC X(17) VALUE SPACES.
               02 MV-OPERADOR   PIC X(8) VALUE SPACES.

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

           FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FO-CODIGO  PIC 9(4) VALUE ZEROES.
               02 FO-NOME    PIC X(30) VALUE SPACES.
               02 FO-CPFCNPJ PIC X(14) VALUE SPACES.
               02 FO-TELEFONE.
                   03 FO-DDD    PIC 9(2) VALUE ZEROES.
                   03 FO-NUMERO PIC 9(9) VALUE ZEROES.
               02 FO-EMAIL   PIC X(30) VALUE SPACES.

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
           01 ERROMOV PIC X(2) VALUE "00".
           01 ERROPRD PIC X(2) VALUE "00".
           01 ERROFOR PIC X(2) VALUE "00".
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
           01 PRODBUSCA PIC 9(4) VALUE ZEROES.
           01 BSPROD PIC 9(1) VALUE 0.
           01 TEMSALDO PIC 9(1) VALUE 0.
      *DADOS DO MOVIMENTO DIGITADO
           01 FORNINF PIC 9(4) VALUE ZEROES.
           01 QTDINF PIC 9(5) VALUE ZEROES.
           01 CUSTOINF PIC 9(7)V99 VALUE ZEROES.
           01 DOCINF PIC X(17) VALUE SPACES.
           01 MINIMOINF PIC 9(5) VALUE ZEROES.
           01 CONTADOINF PIC 9(5) VALUE ZEROES.
      *MOVIMENTO A GRAVAR NO CADMOVP
           01 TIPOMOV PIC X(1) VALUE SPACES.
           01 QTDMOV PIC S9(5) VALUE ZEROES.
           01 SEQMOV PIC 9(5) VALUE ZEROES.
           01 FIMMOV PIC 9(1) VALUE 0.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 ED-SALDO PIC -(5)9.
           01 ED-QTD PIC -(5)9.
           01 ED-CUSTO PIC Z(6)9,99.

           SCREEN SECTION.
       01  TELAESTQ.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "            ESTOQUE DE PECAS E ACESSORIOS".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  PRODUTO:".
           05  LINE 07  COLUMN 01
               VALUE  "  SALDO:".
           05  LINE 07  COLUMN 30
               VALUE  "MINIMO:".
           05  LINE 08  COLUMN 01
               VALUE  "  ULTIMO CUSTO:".
           05  LINE 08  COLUMN 30
               VALUE  "ULTIMO FORNECEDOR:".
           05  LINE 09  COLUMN 01
               VALUE  "  ULTIMO MOVIMENTO:".

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DO ESTOQUE
       ABREARQUIVO.
           OPEN I-O CADESTQ
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADESTQ
                   CLOSE CADESTQ
                  DISPLAY "ARQUIVO CADESTQ FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADESTQ" AT 0622
           ELSE
               PERFORM ABREMOVIMENTO
               DISPLAY TELAESTQ
               PERFORM LOGIN
               GO TO MENUPRINC.

       ABREMOVIMENTO.
           OPEN I-O CADMOVP
           IF ERROMOV NOT = "00"
               IF ERROMOV = "30" OR ERROMOV = "35"
                   OPEN OUTPUT CADMOVP
                   CLOSE CADMOVP
                   OPEN I-O CADMOVP
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
               DISPLAY TELAESTQ
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
           DISPLAY "F1 ENTRADA DE FORNECEDOR, F2 ESTOQUE MINIMO,"
               AT 1505
           DISPLAY "F4 AJUSTE DE INVENTARIO, F6 CONSULTAR MOVIMENTOS,"
               AT 1605
           DISPLAY "F3 SAIR" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               PERFORM PEDEPRODUTO
               GO TO ENTRADA
           WHEN = 02
               PERFORM PEDEPRODUTO
               GO TO MINIMO
           WHEN = 04
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
                   GO TO MENUPRINC
               END-IF
               PERFORM PEDEPRODUTO
               GO TO AJUSTE
           WHEN = 06
               PERFORM PEDEPRODUTO
               GO TO LISTAMOV
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

      *LOCALIZA O ITEM NO CATALOGO E MOSTRA O SALDO, QUANDO HOUVER
       PEDEPRODUTO.
           DISPLAY TELAESTQ
           MOVE ZEROES TO PRODBUSCA
           ACCEPT PRODBUSCA AT 0612
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LERPRODUTO
           IF BSPROD = 1
               GO TO PEDEPRODUTO
           END-IF
           PERFORM LERSALDO
           PERFORM MOSTRASALDO.

      *CONFERE O ITEM NO CATALOGO
       LERPRODUTO.
           MOVE 0 TO BSPROD
           OPEN INPUT CADPROD
           IF ERROPRD NOT = "00"
               DISPLAY "ARQUIVO CADPROD INDISPONIVEL" AT 1405
               MOVE 1 TO BSPROD
           ELSE
               MOVE PRODBUSCA TO PD-CODIGO
               READ CADPROD
               IF ERROPRD NOT = "00"
                   DISPLAY "PRODUTO NAO ENCONTRADO" AT 1405
                   MOVE 1 TO BSPROD
               ELSE
                   DISPLAY PD-DESCRICAO AT 0618
               END-IF
               CLOSE CADPROD
           END-IF
           MOVE "00" TO ERROPRD.

      *LE O SALDO DO ITEM - SEM REGISTRO O ITEM AINDA NAO E CONTROLADO
       LERSALDO.
           MOVE 0 TO TEMSALDO
           MOVE PRODBUSCA TO EQ-PRODUTO
           READ CADESTQ
           IF ERRO = "00"
               MOVE 1 TO TEMSALDO
           ELSE
               MOVE PRODBUSCA TO EQ-PRODUTO
               MOVE ZEROES TO EQ-SALDO EQ-MINIMO EQ-ULTFORN
               MOVE ZEROES TO EQ-ULTCUSTO EQ-ULTMOV
           END-IF
           MOVE "00" TO ERRO.

       MOSTRASALDO.
           MOVE EQ-SALDO TO ED-SALDO
           MOVE EQ-ULTCUSTO TO ED-CUSTO
           DISPLAY ED-SALDO AT 0710
           DISPLAY EQ-MINIMO AT 0738
           DISPLAY ED-CUSTO AT 0817
           DISPLAY EQ-ULTFORN AT 0849
           DISPLAY EQ-ULTMOV AT 0921
           IF TEMSALDO = 0
               DISPLAY "ITEM SEM CONTROLE DE ESTOQUE" AT 0930
           END-IF.

      *ENTRADA DE MERCADORIA DO FORNECEDOR - O PRIMEIRO RECEBIMENTO
      *PASSA A CONTROLAR O ESTOQUE DO ITEM
       ENTRADA.
           DISPLAY "FORNECEDOR:" AT 1305
           MOVE ZEROES TO FORNINF
           ACCEPT FORNINF AT 1317
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE 1 TO BSPROD
           OPEN INPUT CADFORN
           IF ERROFOR = "00"
               MOVE FORNINF TO FO-CODIGO
               READ CADFORN
               IF ERROFOR = "00"
                   MOVE 0 TO BSPROD
                   DISPLAY FO-NOME AT 1323
               END-IF
               CLOSE CADFORN
           END-IF
           MOVE "00" TO ERROFOR
           IF BSPROD = 1
               DISPLAY "FORNECEDOR NAO CADASTRADO" AT 1905
               GO TO ENTRADA
           END-IF
           GO TO R-QTDENTRADA.

       R-QTDENTRADA.
           DISPLAY "QUANTIDADE:" AT 1405
           MOVE ZEROES TO QTDINF
           ACCEPT QTDINF AT 1417
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO ENTRADA
           END-IF
           IF QTDINF = ZEROES
               DISPLAY "QUANTIDADE INVALIDA" AT 1905
               GO TO R-QTDENTRADA
           END-IF
           DISPLAY "CUSTO UNITARIO:" AT 1505
           MOVE ZEROES TO CUSTOINF
           ACCEPT CUSTOINF AT 1521
           DISPLAY "NOTA DO FORNECEDOR:" AT 1605
           MOVE SPACES TO DOCINF
           ACCEPT DOCINF AT 1625
           DISPLAY "CONFIRMA A ENTRADA? F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           MOVE "E" TO TIPOMOV
           MOVE QTDINF TO QTDMOV
           MOVE FORNINF TO EQ-ULTFORN
           MOVE CUSTOINF TO EQ-ULTCUSTO
           PERFORM ATUALIZASALDO
           GO TO MENUPRINC.

      *ESTOQUE MINIMO DO ITEM - BASE DO RELATORIO DE REPOSICAO
       MINIMO.
           DISPLAY "NOVO ESTOQUE MINIMO:" AT 1305
           MOVE EQ-MINIMO TO MINIMOINF
           ACCEPT MINIMOINF AT 1326
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           MOVE MINIMOINF TO EQ-MINIMO
           IF TEMSALDO = 1
               REWRITE REGESTQ
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNESTQ
           ELSE
               WRITE REGESTQ
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNESTQ
           END-IF
           PERFORM LIMPATELA
           IF ERRO = "00" OR "02"
               MOVE 1 TO TEMSALDO
               PERFORM MOSTRASALDO
               DISPLAY "ESTOQUE MINIMO GRAVADO" AT 2010
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADESTQ" AT 2010
           END-IF
           MOVE "00" TO ERRO
           GO TO MENUPRINC.

      *AJUSTE DE INVENTARIO - A CONTAGEM FISICA SUBSTITUI O SALDO E A
      *DIFERENCA FICA REGISTRADA COMO MOVIMENTO A
       AJUSTE.
           IF TEMSALDO = 0
               DISPLAY "ITEM SEM CONTROLE DE ESTOQUE" AT 1405
               GO TO MENUPRINC
           END-IF
           DISPLAY "QUANTIDADE CONTADA:" AT 1305
           MOVE ZEROES TO CONTADOINF
           ACCEPT CONTADOINF AT 1325
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           COMPUTE QTDMOV = CONTADOINF - EQ-SALDO
           IF QTDMOV = ZEROES
               DISPLAY "CONTAGEM CONFERE COM O SALDO" AT 1405
               GO TO MENUPRINC
           END-IF
           DISPLAY "CONFIRMA O AJUSTE? F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               GO TO MENUPRINC
           END-IF
           MOVE "A" TO TIPOMOV
           MOVE ZEROES TO FORNINF CUSTOINF
           MOVE "INVENTARIO" TO DOCINF
           PERFORM ATUALIZASALDO
           GO TO MENUPRINC.

      *SOMA A QUANTIDADE NO SALDO E GRAVA O MOVIMENTO
       ATUALIZASALDO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ADD QTDMOV TO EQ-SALDO
           MOVE DATAHOJE TO EQ-ULTMOV
           IF TEMSALDO = 1
               REWRITE REGESTQ
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNESTQ
           ELSE
               WRITE REGESTQ
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNESTQ
           END-IF
           PERFORM LIMPATELA
           IF ERRO = "00" OR "02"
               MOVE 1 TO TEMSALDO
               PERFORM GRAVAMOVIMENTO
               PERFORM MOSTRASALDO
               DISPLAY "SALDO ATUALIZADO" AT 2010
           ELSE
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADESTQ" AT 2010
           END-IF
           MOVE "00" TO ERRO.

      *GRAVA O MOVIMENTO COM A PROXIMA SEQUENCIA DO ITEM
       GRAVAMOVIMENTO.
           PERFORM BUSCAULTMOV
           MOVE EQ-PRODUTO TO MV-PRODUTO
           COMPUTE MV-SEQ = SEQMOV + 1
           MOVE DATAHOJE TO MV-DATA
           MOVE TIPOMOV TO MV-TIPO
           MOVE QTDMOV TO MV-QTD
           MOVE FORNINF TO MV-FORNECEDOR
           MOVE CUSTOINF TO MV-CUSTO
           MOVE DOCINF TO MV-DOCUMENTO
           MOVE OPERADOR TO MV-OPERADOR
           WRITE REGMOVP
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNMOVP
           MOVE "00" TO ERROMOV.

       BUSCAULTMOV.
           MOVE ZEROES TO SEQMOV
           MOVE 0 TO FIMMOV
           MOVE EQ-PRODUTO TO MV-PRODUTO
           MOVE ZEROES TO MV-SEQ
           START CADMOVP KEY IS GREATER THAN CHAVEMOVP
               INVALID KEY
                   MOVE 1 TO FIMMOV
           END-START
           PERFORM BUSCAULTMOV-LOOP UNTIL FIMMOV = 1.

       BUSCAULTMOV-LOOP.
           READ CADMOVP NEXT
           IF ERROMOV NOT = "00"
               MOVE 1 TO FIMMOV
               MOVE "00" TO ERROMOV
           ELSE
               IF MV-PRODUTO NOT = EQ-PRODUTO
                   MOVE 1 TO FIMMOV
               ELSE
                   MOVE MV-SEQ TO SEQMOV
               END-IF
           END-IF.

      *LISTA OS MOVIMENTOS DO ITEM
       LISTAMOV.
           PERFORM LIMPATELA
           DISPLAY "DATA     T   QTD FORN DOCUMENTO         OPERADOR"
               AT 1203
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMMOV
           MOVE PRODBUSCA TO MV-PRODUTO
           MOVE ZEROES TO MV-SEQ
           START CADMOVP KEY IS GREATER THAN CHAVEMOVP
               INVALID KEY
                   MOVE 1 TO FIMMOV
           END-START
           PERFORM LISTAMOV-LOOP UNTIL FIMMOV = 1
           MOVE "00" TO ERROMOV
           ACCEPT AUX AT 2360
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADESTQ PARA O JORNAL DE TRANSACOES
       JORNESTQ.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADESTQ" TO PJ-ARQUIVO
               MOVE REGESTQ TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADMOVP PARA O JORNAL DE TRANSACOES
       JORNMOVP.
           IF ERROMOV = "00" OR ERROMOV = "02"
               MOVE "CADMOVP" TO PJ-ARQUIVO
               MOVE REGMOVP TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LISTAMOV-LOOP.
           READ CADMOVP NEXT
           IF ERROMOV NOT = "00"
               MOVE 1 TO FIMMOV
           ELSE
               IF MV-PRODUTO NOT = PRODBUSCA
                   MOVE 1 TO FIMMOV
               ELSE
                   IF LINHACON < 22
                       MOVE MV-QTD TO ED-QTD
                       DISPLAY MV-DATA AT LINE LINHACON COL 03
                       DISPLAY MV-TIPO AT LINE LINHACON COL 12
                       DISPLAY ED-QTD AT LINE LINHACON COL 14
                       DISPLAY MV-FORNECEDOR AT LINE LINHACON COL 21
                       DISPLAY MV-DOCUMENTO AT LINE LINHACON COL 26
                       DISPLAY MV-OPERADOR AT LINE LINHACON COL 44
                       ADD 1 TO LINHACON
                   END-IF
               END-IF
           END-IF.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY PRODBUSCA BSPROD TEMSALDO LINHACON
           MOVE ZEROES TO FORNINF QTDINF CUSTOINF MINIMOINF CONTADOINF
           MOVE ZEROES TO QTDMOV SEQMOV
           MOVE SPACES TO DOCINF TIPOMOV AUX.

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
           CLOSE CADESTQ CADMOVP.
           END PROGRAM P172940.

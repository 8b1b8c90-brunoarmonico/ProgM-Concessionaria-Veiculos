      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172954.
      *-----------------------------------------------------------------
      *PLANO DE DESPESAS E DESPESAS RECORRENTES - CADASTRO DAS
      *CATEGORIAS DE DESPESA OPERACIONAL (CADCATD), CADA UMA NUM GRUPO
      *(P PESSOAL, O OCUPACAO, M MARKETING, A ADMINISTRATIVA, F
      *FINANCEIRA), E DAS DESPESAS MENSAIS FIXAS (CADRECD: ALUGUEL,
      *ASSINATURA DO PORTAL, CONTRATOS) COM FILIAL, CATEGORIA,
      *FORNECEDOR, VALOR, DIA DO VENCIMENTO E MESES DE INICIO E FIM.
      *O GERADESP LANCA NO CADDESP A DESPESA DE CADA MES DAS
      *RECORRENTES ATIVAS. ACESSO SO DE SUPERVISOR PELO MENU GERAL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCATD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CD-CODIGO
               FILE STATUS  IS ERRO.
           SELECT CADRECD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RD-CODIGO
               FILE STATUS  IS ERROREC.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FO-CODIGO
               FILE STATUS  IS ERROFOR
               ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERROFIL.

       DATA DIVISION.
       FILE SECTION.
      *PLANO DE CATEGORIAS DE DESPESA
           FD CADCATD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATD.DAT".
           01 REGCATD.
               02 CD-CODIGO PIC 9(3) VALUE ZEROES.
               02 CD-NOME   PIC X(30) VALUE SPACES.
               02 CD-GRUPO  PIC X(1) VALUE SPACES.
                   88 GRUPO-VALIDO VALUE "P" "O" "M" "A" "F".

      *DESPESAS RECORRENTES - ULTGER E O ULTIMO MES (AAAAMM) JA
      *GERADO PELO GERADESP; FIM ZERADO E SEM DATA DE TERMINO
           FD CADRECD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECD.DAT".
           01 REGRECD.
               02 RD-CODIGO     PIC 9(4) VALUE ZEROES.
               02 RD-FILIAL     PIC 9(2) VALUE ZEROES.
               02 RD-CATEGORIA  PIC 9(3) VALUE ZEROES.
               02 RD-FORNECEDOR PIC 9(4) VALUE ZEROES.
               02 RD-HISTORICO  PIC X(30) VALUE SPACES.
               02 RD-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 RD-DIAVENC    PIC 9(2) VALUE ZEROES.
               02 RD-INICIO     PIC 9(6) VALUE ZEROES.
               02 RD-FIM        PIC 9(6) VALUE ZEROES.
               02 RD-ULTGER     PIC 9(6) VALUE ZEROES.
               02 RD-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 RECD-ATIVA    VALUE 0.
                   88 RECD-SUSPENSA VALUE 1.

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

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2) VALUE ZEROES.
               02 FL-NOME   PIC X(20) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROREC PIC X(2) VALUE "00".
           01 ERROFOR PIC X(2) VALUE "00".
           01 ERROFIL PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 EXISTENCIA PIC 9(1) VALUE 0.
           01 ACHOU PIC 9(1) VALUE 0.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 ULTCODIGO PIC 9(4) VALUE ZEROES.
           01 CODBUSCA PIC 9(4) VALUE ZEROES.
           01 LINHACON PIC 99 VALUE ZEROES.
           01 ED-VALOR PIC Z(6)9,99.
           01 MESCHK.
               03 MC-ANO PIC 9(4) VALUE ZEROES.
               03 MC-MES PIC 9(2) VALUE ZEROES.
           01 MESCHK-N REDEFINES MESCHK PIC 9(6).

           SCREEN SECTION.
       01  TELAPLANO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "     PLANO DE DESPESAS E DESPESAS RECORRENTES".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".

           PROCEDURE DIVISION.
      *ABRE O PLANO DE DESPESAS E AS RECORRENTES, CRIANDO NA
      *PRIMEIRA VEZ
       ABREARQUIVO.
           OPEN I-O CADCATD
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADCATD
                   CLOSE CADCATD
                  DISPLAY "ARQUIVO CADCATD FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADCATD" AT 0622
           ELSE
               PERFORM ABRERECD
               DISPLAY TELAPLANO
               CONTINUE.

      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           PERFORM LIMPATELA
           DISPLAY "F1 CATEGORIA, F2 DESPESA RECORRENTE, F4 LISTA DE"
               AT 1305
           DISPLAY "CATEGORIAS, F5 LISTA DE RECORRENTES, F3 SAIR"
               AT 1405
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAPLANO
               GO TO R-CATEGORIA
           WHEN = 02
               DISPLAY TELAPLANO
               GO TO R-RECORRENTE
           WHEN = 04
               DISPLAY TELAPLANO
               GO TO LISTACATD
           WHEN = 05
               DISPLAY TELAPLANO
               GO TO LISTARECD
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1805
               GO TO MENUPRINC
           END-EVALUATE.

       ABRERECD.
           OPEN I-O CADRECD
           IF ERROREC NOT = "00"
               IF ERROREC = "30" OR ERROREC = "35"
                   OPEN OUTPUT CADRECD
                   CLOSE CADRECD
                   OPEN I-O CADRECD
               END-IF
           END-IF.

      *RECEBE O CODIGO DA CATEGORIA - EXISTENTE, MOSTRA PARA ALTERAR
       R-CATEGORIA.
           DISPLAY "  CATEGORIA:" AT 0601
           DISPLAY "  NOME:" AT 0701
           DISPLAY "  GRUPO:" AT 0801
           DISPLAY "(P PESSOAL, O OCUPACAO, M MARKETING," AT 0814
           DISPLAY "A ADMINISTRATIVA, F FINANCEIRA)" AT 0914
           ACCEPT CD-CODIGO AT 0614
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CD-CODIGO = ZEROES
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           MOVE 0 TO EXISTENCIA
           READ CADCATD
           IF ERRO = "00"
               MOVE 1 TO EXISTENCIA
               DISPLAY CD-NOME AT 0709
               DISPLAY CD-GRUPO AT 0810
               DISPLAY "CATEGORIA JA CADASTRADA - ALTERAR" AT 1805
           ELSE
               MOVE SPACES TO CD-NOME CD-GRUPO
           END-IF
           MOVE "00" TO ERRO.

       R-NOMECAT.
           ACCEPT CD-NOME AT 0709
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           IF CD-NOME = SPACES
               DISPLAY "INFORME O NOME DA CATEGORIA" AT 1805
               GO TO R-NOMECAT
           END-IF.

       R-GRUPO.
           ACCEPT CD-GRUPO AT 0810
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           IF NOT GRUPO-VALIDO
               DISPLAY "GRUPO INVALIDO                   " AT 1805
               GO TO R-GRUPO
           END-IF.

      *GRAVA OU ALTERA A CATEGORIA
       GRAVACATD.
           PERFORM LIMPATELA
           DISPLAY "GRAVAR DADOS?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               IF EXISTENCIA = 0
                   WRITE REGCATD
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNCATD
               ELSE
                   REWRITE REGCATD
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNCATD
               END-IF
               IF ERRO = "00" OR "02"
                   DISPLAY "DADOS GRAVADOS" AT 2010
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADCATD" AT 2010
               END-IF
               MOVE "00" TO ERRO
               ACCEPT AUX AT 2360
           END-IF
           DISPLAY TELAPLANO
           GO TO MENUPRINC.

      *RECEBE O CODIGO DA RECORRENTE - ZERO ABRE UMA NOVA COM O
      *PROXIMO CODIGO, EXISTENTE MOSTRA PARA ALTERAR
       R-RECORRENTE.
           PERFORM ROTULOSRECD
           MOVE ZEROES TO CODBUSCA
           ACCEPT CODBUSCA AT 0615
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           MOVE 0 TO EXISTENCIA
           IF CODBUSCA = ZEROES
               PERFORM BUSCAULTREC
               PERFORM LIMPARECD
               COMPUTE RD-CODIGO = ULTCODIGO + 1
               DISPLAY RD-CODIGO AT 0615
               DISPLAY "NOVA DESPESA RECORRENTE" AT 1805
           ELSE
               MOVE CODBUSCA TO RD-CODIGO
               READ CADRECD
               IF ERROREC NOT = "00"
                   MOVE "00" TO ERROREC
                   DISPLAY "RECORRENTE NAO ENCONTRADA" AT 1805
                   GO TO R-RECORRENTE
               END-IF
               MOVE 1 TO EXISTENCIA
               PERFORM MOSTRARECD
           END-IF.

       R-FILIALREC.
           ACCEPT RD-FILIAL AT 0711
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           PERFORM LERFILIAL
           IF ACHOU = 0
               DISPLAY "FILIAL NAO CADASTRADA        " AT 1805
               GO TO R-FILIALREC
           END-IF.

       R-CATREC.
           ACCEPT RD-CATEGORIA AT 0814
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           PERFORM LERCATEGORIA
           IF ACHOU = 0
               DISPLAY "CATEGORIA NAO CADASTRADA     " AT 1805
               GO TO R-CATREC
           END-IF.

       R-FORNREC.
           ACCEPT RD-FORNECEDOR AT 0915
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           PERFORM LERFORNECEDOR
           IF ACHOU = 0
               DISPLAY "FORNECEDOR NAO CADASTRADO    " AT 1805
               GO TO R-FORNREC
           END-IF.

      *HISTORICO EM BRANCO ASSUME O NOME DA CATEGORIA
       R-HISTREC.
           ACCEPT RD-HISTORICO AT 1014
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           IF RD-HISTORICO = SPACES
               MOVE CD-NOME TO RD-HISTORICO
               DISPLAY RD-HISTORICO AT 1014
           END-IF.

       R-VALORREC.
           ACCEPT RD-VALOR AT 1110
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           IF RD-VALOR = ZEROES
               DISPLAY "INFORME O VALOR MENSAL       " AT 1805
               GO TO R-VALORREC
           END-IF.

      *DIA DO VENCIMENTO ALEM DO FIM DO MES VENCE NO ULTIMO DIA
       R-DIAREC.
           ACCEPT RD-DIAVENC AT 1149
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           IF RD-DIAVENC < 1 OR RD-DIAVENC > 31
               DISPLAY "DIA DO VENCIMENTO INVALIDO   " AT 1805
               GO TO R-DIAREC
           END-IF.

       R-INICIOREC.
           ACCEPT RD-INICIO AT 1220
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           MOVE RD-INICIO TO MESCHK-N
           IF MC-MES < 1 OR MC-MES > 12
               DISPLAY "MES DE INICIO INVALIDO       " AT 1805
               GO TO R-INICIOREC
           END-IF.

      *FIM ZERADO - SEM DATA DE TERMINO
       R-FIMREC.
           ACCEPT RD-FIM AT 1244
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           IF RD-FIM NOT = ZEROES
               MOVE RD-FIM TO MESCHK-N
               IF MC-MES < 1 OR MC-MES > 12 OR RD-FIM < RD-INICIO
                   DISPLAY "MES DE FIM INVALIDO          " AT 1805
                   GO TO R-FIMREC
               END-IF
           END-IF.

       R-SITREC.
           ACCEPT RD-SITUACAO AT 0774
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               DISPLAY TELAPLANO
               GO TO MENUPRINC
           END-IF
           IF NOT RECD-ATIVA AND NOT RECD-SUSPENSA
               DISPLAY "SITUACAO INVALIDA (0 OU 1)   " AT 1805
               GO TO R-SITREC
           END-IF.

      *GRAVA OU ALTERA A RECORRENTE
       GRAVARECD.
           PERFORM LIMPATELA
           DISPLAY "GRAVAR DADOS?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               IF EXISTENCIA = 0
                   WRITE REGRECD
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNRECD
               ELSE
                   REWRITE REGRECD
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNRECD
               END-IF
               IF ERROREC = "00" OR "02"
                   DISPLAY "DADOS GRAVADOS" AT 2010
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRECD" AT 2010
               END-IF
               MOVE "00" TO ERROREC
               ACCEPT AUX AT 2360
           END-IF
           DISPLAY TELAPLANO
           GO TO MENUPRINC.

       ROTULOSRECD.
           DISPLAY "  RECORRENTE:" AT 0601
           DISPLAY "(ZERO PARA NOVA)" AT 0621
           DISPLAY "  FILIAL:" AT 0701
           DISPLAY "  CATEGORIA:" AT 0801
           DISPLAY "  FORNECEDOR:" AT 0901
           DISPLAY "  HISTORICO:" AT 1001
           DISPLAY "  VALOR:" AT 1101
           DISPLAY "DIA DO VENCIMENTO:" AT 1130
           DISPLAY "  INICIO (AAAAMM):" AT 1201
           DISPLAY "FIM (AAAAMM):" AT 1230
           DISPLAY "SITUACAO (0 ATIVA, 1 SUSPENSA):" AT 0742.

       MOSTRARECD.
           MOVE RD-VALOR TO ED-VALOR
           DISPLAY RD-CODIGO AT 0615
           DISPLAY RD-FILIAL AT 0711
           DISPLAY RD-CATEGORIA AT 0814
           DISPLAY RD-FORNECEDOR AT 0915
           DISPLAY RD-HISTORICO AT 1014
           DISPLAY ED-VALOR AT 1110
           DISPLAY RD-DIAVENC AT 1149
           DISPLAY RD-INICIO AT 1220
           DISPLAY RD-FIM AT 1244
           DISPLAY RD-SITUACAO AT 0774
           PERFORM LERFILIAL
           PERFORM LERCATEGORIA
           PERFORM LERFORNECEDOR
           DISPLAY "ULTIMO MES GERADO:" AT 1805
           DISPLAY RD-ULTGER AT 1824.

      *LOCALIZA O ULTIMO CODIGO DE RECORRENTE JA USADO
       BUSCAULTREC.
           MOVE ZEROES TO ULTCODIGO
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO RD-CODIGO
           START CADRECD KEY IS GREATER THAN RD-CODIGO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM BUSCAULTREC-LOOP UNTIL FIMARQ = 1.

       BUSCAULTREC-LOOP.
           READ CADRECD NEXT
           IF ERROREC NOT = "00"
               MOVE 1 TO FIMARQ
               MOVE "00" TO ERROREC
           ELSE
               MOVE RD-CODIGO TO ULTCODIGO
           END-IF.

      *LISTA AS CATEGORIAS DO PLANO A PARTIR DO CODIGO INFORMADO
       LISTACATD.
           PERFORM LIMPATELA
           DISPLAY "A PARTIR DA CATEGORIA:" AT 1302
           MOVE ZEROES TO CD-CODIGO
           ACCEPT CD-CODIGO AT 1325
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "COD NOME                           G" AT 1201
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           START CADCATD KEY IS NOT LESS THAN CD-CODIGO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM LISTACATD-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           ACCEPT AUX AT 2360
           DISPLAY TELAPLANO
           GO TO MENUPRINC.

       LISTACATD-LOOP.
           READ CADCATD NEXT
           IF ERRO NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               DISPLAY CD-CODIGO AT LINE LINHACON COL 01
               DISPLAY CD-NOME AT LINE LINHACON COL 05
               DISPLAY CD-GRUPO AT LINE LINHACON COL 36
               ADD 1 TO LINHACON
           END-IF.

      *LISTA AS RECORRENTES A PARTIR DO CODIGO INFORMADO
       LISTARECD.
           PERFORM LIMPATELA
           DISPLAY "A PARTIR DA RECORRENTE:" AT 1302
           MOVE ZEROES TO RD-CODIGO
           ACCEPT RD-CODIGO AT 1326
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO MENUPRINC
           END-IF
           PERFORM LIMPATELA
           DISPLAY "COD  FL CAT HISTORICO                          "
               AT 1201
           DISPLAY "VALOR DIA S ULTGER" AT 1250
           MOVE 13 TO LINHACON
           MOVE 0 TO FIMARQ
           START CADRECD KEY IS NOT LESS THAN RD-CODIGO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM LISTARECD-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROREC
           ACCEPT AUX AT 2360
           DISPLAY TELAPLANO
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCATD PARA O JORNAL DE TRANSACOES
       JORNCATD.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCATD" TO PJ-ARQUIVO
               MOVE REGCATD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADRECD PARA O JORNAL DE TRANSACOES
       JORNRECD.
           IF ERROREC = "00" OR ERROREC = "02"
               MOVE "CADRECD" TO PJ-ARQUIVO
               MOVE REGRECD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LISTARECD-LOOP.
           READ CADRECD NEXT
           IF ERROREC NOT = "00" OR LINHACON > 21
               MOVE 1 TO FIMARQ
           ELSE
               MOVE RD-VALOR TO ED-VALOR
               DISPLAY RD-CODIGO AT LINE LINHACON COL 01
               DISPLAY RD-FILIAL AT LINE LINHACON COL 06
               DISPLAY RD-CATEGORIA AT LINE LINHACON COL 09
               DISPLAY RD-HISTORICO AT LINE LINHACON COL 13
               DISPLAY ED-VALOR AT LINE LINHACON COL 44
               DISPLAY RD-DIAVENC AT LINE LINHACON COL 55
               DISPLAY RD-SITUACAO AT LINE LINHACON COL 58
               DISPLAY RD-ULTGER AT LINE LINHACON COL 60
               ADD 1 TO LINHACON
           END-IF.

      *BUSCA A FILIAL - 00 E A ADMINISTRACAO CENTRAL
       LERFILIAL.
           MOVE 0 TO ACHOU
           IF RD-FILIAL = ZEROES
               MOVE 1 TO ACHOU
               DISPLAY "ADMINISTRACAO CENTRAL" AT 0715
           ELSE
               OPEN INPUT CADFIL
               IF ERROFIL = "00"
                   MOVE RD-FILIAL TO FL-CODIGO
                   READ CADFIL
                   IF ERROFIL = "00"
                       MOVE 1 TO ACHOU
                       DISPLAY FL-NOME AT 0715
                   END-IF
                   CLOSE CADFIL
               END-IF
               MOVE "00" TO ERROFIL
           END-IF.

      *BUSCA A CATEGORIA NO PLANO DE DESPESAS
       LERCATEGORIA.
           MOVE 0 TO ACHOU
           MOVE RD-CATEGORIA TO CD-CODIGO
           READ CADCATD
           IF ERRO = "00"
               MOVE 1 TO ACHOU
               DISPLAY CD-NOME AT 0819
           ELSE
               MOVE SPACES TO CD-NOME
           END-IF
           MOVE "00" TO ERRO.

      *BUSCA O FORNECEDOR
       LERFORNECEDOR.
           MOVE 0 TO ACHOU
           OPEN INPUT CADFORN
           IF ERROFOR = "00"
               MOVE RD-FORNECEDOR TO FO-CODIGO
               READ CADFORN
               IF ERROFOR = "00"
                   MOVE 1 TO ACHOU
                   DISPLAY FO-NOME AT 0921
               END-IF
               CLOSE CADFORN
           END-IF
           MOVE "00" TO ERROFOR.

       LIMPARECD.
           MOVE ZEROES TO RD-CODIGO RD-FILIAL RD-CATEGORIA
               RD-FORNECEDOR RD-VALOR RD-DIAVENC RD-INICIO RD-FIM
               RD-ULTGER RD-SITUACAO
           MOVE SPACES TO RD-HISTORICO.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO CD-CODIGO EXISTENCIA ACTKEY CODBUSCA
               LINHACON
           MOVE SPACES TO CD-NOME CD-GRUPO AUX
           PERFORM LIMPARECD.

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
           CLOSE CADCATD CADRECD.
           END PROGRAM P172954.

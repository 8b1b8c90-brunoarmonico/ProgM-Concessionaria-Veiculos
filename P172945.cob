      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172945.
      *-----------------------------------------------------------------
      *CADASTRO DE BANCOS E FINANCEIRAS PARCEIROS - QUEM FINANCIA O
      *CLIENTE NA VENDA COM CDC (OPCAO BANCO DO P172904), COM O
      *PERCENTUAL DE RETORNO QUE O BANCO PAGA A LOJA SOBRE O VALOR
      *FINANCIADO E O PRAZO COMBINADO PARA O REPASSE. O REPASSE E O
      *RETORNO FICAM A RECEBER NO CADCDC ATE A BAIXA NO P172946.
      *BANCO INATIVO NAO RECEBE VENDA NOVA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
           FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
           01 REGBANCO.
               02 BC-CODIGO   PIC 9(3) VALUE ZEROES.
               02 BC-NOME     PIC X(30) VALUE SPACES.
               02 BC-CNPJ     PIC X(14) VALUE SPACES.
               02 BC-RETORNO  PIC 9(2)V99 VALUE ZEROES.
               02 BC-PRAZO    PIC 9(3) VALUE ZEROES.
               02 BC-TELEFONE.
                   03 BC-DDD    PIC 9(2) VALUE ZEROES.
                   03 BC-NUMERO PIC 9(9) VALUE ZEROES.
               02 BC-CONTATO  PIC X(30) VALUE SPACES.
               02 BC-ATIVO    PIC 9(1) VALUE ZEROES.
                   88 BANCO-ATIVO   VALUE 1.
                   88 BANCO-INATIVO VALUE 0.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 EXISTENCIA PIC 9(1) VALUE 0.

           SCREEN SECTION.
       01  TELABANCO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "          CADASTRO DE BANCOS E FINANCEIRAS".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 06  COLUMN 01
               VALUE  "  CODIGO:".
           05  LINE 07  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 08  COLUMN 01
               VALUE  "  CNPJ:".
           05  LINE 09  COLUMN 01
               VALUE  "  RETORNO (% DO FINANCIADO):".
           05  LINE 10  COLUMN 01
               VALUE  "  PRAZO DO REPASSE (DIAS):".
           05  LINE 11  COLUMN 01
               VALUE  "  TELEFONE: (  )".
           05  LINE 12  COLUMN 01
               VALUE  "  CONTATO:".
           05  LINE 12  COLUMN 45
               VALUE  "ATIVO (1-SIM 0-NAO):".
           05  TBCCODIGO
               LINE 06  COLUMN 11  PIC 9(03)
               USING  BC-CODIGO
               BLANK ZERO.
           05  TBCNOME
               LINE 07  COLUMN 09  PIC X(30)
               USING  BC-NOME.
           05  TBCCNPJ
               LINE 08  COLUMN 09  PIC X(14)
               USING  BC-CNPJ.
           05  TBCRETORNO
               LINE 09  COLUMN 30  PIC Z9,99
               USING  BC-RETORNO.
           05  TBCPRAZO
               LINE 10  COLUMN 28  PIC 9(03)
               USING  BC-PRAZO
               BLANK ZERO.
           05  TBCDDD
               LINE 11  COLUMN 14  PIC 9(02)
               USING  BC-DDD
               BLANK ZERO.
           05  TBCFONE
               LINE 11  COLUMN 18  PIC 9(09)
               USING  BC-NUMERO
               BLANK ZERO.
           05  TBCCONTATO
               LINE 12  COLUMN 12  PIC X(30)
               USING  BC-CONTATO.
           05  TBCATIVO
               LINE 12  COLUMN 66  PIC 9(01)
               USING  BC-ATIVO.

           PROCEDURE DIVISION.
      *ABRE ARQUIVO COM OS BANCOS E FINANCEIRAS
       ABREARQUIVO.
           OPEN I-O CADBANCO
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADBANCO
                   CLOSE CADBANCO
                  DISPLAY "ARQUIVO CADBANCO FOI CRIADO" AT 0622
                   GO TO ABREARQUIVO
               ELSE
                  DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADBANCO" AT 0622
           ELSE
               DISPLAY TELABANCO
               CONTINUE.

      *MENU PRINCIPAL
       MENUPRINC.
           PERFORM LIMPAVAR
           DISPLAY "F1 CADASTRAR, F2 PROCURAR, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELABANCO
               GO TO R-CODIGO
           WHEN = 02
               PERFORM LIMPATELA
               DISPLAY "CODIGO DO BANCO: " AT 1705
               ACCEPT BC-CODIGO AT 1723
               ACCEPT ACTKEY FROM ESCAPE KEY
               IF ACTKEY = 01
                   PERFORM LIMPAVAR
                   DISPLAY TELABANCO
                   GO TO MENUPRINC
               END-IF
               PERFORM BUSCABANCO
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *RECEBE O CODIGO DO BANCO
       R-CODIGO.
           ACCEPT TBCCODIGO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPAVAR
               DISPLAY TELABANCO
               GO TO MENUPRINC
           ELSE IF BC-CODIGO = ZEROES
               DISPLAY "CODIGO INVALIDO" AT 1405
               PERFORM LIMPAVAR
               GO TO R-CODIGO
           ELSE
               PERFORM LERBANCO
               CONTINUE.

      *RECEBE O NOME DO BANCO
       R-NOME.
           ACCEPT TBCNOME
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-CODIGO
           ELSE IF BC-NOME = SPACES
               DISPLAY "NOME INVALIDO" AT 1405
               GO TO R-NOME
           ELSE
               PERFORM LIMPATELA
               GO TO R-CNPJ.

      *RECEBE O CNPJ DO BANCO
       R-CNPJ.
           ACCEPT TBCCNPJ
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-NOME
           ELSE IF BC-CNPJ = SPACES OR BC-CNPJ NOT NUMERIC
               DISPLAY "CNPJ INVALIDO" AT 1405
               GO TO R-CNPJ
           ELSE
               PERFORM LIMPATELA
               GO TO R-RETORNO.

      *RECEBE O PERCENTUAL DE RETORNO PAGO PELO BANCO - PODE SER ZERO
       R-RETORNO.
           ACCEPT TBCRETORNO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-CNPJ
           ELSE
               PERFORM LIMPATELA
               GO TO R-PRAZO.

      *RECEBE O PRAZO COMBINADO PARA O REPASSE, EM DIAS DA VENDA
       R-PRAZO.
           ACCEPT TBCPRAZO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-RETORNO
           ELSE IF BC-PRAZO = ZEROES
               DISPLAY "PRAZO INVALIDO" AT 1405
               GO TO R-PRAZO
           ELSE
               PERFORM LIMPATELA
               GO TO R-FONE.

      *RECEBE O TELEFONE DE CONTATO
       R-FONE.
           ACCEPT TBCDDD
           ACCEPT TBCFONE
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-PRAZO
           ELSE
               PERFORM LIMPATELA
               GO TO R-CONTATO.

      *RECEBE O NOME DO CONTATO NO BANCO
       R-CONTATO.
           ACCEPT TBCCONTATO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-FONE
           ELSE
               PERFORM LIMPATELA
               GO TO R-ATIVO.

      *RECEBE A SITUACAO DO BANCO - 1 ATIVO, 0 INATIVO
       R-ATIVO.
           ACCEPT TBCATIVO
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM LIMPATELA
               GO TO R-CONTATO
           ELSE IF BC-ATIVO > 1
               DISPLAY "INFORME 1 OU 0" AT 1405
               GO TO R-ATIVO
           ELSE
               PERFORM LIMPATELA
               GO TO VERIFICAOPC.

      *VERIFICA SE O BANCO JA E REGISTRADO
       VERIFICAOPC.
           IF EXISTENCIA = 0
               GO TO GRAVABANCO
           ELSE
               GO TO ALTERACHAVE
           END-IF.

      *FAZ LEITURA DO BANCO NO ARQUIVO DE DADOS
       LERBANCO.
           READ CADBANCO
              IF ERRO NOT = "23"
                 IF ERRO = "00"
                   DISPLAY TELABANCO
                   DISPLAY "BANCO JA CADASTRADO" AT 1610
                   DISPLAY "F1 ALTERAR, F2 CANCELAR" AT 1710
                   ACCEPT AUX AT 2360
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       MOVE 1 TO EXISTENCIA
                       PERFORM LIMPATELA
                       GO TO R-NOME
                   ELSE
                       MOVE 0 TO EXISTENCIA
                       PERFORM LIMPAVAR
                       DISPLAY TELABANCO
                       GO TO MENUPRINC
                   END-IF
                 ELSE
                   DISPLAY "ERRO NA LEITURA ARQUIVO CADBANCO" AT 2010
                   GO TO SAIR
                 END-IF
              END-IF
           MOVE 1 TO BC-ATIVO
           GO TO R-NOME.

      *GRAVA O BANCO NO ARQUIVO DE DADOS
       GRAVABANCO.
           PERFORM LIMPATELA
           DISPLAY "GRAVAR DADOS?" AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               WRITE REGBANCO
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNBANCO
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADBANCO
                   OPEN I-O CADBANCO
                   DISPLAY "DADOS GRAVADOS" AT 2010
                   GO TO MENUPRINC
               ELSE IF ERRO = "22"
                   DISPLAY "CADBANCO JA EXISTE " AT 2010
                   GO TO MENUPRINC
               ELSE
                  DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADBANCO" AT 2010
                   GO TO MENUPRINC
               END-IF
           ELSE
               PERFORM LIMPAVAR
               PERFORM LIMPATELA
           GO TO MENUPRINC.

      *BUSCA O BANCO NO ARQUIVO DE DADOS - BANCO COM REPASSES NO
      *CADCDC DEVE SER INATIVADO, NAO EXCLUIDO
       BUSCABANCO.
           READ CADBANCO
           IF ERRO NOT = "23"
               IF ERRO = "00"
                   DISPLAY TELABANCO
                   DISPLAY "F1 DELETAR BANCO, F2 VOLTAR" AT 1605
                   ACCEPT AUX AT 2360
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADBANCO
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNBANCO
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELABANCO
                           CLOSE CADBANCO
                           OPEN I-O CADBANCO
                           DISPLAY "BANCO EXCLUIDO" AT 2010
                           GO TO MENUPRINC
                       ELSE
                           PERFORM LIMPATELA
                           DISPLAY "ERRO AO REMOVER BANCO" AT 2110
                           GO TO MENUPRINC
                       END-IF
                   ELSE
                       PERFORM LIMPAVAR
                       DISPLAY TELABANCO
                       GO TO MENUPRINC
                   END-IF
               END-IF
           ELSE
               PERFORM LIMPATELA
               DISPLAY "BANCO NAO ENCONTRADO" AT 2010
               GO TO MENUPRINC
           END-IF.

      *ALTERA O BANCO NO ARQUIVO DE DADOS
       ALTERACHAVE.
           REWRITE REGBANCO
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNBANCO
           IF ERRO = "00" OR "02"
               CLOSE CADBANCO
               OPEN I-O CADBANCO
               DISPLAY "INFORMACOES DO BANCO ALTERADAS" AT 2010
               GO TO MENUPRINC
           ELSE
               DISPLAY "ERRO AO ALTERAR BANCO" AT 2010
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADBANCO PARA O JORNAL DE TRANSACOES
       JORNBANCO.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADBANCO" TO PJ-ARQUIVO
               MOVE REGBANCO TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       LIMPAVAR.
           MOVE ZEROES TO BC-CODIGO BC-TELEFONE BC-RETORNO BC-PRAZO
           MOVE ZEROES TO BC-ATIVO EXISTENCIA ACTKEY
           MOVE SPACES TO BC-NOME BC-CNPJ BC-CONTATO.

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
           CLOSE CADBANCO.
           END PROGRAM P172945.

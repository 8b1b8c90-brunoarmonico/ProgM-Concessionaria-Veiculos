      *SEM USO E A OPCAO DE LOGOUT ENCERRA A SESSAO NA HORA. A ENTRADA
      *E A SAIDA DO OPERADOR SAO REGISTRADAS NA AUDITORIA, E AS OPCOES
      *DE OPERADORES E FECHAMENTO EXIGEM SUPERVISOR, AS DE RELATORIO O
      *DIREITO DE RELATORIOS DO PERFIL. A SENHA (6 A 20 CARACTERES) FICA
      *NO CADOPER SO COMO RESUMO COM SAL, CALCULADO PELO HASHSENHA.
      *TODO EVENTO GRAVADO NA AUDITORIA RECEBE NO CADSELO UM SELO
      *ENCADEADO AO DO EVENTO ANTERIOR (SELOAUD), CONFERIDO PELO
      *VERAUDIT. DEPOIS DE UM RESTSEG, O REAPLICA REFAZ SOBRE A
      *GERACAO RESTAURADA O MOVIMENTO DO JORNAL DE TRANSACOES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTA.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERROSEL.
           SELECT SPOOLREQ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROSPL.
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 NIVEL      PIC 9(01) VALUE 0.
               02 DATASENHA  PIC 9(08) VALUE ZEROES.
               02 TENTATIVAS PIC 9(01) VALUE 0.
                   03 PRELATORIO PIC 9(1) VALUE 0.
                   03 PAUTMARGEM PIC 9(1) VALUE 0.
               02 OPFILIAL   PIC 9(02) VALUE 0.
               02 SENHAHASH  PIC X(36) VALUE SPACES.

      *SESSOES POR TERMINAL - CADA ESTACAO (VARIAVEL DE AMBIENTE
      *TERMINAL, CONSOLE QUANDO AUSENTE) CARREGA O PROPRIO OPERADOR
           01 LINHACTA.
               02 CTA-SEQ PIC 9(9).

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9) VALUE ZEROES.
               02 SL-RESUMO PIC X(36) VALUE SPACES.
               02 SL-SELO   PIC X(36) VALUE SPACES.

      *PEDIDO DE CAPTURA PARA O ESPOLIO DE RELATORIOS (SPOOLREL)
           FD SPOOLREQ
               LABEL RECORD IS STANDARD
               02 RQ-PARAMARQ  PIC X(14).

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
           01 PERFILOPER.
           01 ERROSES PIC X(2) VALUE "00".
           01 ERROAUD PIC X(2) VALUE "00".
           01 ERROCTA PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
           01 SEQAUDIT PIC 9(9) VALUE ZEROES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 HORAAUDIT PIC 9(08) VALUE ZEROES.
               02 DS2-DIA PIC 9(2).
           01 DIASLOGIN PIC 9(8) VALUE ZEROES.
           01 DIASSENHA PIC 9(8) VALUE ZEROES.
           01 SENHANOVA1 PIC X(20) VALUE SPACES.
           01 SENHANOVA2 PIC X(20) VALUE SPACES.
           01 TAMSENHA PIC 9(02) VALUE ZEROES.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
           01 HORAAGORA-R REDEFINES HORAAGORA.
               02 HA-HH PIC 9(2).
           01 MINSESSAO PIC 9(4) VALUE ZEROES.
           01 ULTIMAHORA PIC 9(8) VALUE ZEROES.
           01 ULTIMADATA PIC 9(8) VALUE ZEROES.
           01 OPCAO PIC 9(3) VALUE ZEROES.
           01 AUX PIC X(1) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 TERMINALID PIC X(8) VALUE SPACES.
               VALUE  "75 METAS MENSAIS".
           05  LINE 19  COLUMN 41
               VALUE  "76 META CONTRA REALIZADO".
           05  LINE 20  COLUMN 02
               VALUE  "81 MAIS ROTINAS".
           05  LINE 20  COLUMN 41
               VALUE  "77 FERIADOS       78 PARAMETROS DE LOTE".
           05  LINE 21  COLUMN 02
           05  LINE 22  COLUMN 41
               VALUE  "90 LOGOUT         99 SAIR".

      *TERCEIRA TELA DO MENU (OPCAO 81 DA SEGUNDA TELA) - ROTINAS DE
      *TRES DIGITOS, PELO MESMO DISPATCH DA TELA PRINCIPAL
       01  TELAMENU3.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "        CONCESSIONARIA DE VEICULOS - ROT".
           05  LINE 02  COLUMN 41
               VALUE  "INAS ADICIONAIS (2)".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 02
               VALUE  "101 ORDEM DE SERVICO DA OFICINA".
           05  LINE 05  COLUMN 41
               VALUE  "102 ESTOQUE DE PECAS E ACESSORIOS".
           05  LINE 06  COLUMN 02
               VALUE  "103 REPOSICAO DE ESTOQUE".
           05  LINE 06  COLUMN 41
               VALUE  "104 CAMPANHAS DE RECALL".
           05  LINE 07  COLUMN 02
               VALUE  "105 RECALL - CARROS EM ABERTO".
           05  LINE 07  COLUMN 41
               VALUE  "106 MULTAS DE TRANSITO".
           05  LINE 08  COLUMN 02
               VALUE  "107 MULTAS DO MES".
           05  LINE 08  COLUMN 41
               VALUE  "108 DETRAN - TRANSFERENCIAS".
           05  LINE 09  COLUMN 02
               VALUE  "109 DETRAN - LOTE DE COMUNICACAO".
           05  LINE 09  COLUMN 41
               VALUE  "110 DETRAN - TRANSF. EM ATRASO".
           05  LINE 10  COLUMN 02
               VALUE  "111 VENDA DE FROTA".
           05  LINE 10  COLUMN 41
               VALUE  "112 BANCOS DO CDC".
           05  LINE 11  COLUMN 02
               VALUE  "113 CDC - REPASSES DO BANCO".
           05  LINE 11  COLUMN 41
               VALUE  "114 CDC - REPASSES A RECEBER".
           05  LINE 12  COLUMN 02
               VALUE  "115 FLOOR PLAN DO ESTOQUE".
           05  LINE 12  COLUMN 41
               VALUE  "116 FLOOR PLAN - EXPOSICAO".
           05  LINE 13  COLUMN 02
               VALUE  "117 EXTRATO DO CLIENTE".
           05  LINE 13  COLUMN 41
               VALUE  "118 LEADS DO PORTAL".
           05  LINE 14  COLUMN 02
               VALUE  "119 LEADS - RESPOSTA E CONVERSAO".
           05  LINE 14  COLUMN 41
               VALUE  "120 ENTREGA DE VEICULOS".
           05  LINE 15  COLUMN 02
               VALUE  "121 ENTREGAS PENDENTES E PRAZOS".
           05  LINE 15  COLUMN 41
               VALUE  "122 PESQUISA DE SATISFACAO".
           05  LINE 16  COLUMN 02
               VALUE  "123 CONCILIACAO BANCARIA".
           05  LINE 16  COLUMN 41
               VALUE  "124 RELATORIO DE CONCILIACAO".
           05  LINE 17  COLUMN 02
               VALUE  "125 DESPESAS OPERACIONAIS".
           05  LINE 17  COLUMN 41
               VALUE  "126 PLANO DE DESPESAS E RECORRENTES".
           05  LINE 18  COLUMN 02
               VALUE  "127 RELATORIO DE DESPESAS".
           05  LINE 18  COLUMN 41
               VALUE  "128 DRE GERENCIAL POR FILIAL".
           05  LINE 19  COLUMN 02
               VALUE  "129 FLUXO DE CAIXA - 13 SEMANAS".
           05  LINE 19  COLUMN 41
               VALUE  "130 COAF - APURACAO DE ESPECIE".
           05  LINE 20  COLUMN 02
               VALUE  "131 COAF - REVISAO DAS OCORRENCIAS".
           05  LINE 20  COLUMN 41
               VALUE  "132 COAF - ARQUIVO DE COMUNICACAO".
           05  LINE 21  COLUMN 02
               VALUE  "133 NF-E - TRANSMISSAO DO LOTE".
           05  LINE 21  COLUMN 41
               VALUE  "134 MAIS ROTINAS".
           05  LINE 22  COLUMN 02
               VALUE  "00 VOLTAR AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 41
               VALUE  "90 LOGOUT         99 SAIR".

      *QUARTA TELA DO MENU (OPCAO 134 DA TERCEIRA TELA) - MESMO
      *DISPATCH DA TELA PRINCIPAL
       01  TELAMENU4.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "========================================".
           05  LINE 01  COLUMN 41
               VALUE  "========================================".
           05  LINE 02  COLUMN 01
               VALUE  "        CONCESSIONARIA DE VEICULOS - ROT".
           05  LINE 02  COLUMN 41
               VALUE  "INAS ADICIONAIS (3)".
           05  LINE 03  COLUMN 01
               VALUE  "========================================".
           05  LINE 03  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 02
               VALUE  "151 NF-E - RETORNO DA SEFAZ".
           05  LINE 05  COLUMN 41
               VALUE  "152 PEDIDOS DE COMPRA A FABRICA".
           05  LINE 06  COLUMN 02
               VALUE  "153 RELATORIO PEDIDOS FABRICA".
           05  LINE 06  COLUMN 41
               VALUE  "154 UNIFICAR CLIENTES DUPLICADOS".
           05  LINE 07  COLUMN 02
               VALUE  "155 RELATORIO CLIENTES DUPLICADOS".
           05  LINE 07  COLUMN 41
               VALUE  "156 CONSENTIMENTO LGPD".
           05  LINE 08  COLUMN 02
               VALUE  "157 RELATORIO DO TITULAR".
           05  LINE 08  COLUMN 41
               VALUE  "158 ANONIMIZAR INATIVOS".
           05  LINE 09  COLUMN 02
               VALUE  "159 VERIFICAR AUDITORIA".
           05  LINE 09  COLUMN 41
               VALUE  "160 REAPLICAR JORNAL".
           05  LINE 10  COLUMN 02
               VALUE  "161 VISTORIA DE ENTRADA".
           05  LINE 10  COLUMN 41
               VALUE  "162 CONTROLE DE CHAVES".
           05  LINE 11  COLUMN 02
               VALUE  "163 RELATORIO DE CHAVES".
           05  LINE 11  COLUMN 41
               VALUE  "164 SEGURO DO VEICULO".
           05  LINE 12  COLUMN 02
               VALUE  "165 RENOVACAO DE SEGURO".
           05  LINE 22  COLUMN 02
               VALUE  "00 VOLTAR AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 41
               VALUE  "90 LOGOUT         99 SAIR".

           PROCEDURE DIVISION.
      *ENTRADA DO SISTEMA - IDENTIFICA O OPERADOR E ABRE A SESSAO
       ENTRADA.
           ACCEPT OPERADOR AT 1612
           DISPLAY "SENHA:" AT 1702
           ACCEPT SENHAINF AT 1709
           DISPLAY "F2 TROCAR A PROPRIA SENHA" AT 1731
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 02
               PERFORM TROCAPROPRIA
                       DISPLAY "SUPERVISOR" AT 1933
                       MOVE 1 TO BSOPER
                   ELSE
                       MOVE SENHAINF TO PH-SENHA
                       PERFORM CONFERESENHA
                       IF SENHAOK = 0
                           ADD 1 TO TENTATIVAS
                           IF TENTATIVAS > 2
                               MOVE 1 TO BLOQUEADO
                               DISPLAY "TENTATIVAS" AT 1929
                           END-IF
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE 1 TO BSOPER
                       ELSE
                           MOVE 0 TO TENTATIVAS
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE NIVEL TO NIVELOPER
                           MOVE PERFIL TO PERFILOPER
                           MOVE OPFILIAL TO FILIALOPER
           CLOSE CADOPER
           MOVE "00" TO ERRO.

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

      *CONFERE A IDADE DA SENHA EM BASE COMERCIAL DE 360 DIAS - SENHA
      *SEM DATA OU COM MAIS DE 90 DIAS OBRIGA A TROCA NO ATO
       CHECAVALIDADESENHA.
           END-IF.

      *RECEBE E GRAVA A NOVA SENHA DO OPERADOR
      *MINIMO DE 6 CARACTERES; GRAVA SO O RESUMO, COM SAL NOVO
       TROCASENHANOVA.
           DISPLAY "NOVA SENHA:" AT 2002
           ACCEPT SENHANOVA1 AT 2014
           DISPLAY "REPITA A NOVA SENHA:" AT 2102
           ACCEPT SENHANOVA2 AT 2123
           IF SENHANOVA1 = SPACES OR SENHANOVA1 NOT = SENHANOVA2
               DISPLAY "SENHAS NAO CONFEREM              " AT 2202
               GO TO TROCASENHANOVA
           END-IF
           MOVE 0 TO TAMSENHA
           INSPECT SENHANOVA1 TALLYING TAMSENHA
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAMSENHA < 6
               DISPLAY "MINIMO DE 6 CARACTERES SEM ESPACO" AT 2202
               GO TO TROCASENHANOVA
           END-IF
           MOVE SENHANOVA1 TO PH-SENHA
           PERFORM CONFERESENHA
           IF SENHAOK = 1
               DISPLAY "NOVA SENHA IGUAL A ATUAL         " AT 2202
               GO TO TROCASENHANOVA
           END-IF
           MOVE SPACES TO PH-SAL
           MOVE SENHANOVA1 TO PH-SENHA
           CALL "HASHSENHA" USING PARAMHASH
           MOVE PH-SAL TO SALSENHA
           MOVE PH-HASH TO SENHAHASH
           MOVE SPACES TO PH-SENHA PH-HASH
           ACCEPT DATALOGIN FROM DATE YYYYMMDD
           MOVE DATALOGIN TO DATASENHA
           MOVE 0 TO TENTATIVAS
           REWRITE REGOPER
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNOPER
           DISPLAY "SENHA ALTERADA                   " AT 2202
           MOVE SPACES TO SENHANOVA1 SENHANOVA2.

      *TROCA DE SENHA PELO PROPRIO OPERADOR (F2 APOS A SENHA)
           MOVE OPERADOR TO OPERADORID
           OPEN I-O CADOPER
           READ CADOPER
           MOVE SENHAINF TO PH-SENHA
           PERFORM CONFERESENHA
           IF ERRO = "00" AND SENHAOK = 1 AND BLOQUEADO = 0
               PERFORM TROCASENHANOVA
           ELSE
               DISPLAY "OPERADOR/SENHA INVALIDOS OU BLOQUEADO" AT 1902
               END-IF
           WHEN 80
               CALL "P172938"
           WHEN 81
               DISPLAY TELAMENU3
               DISPLAY "OPCAO:" AT 2302
               MOVE ZEROES TO OPCAO
               ACCEPT OPCAO AT 2309
               IF OPCAO NOT = ZEROES
                   GO TO ESCOLHE
               END-IF
           WHEN 101
               CALL "P172939"
           WHEN 102
               CALL "P172940"
           WHEN 103
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELREPOS"
                   PERFORM PAUSA
               END-IF
           WHEN 104
               CALL "P172941"
           WHEN 105
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELRECAL"
                   PERFORM PAUSA
               END-IF
           WHEN 106
               CALL "P172942"
           WHEN 107
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELMULTA"
                   PERFORM PAUSA
               END-IF
           WHEN 108
               CALL "P172943"
           WHEN 109
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "EXPCOMUN"
                   PERFORM PAUSA
               END-IF
           WHEN 110
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELDETR"
                   PERFORM PAUSA
               END-IF
           WHEN 111
               CALL "P172944"
           WHEN 112
               CALL "P172945"
           WHEN 113
               CALL "P172946"
           WHEN 114
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELCDC"
                   PERFORM PAUSA
               END-IF
           WHEN 115
               CALL "P172947"
           WHEN 116
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELFLOOR"
                   PERFORM PAUSA
               END-IF
           WHEN 117
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "P172948"
               END-IF
           WHEN 118
               CALL "P172949"
           WHEN 119
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELLEAD"
                   PERFORM PAUSA
               END-IF
           WHEN 120
               CALL "P172950"
           WHEN 121
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELENTR"
                   PERFORM PAUSA
               END-IF
           WHEN 122
               CALL "P172951"
           WHEN 123
               CALL "P172952"
           WHEN 124
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELCONC"
                   PERFORM PAUSA
               END-IF
           WHEN 125
               CALL "P172953"
           WHEN 126
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "P172954"
               END-IF
           WHEN 127
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELDESP"
                   PERFORM PAUSA
               END-IF
           WHEN 128
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELDRE"
                   PERFORM PAUSA
               END-IF
           WHEN 129
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELFLUX"
                   PERFORM PAUSA
               END-IF
           WHEN 130
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "APURCOAF"
                   PERFORM PAUSA
               END-IF
           WHEN 131
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "P172955"
               END-IF
           WHEN 132
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "EXPCOAF"
                   PERFORM PAUSA
               END-IF
           WHEN 133
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "EXPNFE"
                   PERFORM PAUSA
               END-IF
           WHEN 134
               DISPLAY TELAMENU4
               DISPLAY "OPCAO:" AT 2302
               MOVE ZEROES TO OPCAO
               ACCEPT OPCAO AT 2309
               IF OPCAO NOT = ZEROES
                   GO TO ESCOLHE
               END-IF
           WHEN 151
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RETNFE"
                   PERFORM PAUSA
               END-IF
           WHEN 152
               CALL "P172956"
           WHEN 153
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELPED"
                   PERFORM PAUSA
               END-IF
           WHEN 154
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "P172957"
               END-IF
           WHEN 155
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELDUPL"
                   PERFORM PAUSA
               END-IF
           WHEN 156
               CALL "P172958"
           WHEN 157
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELTITUL"
                   PERFORM PAUSA
               END-IF
           WHEN 158
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "ANONLGPD"
                   PERFORM PAUSA
               END-IF
           WHEN 159
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "VERAUDIT"
                   PERFORM PAUSA
               END-IF
           WHEN 160
               IF NIVELOPER NOT = 1
                   DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 2002
               ELSE
                   CALL "REAPLICA"
                   PERFORM PAUSA
               END-IF
           WHEN 161
               CALL "P172959"
           WHEN 162
               CALL "P172960"
           WHEN 163
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELCHAVE"
                   PERFORM PAUSA
               END-IF
           WHEN 164
               CALL "P172961"
           WHEN 165
               PERFORM CHAMARELATORIO
               IF BSOPER = 0
                   CALL "RELRENOV"
                   PERFORM PAUSA
               END-IF
           WHEN 50
               DISPLAY TELAMENU2
               DISPLAY "OPCAO:" AT 2202
               MOVE "RELMETA" TO SPOOLPROG
               MOVE "RELMETA.TXT" TO SPOOLARQ
               MOVE "METPARAM.TXT" TO SPOOLPAR
           WHEN 103
               MOVE "RELREPOS" TO SPOOLPROG
               MOVE "RELREPOS.TXT" TO SPOOLARQ
           WHEN 105
               MOVE "RELRECAL" TO SPOOLPROG
               MOVE "RELRECAL.TXT" TO SPOOLARQ
           WHEN 107
               MOVE "RELMULTA" TO SPOOLPROG
               MOVE "RELMULTA.TXT" TO SPOOLARQ
               MOVE "MULPARAM.TXT" TO SPOOLPAR
           WHEN 110
               MOVE "RELDETR" TO SPOOLPROG
               MOVE "RELDETR.TXT" TO SPOOLARQ
           WHEN 114
               MOVE "RELCDC" TO SPOOLPROG
               MOVE "RELCDC.TXT" TO SPOOLARQ
           WHEN 116
               MOVE "RELFLOOR" TO SPOOLPROG
               MOVE "RELFLOOR.TXT" TO SPOOLARQ
           WHEN 117
               MOVE "EXTRATO" TO SPOOLPROG
               MOVE "EXTRATO.TXT" TO SPOOLARQ
           WHEN 119
               MOVE "RELLEAD" TO SPOOLPROG
               MOVE "RELLEAD.TXT" TO SPOOLARQ
           WHEN 121
               MOVE "RELENTR" TO SPOOLPROG
               MOVE "RELENTR.TXT" TO SPOOLARQ
           WHEN 124
               MOVE "RELCONC" TO SPOOLPROG
               MOVE "RELCONC.TXT" TO SPOOLARQ
               MOVE "CONCPARAM.TXT" TO SPOOLPAR
           WHEN 127
               MOVE "RELDESP" TO SPOOLPROG
               MOVE "RELDESP.TXT" TO SPOOLARQ
               MOVE "DESPPARAM.TXT" TO SPOOLPAR
           WHEN 128
               MOVE "RELDRE" TO SPOOLPROG
               MOVE "RELDRE.TXT" TO SPOOLARQ
               MOVE "DREPARAM.TXT" TO SPOOLPAR
           WHEN 129
               MOVE "RELFLUX" TO SPOOLPROG
               MOVE "RELFLUX.TXT" TO SPOOLARQ
           WHEN 130
               MOVE "APURCOAF" TO SPOOLPROG
               MOVE "RELCOAF.TXT" TO SPOOLARQ
               MOVE "COAFPARAM.TXT" TO SPOOLPAR
           WHEN 151
               MOVE "RETNFE" TO SPOOLPROG
               MOVE "RELNFE.TXT" TO SPOOLARQ
           WHEN 153
               MOVE "RELPED" TO SPOOLPROG
               MOVE "RELPED.TXT" TO SPOOLARQ
           WHEN 155
               MOVE "RELDUPL" TO SPOOLPROG
               MOVE "RELDUPL.TXT" TO SPOOLARQ
           WHEN 157
               MOVE "RELTITUL" TO SPOOLPROG
               MOVE "RELTITUL.TXT" TO SPOOLARQ
               MOVE "TITPARAM.TXT" TO SPOOLPAR
           WHEN 163
               MOVE "RELCHAVE" TO SPOOLPROG
               MOVE "RELCHAVE.TXT" TO SPOOLARQ
           WHEN 165
               MOVE "RELRENOV" TO SPOOLPROG
               MOVE "RELRENOV.TXT" TO SPOOLARQ
           WHEN OTHER
               CONTINUE
           END-EVALUATE
               MOVE EVENTOANTES TO AUD-ANTES
               MOVE EVENTODEPOIS TO AUD-DEPOIS
               WRITE REGAUDIT
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAUDIT
               IF ERROAUD = "00" OR ERROAUD = "02"
                   PERFORM SELAEVENTO
               END-IF
               CLOSE CADAUDIT
           END-IF
           MOVE SPACES TO EVENTOANTES EVENTODEPOIS EVENTOCHAVE.
               END-IF
           END-IF.

      *SELA O EVENTO GRAVADO NO CADSELO - RESUMO DO REGISTRO E SELO
      *ENCADEADO AO SELO DO EVENTO ANTERIOR (SEQUENCIA - 1), QUE O
      *VERAUDIT RECALCULA PARA ACHAR REGISTRO ALTERADO OU ELO QUEBRADO
       SELAEVENTO.
           MOVE 419 TO PS-TAM
           MOVE REGAUDIT TO PS-DADOS
           CALL "SELOAUD" USING PARAMSELO
           MOVE PS-SELO TO SELORESUMO
           OPEN I-O CADSELO
           IF ERROSEL = "30" OR ERROSEL = "35"
               OPEN OUTPUT CADSELO
               CLOSE CADSELO
               OPEN I-O CADSELO
           END-IF
           IF ERROSEL = "00"
               MOVE SPACES TO PS-DADOS
               COMPUTE SL-SEQ = AUD-SEQ - 1
               READ CADSELO
               IF ERROSEL = "00"
                   MOVE SL-SELO TO PS-DADOS(1:36)
               END-IF
               MOVE SELORESUMO TO PS-DADOS(37:36)
               MOVE 72 TO PS-TAM
               CALL "SELOAUD" USING PARAMSELO
               MOVE AUD-SEQ TO SL-SEQ
               MOVE SELORESUMO TO SL-RESUMO
               MOVE PS-SELO TO SL-SELO
               WRITE REGSELO
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNSELO
               CLOSE CADSELO
           END-IF
           MOVE "00" TO ERROSEL.

      *FIM DO PROGRAMA
       SAIR.
           STOP RUN.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADOPER PARA O JORNAL DE TRANSACOES
       JORNOPER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOPER" TO PJ-ARQUIVO
               MOVE REGOPER TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADSELO PARA O JORNAL DE TRANSACOES
       JORNSELO.
           IF ERROSEL = "00" OR ERROSEL = "02"
               MOVE "CADSELO" TO PJ-ARQUIVO
               MOVE REGSELO TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM P172900.

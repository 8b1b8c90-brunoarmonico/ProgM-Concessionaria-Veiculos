      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGALEAD.
      *-----------------------------------------------------------------
      *CARGA DOS LEADS DO PORTAL DE ANUNCIOS - O PORTAL QUE RECEBE O
      *ESTOQUE DO EXPANUN DEVOLVE OS CONTATOS DOS INTERESSADOS EM
      *LEADS.TXT, CAMPOS DELIMITADOS POR ";" (CHASSI DO ANUNCIO;NOME;
      *DDD;TELEFONE;EMAIL;MENSAGEM), NOS MOLDES DO CARGAFIPE. CADA
      *LEAD ENTRA NO CADLEAD COM NUMERO SEQUENCIAL E E DISTRIBUIDO EM
      *RODIZIO ENTRE OS VENDEDORES ATIVOS DA FILIAL DO VEICULO (FILIAL
      *DO VENDEDOR NO CADVFIL, MANTIDO NO P172911 - RECEBE O LEAD QUEM
      *ESTA HA MAIS TEMPO SEM RECEBER; FILIAL SEM VENDEDOR ATIVO ENTRA
      *NO RODIZIO GERAL). O MESMO CONTATO PARA O MESMO CHASSI COM LEAD
      *AINDA EM ABERTO CONTA COMO REPETIDO E NAO ENTRA DE NOVO.
      *ANTES DA CARGA, OS LEADS EM ANDAMENTO SAO ACOMPANHADOS: O
      *TEST-DRIVE (CADAGEN) OU O ORCAMENTO (CADORCA) DO CHASSI PARA
      *UM CLIENTE COM O MESMO TELEFONE OU E-MAIL DO LEAD CONVERTE O
      *LEAD, E A VENDA DO CHASSI AO MESMO CPF FECHA O LEAD COMO
      *VENDIDO. LEAD SEM RETORNO APOS OS DIAS DE LEADPARAM.TXT (PADRAO
      *30, CHAVE CENTRAL LEADPARAM) OU CUJO CHASSI FOI VENDIDO A OUTRO
      *CLIENTE E DADO COMO PERDIDO. O CONTATO FEITO PELO VENDEDOR E A
      *PERDA MANUAL SAO REGISTRADOS NO P172949. O ARQUIVO DO PORTAL E
      *ESVAZIADO AO FIM DA CARGA E O RESUMO SAI EM RELCARGAL.TXT.
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
           SELECT CADVFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VF-CODIGO
               FILE STATUS  IS ERROVFL.
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
           SELECT CADORCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NUMORCA
               FILE STATUS  IS ERROORC
               ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS OR-CHASSI WITH DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT ARQLEAD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROARQ.
           SELECT RELCARGA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.
           SELECT LEADPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.

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

           FD CADVFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVFIL.DAT".
           01 REGVFIL.
               02 VF-CODIGO  PIC 9(3) VALUE ZEROES.
               02 VF-FILIAL  PIC 9(2) VALUE ZEROES.
               02 VF-ULTLEAD PIC 9(6) VALUE ZEROES.

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
               02 V-ANO.
                   03 ANOFABRIC PIC 9(4).
                   03 ANOMODELO PIC 9(4).
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

           FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           01 REGORCA.
               02 NUMORCA          PIC 9(6) VALUE ZEROES.
               02 OR-CPF           PIC X(11) VALUE SPACES.
               02 OR-CHASSI        PIC X(17) VALUE SPACES.
               02 OR-VALOROFERTA   PIC 9(7)V99 VALUE ZEROES.
               02 OR-VALORTROCA    PIC 9(7)V99 VALUE ZEROES.
               02 OR-DATAEMISSAO   PIC 9(8) VALUE ZEROES.
               02 OR-VALIDADE      PIC 9(8) VALUE ZEROES.
               02 OR-SITUACAO      PIC 9(1) VALUE ZEROES.

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF PIC X(11) VALUE ZEROES.
               02 NOME PIC X(30) VALUE SPACES.
               02 FILLER PIC X(47).
               02 TELEFONE.
                   03 DDD PIC 9(2) VALUE ZEROES.
                   03 NUMERO PIC 9(9) VALUE ZEROES.
               02 EMAIL PIC X(30) VALUE SPACES.
               02 VERSAOPRO PIC 9(6) VALUE ZEROES.

           FD ARQLEAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEADS.TXT".
           01 LINHACARGA PIC X(200) VALUE SPACES.

           FD RELCARGA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCARGAL.TXT".
           01 LINHAREL PIC X(100) VALUE SPACES.

           FD LEADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LEADPARAM.TXT".
           01 LINHAPARAM PIC X(10) VALUE SPACES.

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRVND    PIC X(2) VALUE "00".
           01 ERROVFL   PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROAGE   PIC X(2) VALUE "00".
           01 ERROORC   PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROARQ   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 TEMAGEN   PIC 9(1) VALUE 0.
           01 TEMORCA   PIC 9(1) VALUE 0.
           01 TEMPROPR  PIC 9(1) VALUE 0.
           01 TEMVEIC   PIC 9(1) VALUE 0.
           01 TEMARQ    PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DC-ANO PIC 9(4).
               02 DC-MES PIC 9(2).
               02 DC-DIA PIC 9(2).
           01 DIASCONV  PIC 9(7) VALUE ZEROES.
           01 DIASHOJE  PIC 9(7) VALUE ZEROES.
           01 DIASPRAZO PIC 9(2) VALUE 30.
           01 ULTNUMERO PIC 9(6) VALUE ZEROES.
           01 FIMLEAD   PIC 9(1) VALUE 0.
           01 FIMBUSCA  PIC 9(1) VALUE 0.
           01 ALTEROU   PIC 9(1) VALUE 0.
           01 CONTATOOK PIC 9(1) VALUE 0.
           01 REPETIDO  PIC 9(1) VALUE 0.
           01 QTDLIDOS  PIC 9(6) VALUE ZEROES.
           01 QTDGRAVA  PIC 9(6) VALUE ZEROES.
           01 QTDREPET  PIC 9(6) VALUE ZEROES.
           01 QTDINVAL  PIC 9(6) VALUE ZEROES.
           01 QTDFORA   PIC 9(6) VALUE ZEROES.
           01 QTDSEMVEND PIC 9(6) VALUE ZEROES.
           01 QTDCONV   PIC 9(6) VALUE ZEROES.
           01 QTDVENDA  PIC 9(6) VALUE ZEROES.
           01 QTDPERDA  PIC 9(6) VALUE ZEROES.
           01 OBSLEAD   PIC X(22) VALUE SPACES.
           01 TELLIDO8  PIC 9(8) VALUE ZEROES.
           01 NOVODDD   PIC 9(2) VALUE ZEROES.
           01 NOVOTEL   PIC 9(9) VALUE ZEROES.

      *CAMPOS EXTRAIDOS DE CADA LINHA DO PORTAL, DELIMITADOS POR ";"
           01 LINHALIDA.
               02 LC-CHASSI   PIC X(17) VALUE SPACES.
               02 LC-NOME     PIC X(30) VALUE SPACES.
               02 LC-DDD      PIC X(02) VALUE SPACES.
               02 LC-TELEFONE PIC X(09) VALUE SPACES.
               02 LC-EMAIL    PIC X(30) VALUE SPACES.
               02 LC-MENSAGEM PIC X(60) VALUE SPACES.

      *VENDEDORES ATIVOS COM A FILIAL E O ULTIMO LEAD RECEBIDO - O
      *RODIZIO ENTREGA O LEAD AO DE MENOR ULTIMO LEAD DA FILIAL
           01 TABVEND.
               03 TBV-ENTRY OCCURS 999 TIMES.
                   05 TBV-CODIGO   PIC 9(3).
                   05 TBV-FILIAL   PIC 9(2).
                   05 TBV-ULTLEAD  PIC 9(6).
                   05 TBV-ALTERADO PIC 9(1).
           01 TBV-IND    PIC 9(4) VALUE 1.
           01 QTDVEND    PIC 9(4) VALUE ZEROES.
           01 ESCOLHIDO  PIC 9(4) VALUE ZEROES.
           01 MENORLEAD  PIC 9(7) VALUE ZEROES.
           01 FIMVEND    PIC 9(1) VALUE 0.

           01 ERRCEN PIC X(2) VALUE "00".
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.

           PROCEDURE DIVISION.
      *LE O PRAZO DO PARAMETRO E ABRE OS ARQUIVOS ENVOLVIDOS
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           ACCEPT HORAAGORA FROM TIME
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN INPUT LEADPARAM
           IF ERRPAR = "00"
               READ LEADPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:2) NUMERIC
                           AND LINHAPARAM(1:2) NOT = "00"
                           MOVE LINHAPARAM(1:2) TO DIASPRAZO
                       END-IF
               END-READ
               CLOSE LEADPARAM
           END-IF
           MOVE "LEADPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:2) NUMERIC
                   AND PARAMCENTRAL(1:2) NOT = "00"
                   MOVE PARAMCENTRAL(1:2) TO DIASPRAZO
               END-IF
           END-IF
           OPEN I-O CADLEAD
           IF ERRO NOT = "00"
               IF ERRO = "30" OR ERRO = "35"
                   OPEN OUTPUT CADLEAD
                   CLOSE CADLEAD
                   OPEN I-O CADLEAD
               ELSE
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLEAD"
                   MOVE 8 TO RETURN-CODE
                   GO TO SAIR
               END-IF
           END-IF
           OPEN I-O CADVFIL
           IF ERROVFL = "30" OR ERROVFL = "35"
               OPEN OUTPUT CADVFIL
               CLOSE CADVFIL
               OPEN I-O CADVFIL
           END-IF
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 1 TO TEMVEIC
           END-IF
           OPEN INPUT CADAGEN
           IF ERROAGE = "00"
               MOVE 1 TO TEMAGEN
           END-IF
           OPEN INPUT CADORCA
           IF ERROORC = "00"
               MOVE 1 TO TEMORCA
           END-IF
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPROPR
           END-IF
           OPEN OUTPUT RELCARGA
           MOVE SPACES TO LINHAREL
           STRING "CARGA E ACOMPANHAMENTO DOS LEADS DO PORTAL - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           PERFORM CARREGAVEND
           GO TO ACOMPANHA.

      *MONTA A TABELA DO RODIZIO COM OS VENDEDORES ATIVOS
       CARREGAVEND.
           MOVE ZEROES TO QTDVEND
           OPEN INPUT CADVEND
           IF ERRVND = "00"
               MOVE 0 TO FIMVEND
               MOVE ZEROES TO VD-CODIGO
               START CADVEND KEY IS NOT LESS THAN VD-CODIGO
                   INVALID KEY
                       MOVE 1 TO FIMVEND
               END-START
               PERFORM CARREGAVEND-LOOP UNTIL FIMVEND = 1
               CLOSE CADVEND
           END-IF
           MOVE "00" TO ERRVND.

       CARREGAVEND-LOOP.
           READ CADVEND NEXT
           IF ERRVND NOT = "00"
               MOVE 1 TO FIMVEND
           ELSE
               IF VEND-ATIVO AND QTDVEND < 999
                   ADD 1 TO QTDVEND
                   MOVE VD-CODIGO TO TBV-CODIGO(QTDVEND)
                   MOVE ZEROES TO TBV-FILIAL(QTDVEND)
                       TBV-ULTLEAD(QTDVEND) TBV-ALTERADO(QTDVEND)
                   MOVE VD-CODIGO TO VF-CODIGO
                   READ CADVFIL
                   IF ERROVFL = "00"
                       MOVE VF-FILIAL TO TBV-FILIAL(QTDVEND)
                       MOVE VF-ULTLEAD TO TBV-ULTLEAD(QTDVEND)
                   END-IF
                   MOVE "00" TO ERROVFL
               END-IF
           END-IF.

      *PERCORRE OS LEADS GUARDANDO O ULTIMO NUMERO E SEGUINDO OS QUE
      *AINDA NAO TERMINARAM (VENDIDO OU PERDIDO)
       ACOMPANHA.
           MOVE 0 TO FIMLEAD
           MOVE ZEROES TO LD-NUMERO
           START CADLEAD KEY IS NOT LESS THAN LD-NUMERO
               INVALID KEY
                   MOVE 1 TO FIMLEAD
           END-START
           PERFORM ACOMPANHA-LOOP UNTIL FIMLEAD = 1
           GO TO CARGA-INICIO.

       ACOMPANHA-LOOP.
           READ CADLEAD NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMLEAD
           ELSE
               IF LD-NUMERO > ULTNUMERO
                   MOVE LD-NUMERO TO ULTNUMERO
               END-IF
               IF NOT LEAD-VENDIDO AND NOT LEAD-PERDIDO
                   MOVE 0 TO ALTEROU
                   PERFORM SEGUELEAD
                   IF ALTEROU = 1
                       REWRITE REGLEAD
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNLEAD
                   END-IF
               END-IF
           END-IF.

      *LEAD ABERTO OU CONTATADO PROCURA TEST-DRIVE E ORCAMENTO DO
      *CLIENTE; CONVERTIDO PROCURA A VENDA; SEM CONVERSAO PODE PERDER
       SEGUELEAD.
           IF LEAD-ABERTO OR LEAD-CONTATADO
               PERFORM PROCURAAGEN
           END-IF
           IF LEAD-ABERTO OR LEAD-CONTATADO
               PERFORM PROCURAORCA
           END-IF
           IF LEAD-TESTDRIVE
               PERFORM ORCADOCPF
           END-IF
           IF LEAD-TESTDRIVE OR LEAD-ORCAMENTO
               PERFORM PROCURAVENDA
           END-IF
           IF NOT LEAD-VENDIDO
               PERFORM CHECAPERDA
           END-IF.

      *TEST-DRIVE DO CHASSI A PARTIR DO DIA DO LEAD PARA UM CLIENTE
      *COM O TELEFONE OU O E-MAIL DO LEAD
       PROCURAAGEN.
           IF TEMAGEN = 1
               MOVE 0 TO FIMBUSCA
               MOVE LD-CHASSI TO AG-CHASSI
               MOVE LD-DATA TO AG-DATA
               MOVE ZEROES TO AG-HORA
               START CADAGEN KEY IS NOT LESS THAN AG-CHAVE
                   INVALID KEY
                       MOVE 1 TO FIMBUSCA
               END-START
               PERFORM PROCURAAGEN-LOOP UNTIL FIMBUSCA = 1
               MOVE "00" TO ERROAGE
           END-IF.

       PROCURAAGEN-LOOP.
           READ CADAGEN NEXT
           IF ERROAGE NOT = "00" OR AG-CHASSI NOT = LD-CHASSI
               MOVE 1 TO FIMBUSCA
           ELSE
               MOVE AG-CPF TO CPF
               PERFORM CONFERECONTATO
               IF CONTATOOK = 1
                   MOVE "T" TO LD-SITUACAO
                   MOVE AG-CPF TO LD-CPF
                   MOVE AG-DATA TO LD-DATACONV
                   IF LD-DATARESP = ZEROES
                       MOVE AG-DATA TO LD-DATARESP
                       MOVE AG-HORA TO LD-HORARESP
                   END-IF
                   IF AG-NUMORCA NOT = ZEROES
                       MOVE "O" TO LD-SITUACAO
                       MOVE AG-NUMORCA TO LD-NUMORCA
                   END-IF
                   ADD 1 TO QTDCONV
                   MOVE 1 TO ALTEROU
                   MOVE 1 TO FIMBUSCA
               END-IF
           END-IF.

      *ORCAMENTO DO CHASSI EMITIDO A PARTIR DO DIA DO LEAD PARA UM
      *CLIENTE COM O TELEFONE OU O E-MAIL DO LEAD
       PROCURAORCA.
           IF TEMORCA = 1
               MOVE 0 TO FIMBUSCA
               MOVE LD-CHASSI TO OR-CHASSI
               START CADORCA KEY IS NOT LESS THAN OR-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMBUSCA
               END-START
               PERFORM PROCURAORCA-LOOP UNTIL FIMBUSCA = 1
               MOVE "00" TO ERROORC
           END-IF.

       PROCURAORCA-LOOP.
           READ CADORCA NEXT
           IF ERROORC NOT = "00" OR OR-CHASSI NOT = LD-CHASSI
               MOVE 1 TO FIMBUSCA
           ELSE
               IF OR-DATAEMISSAO NOT < LD-DATA
                   MOVE OR-CPF TO CPF
                   PERFORM CONFERECONTATO
                   IF CONTATOOK = 1
                       MOVE "O" TO LD-SITUACAO
                       MOVE OR-CPF TO LD-CPF
                       MOVE OR-DATAEMISSAO TO LD-DATACONV
                       MOVE NUMORCA TO LD-NUMORCA
                       IF LD-DATARESP = ZEROES
                           MOVE OR-DATAEMISSAO TO LD-DATARESP
                       END-IF
                       ADD 1 TO QTDCONV
                       MOVE 1 TO ALTEROU
                       MOVE 1 TO FIMBUSCA
                   END-IF
               END-IF
           END-IF.

      *LEAD QUE JA VIROU TEST-DRIVE PROCURA O ORCAMENTO DO MESMO CPF
      *PARA O CHASSI
       ORCADOCPF.
           IF TEMORCA = 1
               MOVE 0 TO FIMBUSCA
               MOVE LD-CPF TO OR-CPF
               START CADORCA KEY IS NOT LESS THAN OR-CPF
                   INVALID KEY
                       MOVE 1 TO FIMBUSCA
               END-START
               PERFORM ORCADOCPF-LOOP UNTIL FIMBUSCA = 1
               MOVE "00" TO ERROORC
           END-IF.

       ORCADOCPF-LOOP.
           READ CADORCA NEXT
           IF ERROORC NOT = "00" OR OR-CPF NOT = LD-CPF
               MOVE 1 TO FIMBUSCA
           ELSE
               IF OR-CHASSI = LD-CHASSI
                   AND OR-DATAEMISSAO NOT < LD-DATA
                   MOVE "O" TO LD-SITUACAO
                   MOVE NUMORCA TO LD-NUMORCA
                   MOVE 1 TO ALTEROU
                   MOVE 1 TO FIMBUSCA
               END-IF
           END-IF.

      *CONFERE O CONTATO DO CLIENTE (CPF JA MOVIDO) COM O DO LEAD
       CONFERECONTATO.
           MOVE 0 TO CONTATOOK
           IF TEMPROPR = 1
               READ CADPROPR
               IF ERROPRO = "00"
                   IF LD-TELEFONE NOT = ZEROES
                       AND DDD = LD-DDD AND NUMERO = LD-TELEFONE
                       MOVE 1 TO CONTATOOK
                   END-IF
                   IF LD-EMAIL NOT = SPACES AND EMAIL = LD-EMAIL
                       MOVE 1 TO CONTATOOK
                   END-IF
               END-IF
               MOVE "00" TO ERROPRO
           END-IF.

      *CHASSI VENDIDO AO CLIENTE DO LEAD DEPOIS DA CHEGADA DO LEAD
       PROCURAVENDA.
           IF TEMVEIC = 1
               MOVE LD-CHASSI TO CHASSI
               READ CADVEIC
               IF ERROVEI = "00"
                   IF VEIC-VENDIDO AND P-CPF = LD-CPF
                       AND DATAVENDA NOT < LD-DATA
                       MOVE "V" TO LD-SITUACAO
                       MOVE DATAVENDA TO LD-DATAFIM
                       ADD 1 TO QTDVENDA
                       MOVE 1 TO ALTEROU
                   END-IF
               END-IF
               MOVE "00" TO ERROVEI
           END-IF.

      *CHASSI VENDIDO A OUTRO CLIENTE DEPOIS DO LEAD, OU LEAD SEM
      *CONVERSAO ALEM DO PRAZO, E DADO COMO PERDIDO
       CHECAPERDA.
           IF TEMVEIC = 1
               MOVE LD-CHASSI TO CHASSI
               READ CADVEIC
               IF ERROVEI = "00"
                   IF VEIC-VENDIDO AND P-CPF NOT = LD-CPF
                       AND DATAVENDA NOT < LD-DATA
                       MOVE "P" TO LD-SITUACAO
                       MOVE DATAVENDA TO LD-DATAFIM
                       MOVE "VEICULO VENDIDO" TO LD-MOTIVO
                       ADD 1 TO QTDPERDA
                       MOVE 1 TO ALTEROU
                   END-IF
               END-IF
               MOVE "00" TO ERROVEI
           END-IF
           IF LEAD-ABERTO OR LEAD-CONTATADO
               MOVE LD-DATA TO DATACONV
               PERFORM DATAPARADIAS
               IF DIASHOJE - DIASCONV > DIASPRAZO
                   MOVE "P" TO LD-SITUACAO
                   MOVE DATAHOJE TO LD-DATAFIM
                   MOVE "SEM RETORNO NO PRAZO" TO LD-MOTIVO
                   ADD 1 TO QTDPERDA
                   MOVE 1 TO ALTEROU
               END-IF
           END-IF.

      *ABRE O ARQUIVO DO PORTAL - SEM ARQUIVO, SO O ACOMPANHAMENTO
       CARGA-INICIO.
           OPEN INPUT ARQLEAD
           IF ERROARQ NOT = "00"
               DISPLAY "ARQUIVO LEADS.TXT NAO ENCONTRADO"
               GO TO ENCERRA
           END-IF
           MOVE 1 TO TEMARQ
           MOVE SPACES TO LINHAREL
           STRING "LEAD   CHASSI            NOME                   "
               DELIMITED BY SIZE
               "        FL VND OBSERVACAO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO CARGA.

      *LE UMA LINHA DELIMITADA POR ";" E REGISTRA O LEAD
       CARGA.
           READ ARQLEAD
               AT END
                   GO TO ENCERRA
           END-READ
           ADD 1 TO QTDLIDOS
           MOVE SPACES TO LINHALIDA
           UNSTRING LINHACARGA DELIMITED BY ";"
               INTO LC-CHASSI LC-NOME LC-DDD LC-TELEFONE LC-EMAIL
                   LC-MENSAGEM
           END-UNSTRING
           MOVE ZEROES TO NOVODDD NOVOTEL
           IF LC-DDD NUMERIC
               MOVE LC-DDD TO NOVODDD
           END-IF
           IF LC-TELEFONE NUMERIC
               MOVE LC-TELEFONE TO NOVOTEL
           ELSE
               IF LC-TELEFONE(1:8) NUMERIC
                   AND LC-TELEFONE(9:1) = SPACE
                   MOVE LC-TELEFONE(1:8) TO TELLIDO8
                   MOVE TELLIDO8 TO NOVOTEL
               END-IF
           END-IF
           IF NOVODDD = ZEROES
               MOVE ZEROES TO NOVOTEL
           END-IF
           IF LC-CHASSI = SPACES OR LC-NOME = SPACES
               OR (NOVOTEL = ZEROES AND LC-EMAIL = SPACES)
               ADD 1 TO QTDINVAL
               MOVE SPACES TO LINHAREL
               STRING "INVALIDO: " DELIMITED BY SIZE
                   LINHACARGA DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               GO TO CARGA
           END-IF
           PERFORM CHECAREPETIDO
           IF REPETIDO = 1
               ADD 1 TO QTDREPET
               GO TO CARGA
           END-IF
           PERFORM REGISTRALEAD
           GO TO CARGA.

      *O MESMO CONTATO PARA O MESMO CHASSI COM LEAD AINDA EM ABERTO
       CHECAREPETIDO.
           MOVE 0 TO REPETIDO
           MOVE 0 TO FIMBUSCA
           MOVE LC-CHASSI TO LD-CHASSI
           START CADLEAD KEY IS NOT LESS THAN LD-CHASSI
               INVALID KEY
                   MOVE 1 TO FIMBUSCA
           END-START
           PERFORM CHECAREPETIDO-LOOP UNTIL FIMBUSCA = 1
           MOVE "00" TO ERRO.

       CHECAREPETIDO-LOOP.
           READ CADLEAD NEXT
           IF ERRO NOT = "00" OR LD-CHASSI NOT = LC-CHASSI
               MOVE 1 TO FIMBUSCA
           ELSE
               IF LEAD-ABERTO OR LEAD-CONTATADO
                   IF NOVOTEL NOT = ZEROES
                       AND LD-DDD = NOVODDD AND LD-TELEFONE = NOVOTEL
                       MOVE 1 TO REPETIDO
                   END-IF
                   IF LC-EMAIL NOT = SPACES AND LD-EMAIL = LC-EMAIL
                       MOVE 1 TO REPETIDO
                   END-IF
                   IF REPETIDO = 1
                       MOVE 1 TO FIMBUSCA
                   END-IF
               END-IF
           END-IF.

      *GRAVA O LEAD COM O VENDEDOR DO RODIZIO DA FILIAL DO VEICULO
       REGISTRALEAD.
           MOVE SPACES TO OBSLEAD
           MOVE SPACES TO REGLEAD
           MOVE LC-CHASSI TO LD-CHASSI
           MOVE LC-NOME TO LD-NOME
           MOVE NOVODDD TO LD-DDD
           MOVE NOVOTEL TO LD-TELEFONE
           MOVE LC-EMAIL TO LD-EMAIL
           MOVE LC-MENSAGEM TO LD-MENSAGEM
           MOVE ZEROES TO LD-FILIAL
           IF TEMVEIC = 1
               MOVE LD-CHASSI TO CHASSI
               READ CADVEIC
               IF ERROVEI = "00"
                   MOVE FILIAL TO LD-FILIAL
               ELSE
                   MOVE "CHASSI FORA DO ESTOQUE" TO OBSLEAD
                   ADD 1 TO QTDFORA
               END-IF
               MOVE "00" TO ERROVEI
           END-IF
           ADD 1 TO ULTNUMERO
           MOVE ULTNUMERO TO LD-NUMERO
           MOVE DATAHOJE TO LD-DATA
           MOVE HORAAGORA(1:4) TO LD-HORA
           MOVE "A" TO LD-SITUACAO
           MOVE ZEROES TO LD-DATARESP LD-HORARESP LD-DATACONV
               LD-NUMORCA LD-DATAFIM
           PERFORM ESCOLHEVEND
           IF LD-VENDEDOR = ZEROES
               MOVE "SEM VENDEDOR ATIVO" TO OBSLEAD
               ADD 1 TO QTDSEMVEND
           END-IF
           WRITE REGLEAD
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNLEAD
           IF ERRO = "00" OR ERRO = "02"
               ADD 1 TO QTDGRAVA
               MOVE SPACES TO LINHAREL
               STRING LD-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LD-CHASSI DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LD-NOME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LD-FILIAL DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   LD-VENDEDOR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OBSLEAD DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               ADD 1 TO QTDINVAL
               DISPLAY "ERRO NA GRAVACAO DO LEAD " LD-NUMERO
           END-IF
           MOVE "00" TO ERRO.

      *RODIZIO - VENDEDOR ATIVO DA FILIAL HA MAIS TEMPO SEM LEAD; SEM
      *VENDEDOR NA FILIAL, O RODIZIO GERAL ENTRE TODOS OS ATIVOS
       ESCOLHEVEND.
           MOVE ZEROES TO LD-VENDEDOR ESCOLHIDO
           MOVE 9999999 TO MENORLEAD
           PERFORM ESCOLHEFILIAL VARYING TBV-IND FROM 1 BY 1
               UNTIL TBV-IND > QTDVEND
           IF ESCOLHIDO = ZEROES
               PERFORM ESCOLHEGERAL VARYING TBV-IND FROM 1 BY 1
                   UNTIL TBV-IND > QTDVEND
           END-IF
           IF ESCOLHIDO NOT = ZEROES
               MOVE TBV-CODIGO(ESCOLHIDO) TO LD-VENDEDOR
               MOVE LD-NUMERO TO TBV-ULTLEAD(ESCOLHIDO)
               MOVE 1 TO TBV-ALTERADO(ESCOLHIDO)
           END-IF.

       ESCOLHEFILIAL.
           IF TBV-FILIAL(TBV-IND) = LD-FILIAL
               AND TBV-ULTLEAD(TBV-IND) < MENORLEAD
               MOVE TBV-IND TO ESCOLHIDO
               MOVE TBV-ULTLEAD(TBV-IND) TO MENORLEAD
           END-IF.

       ESCOLHEGERAL.
           IF TBV-ULTLEAD(TBV-IND) < MENORLEAD
               MOVE TBV-IND TO ESCOLHIDO
               MOVE TBV-ULTLEAD(TBV-IND) TO MENORLEAD
           END-IF.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA.

      *GRAVA O RODIZIO, O RESUMO, ESVAZIA O ARQUIVO DO PORTAL E FECHA
       ENCERRA.
           PERFORM GRAVARODIZIO VARYING TBV-IND FROM 1 BY 1
               UNTIL TBV-IND > QTDVEND
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "LIDOS: " DELIMITED BY SIZE
               QTDLIDOS DELIMITED BY SIZE
               " REGISTRADOS: " DELIMITED BY SIZE
               QTDGRAVA DELIMITED BY SIZE
               " REPETIDOS: " DELIMITED BY SIZE
               QTDREPET DELIMITED BY SIZE
               " INVALIDOS: " DELIMITED BY SIZE
               QTDINVAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "FORA DO ESTOQUE: " DELIMITED BY SIZE
               QTDFORA DELIMITED BY SIZE
               " SEM VENDEDOR: " DELIMITED BY SIZE
               QTDSEMVEND DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "ACOMPANHAMENTO - CONVERTIDOS: " DELIMITED BY SIZE
               QTDCONV DELIMITED BY SIZE
               " VENDIDOS: " DELIMITED BY SIZE
               QTDVENDA DELIMITED BY SIZE
               " PERDIDOS: " DELIMITED BY SIZE
               QTDPERDA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF TEMARQ = 1
               CLOSE ARQLEAD
               OPEN OUTPUT ARQLEAD
               CLOSE ARQLEAD
           END-IF
           CLOSE CADLEAD
           CLOSE CADVFIL
           IF TEMVEIC = 1
               CLOSE CADVEIC
           END-IF
           IF TEMAGEN = 1
               CLOSE CADAGEN
           END-IF
           IF TEMORCA = 1
               CLOSE CADORCA
           END-IF
           IF TEMPROPR = 1
               CLOSE CADPROPR
           END-IF
           CLOSE RELCARGA
           DISPLAY "LEADS REGISTRADOS: " QTDGRAVA
               " REPETIDOS: " QTDREPET " INVALIDOS: " QTDINVAL
           DISPLAY "RESUMO GRAVADO EM RELCARGAL.TXT"
           GO TO SAIR.

      *GUARDA NO CADVFIL O ULTIMO LEAD DE CADA VENDEDOR QUE RECEBEU
       GRAVARODIZIO.
           IF TBV-ALTERADO(TBV-IND) = 1
               MOVE TBV-CODIGO(TBV-IND) TO VF-CODIGO
               READ CADVFIL
               IF ERROVFL = "00"
                   MOVE TBV-ULTLEAD(TBV-IND) TO VF-ULTLEAD
                   REWRITE REGVFIL
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVFIL
               ELSE
                   MOVE TBV-CODIGO(TBV-IND) TO VF-CODIGO
                   MOVE TBV-FILIAL(TBV-IND) TO VF-FILIAL
                   MOVE TBV-ULTLEAD(TBV-IND) TO VF-ULTLEAD
                   WRITE REGVFIL
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNVFIL
               END-IF
               MOVE "00" TO ERROVFL
           END-IF.

      *LE O VALOR NO REGISTRO CENTRAL DE PARAMETROS (CADPARAM,
      *MANTIDO NO P172937) - PRESENTE, ELE PREVALECE SOBRE O ARQUIVO
      *DE PARAMETRO ANTIGO, QUE SEGUE VALENDO COMO RESERVA
       LECENTRAL.
           MOVE 0 TO TEMCENTRAL
           MOVE SPACES TO PARAMCENTRAL
           OPEN INPUT CADPARAM
           IF ERRCEN = "00"
               MOVE CHAVECENTRAL TO PA-CHAVE
               READ CADPARAM
               IF ERRCEN = "00"
                   IF PA-VALOR NOT = SPACES
                       MOVE 1 TO TEMCENTRAL
                       MOVE PA-VALOR TO PARAMCENTRAL
                   END-IF
               END-IF
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRCEN.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADLEAD PARA O JORNAL DE TRANSACOES
       JORNLEAD.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADLEAD" TO PJ-ARQUIVO
               MOVE REGLEAD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVFIL PARA O JORNAL DE TRANSACOES
       JORNVFIL.
           IF ERROVFL = "00" OR ERROVFL = "02"
               MOVE "CADVFIL" TO PJ-ARQUIVO
               MOVE REGVFIL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM CARGALEAD.

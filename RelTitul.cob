      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTITUL.
      *-----------------------------------------------------------------
      *RELATORIO DO TITULAR (LGPD) - TUDO O QUE O SISTEMA GUARDA SOBRE
      *UM CPF, PARA ATENDER O PEDIDO DE ACESSO DO CLIENTE. O CPF VEM DE
      *TITPARAM.TXT, ANOTADO NO P172958. PRIMEIRO O CADASTRO (CADPROPR)
      *E O CONSENTIMENTO DE CONTATO (CADLGPD) COM OS CAMPOS POR EXTENSO;
      *DEPOIS, ARQUIVO POR ARQUIVO, A IMAGEM COMPLETA DE CADA REGISTRO
      *LIGADO AO CPF - PELA CHAVE DE CPF QUANDO O ARQUIVO TEM, SENAO
      *PERCORRENDO O ARQUIVO TODO. ARQUIVO AUSENTE E PULADO. AS
      *COMUNICACOES AO COAF (CADCOAF) NAO ENTRAM: A LEI 9.613 PROIBE
      *DAR CIENCIA AO CLIENTE. GRAVA RELTITUL.TXT E RODA SEM OPERADOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LG-CPF
               FILE STATUS  IS ERROLG.
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
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERROPAR
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADBXPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBXPC
               FILE STATUS  IS ERROBXP
               ALTERNATE RECORD KEY IS BP-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS BP-CPF WITH DUPLICATES.
           SELECT CADCOBR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CB-CPF
               FILE STATUS  IS ERROCOB.
           SELECT CADCOBC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOBC
               FILE STATUS  IS ERROCTT.
           SELECT CADORCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NUMORCA
               FILE STATUS  IS ERROORC
               ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS OR-CHASSI WITH DUPLICATES.
           SELECT CADAVAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AV-NUMERO
               FILE STATUS  IS ERROAVA
               ALTERNATE RECORD KEY IS AV-CPF WITH DUPLICATES.
           SELECT CADAGEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AG-CHAVE
               FILE STATUS  IS ERROAGE
               ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES.
           SELECT CADRES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RS-CHASSI
               FILE STATUS  IS ERRORES.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS GA-CHASSI
               FILE STATUS  IS ERROGAR.
           SELECT CADSIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESIN
               FILE STATUS  IS ERROSIN.
           SELECT CADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OS-NUMERO
               FILE STATUS  IS ERROOS
               ALTERNATE RECORD KEY IS OS-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS OS-CPF WITH DUPLICATES.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NF-NUMERO
               FILE STATUS  IS ERRONF
               ALTERNATE RECORD KEY IS NF-CHASSI WITH DUPLICATES.
           SELECT CADDETR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDETR
               FILE STATUS  IS ERRODET
               ALTERNATE RECORD KEY IS DT-CPF WITH DUPLICATES.
           SELECT CADENTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTR
               FILE STATUS  IS ERROENT
               ALTERNATE RECORD KEY IS EN-DATAAGEN WITH DUPLICATES.
           SELECT CADNPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENPS
               FILE STATUS  IS ERRONPS
               ALTERNATE RECORD KEY IS NP-DATARESP WITH DUPLICATES.
           SELECT CADTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVETAREF
               FILE STATUS  IS ERROTAR
               ALTERNATE RECORD KEY IS TF-FILIAL WITH DUPLICATES.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LD-NUMERO
               FILE STATUS  IS ERROLEA
               ALTERNATE RECORD KEY IS LD-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS LD-VENDEDOR WITH DUPLICATES.
           SELECT CADINFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEINFR
               FILE STATUS  IS ERROINF
               ALTERNATE RECORD KEY IS AI-CHASSI WITH DUPLICATES.
           SELECT CADPEDI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDI
               FILE STATUS  IS ERROPI.
           SELECT CADCDC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECDC
               FILE STATUS  IS ERROCDC
               ALTERNATE RECORD KEY IS CD-BANCO WITH DUPLICATES.
           SELECT CADFROTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FT-NUMERO
               FILE STATUS  IS ERROFRO
               ALTERNATE RECORD KEY IS FT-CPF WITH DUPLICATES.
           SELECT CADRECV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVERECV
               FILE STATUS  IS ERRORCV
               ALTERNATE RECORD KEY IS RL-CHASSI WITH DUPLICATES.
           SELECT CADREVIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREVIS
               FILE STATUS  IS ERROREV.
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SG-NUMERO
               FILE STATUS  IS ERROAPO
               ALTERNATE RECORD KEY IS SG-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS SG-FIM WITH DUPLICATES.
           SELECT TITPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELTITUL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
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
               02 VERSAO PIC 9(6) VALUE ZEROES.

      *CONSENTIMENTO DE CONTATO POR CLIENTE (P172958)
           FD CADLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LG-CPF       PIC X(11) VALUE SPACES.
               02 LG-MARKETING PIC X(1) VALUE SPACES.
               02 LG-EMAIL     PIC X(1) VALUE SPACES.
               02 LG-FONE      PIC X(1) VALUE SPACES.
               02 LG-DATA      PIC 9(8) VALUE ZEROES.
               02 LG-OPERADOR  PIC X(8) VALUE SPACES.
               02 LG-ANONIM    PIC X(1) VALUE SPACES.
                   88 LGPD-ANONIMIZADO VALUE "S".
               02 LG-DATAANON  PIC 9(8) VALUE ZEROES.
               02 FILLER       PIC X(11).

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 CHASSI     PIC X(17).
               02 PLACA      PIC X(7).
               02 VEICULO.
                   03 V-MARCA  PIC 9(3).
                   03 V-MODELO PIC 9(3).
                   03 P-CPF    PIC X(11).
               02 V-ANO      PIC 9(8).
               02 FILLER     PIC X(20).
               02 CPFORIGEM  PIC X(11).
               02 FILLER     PIC X(1).
               02 CONSIGCPF  PIC X(11).
               02 FILLER     PIC X(78).
               02 VERSAO     PIC 9(6).

           FD CADVHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVHIST.DAT".
           01 REGVHIST.
               02 H-CHASSI PIC X(17).
               02 H-PLACA  PIC X(7).
               02 H-VEICULO.
                   03 H-V-MARCA  PIC 9(3).
                   03 H-V-MODELO PIC 9(3).
                   03 H-P-CPF    PIC X(11).
               02 H-V-ANO  PIC 9(8).
               02 FILLER   PIC X(127).

           FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
           01 REGHIST.
               02 CHAVEHIST.
                   03 HS-CHASSI PIC X(17).
                   03 HS-SEQ    PIC 9(3).
               02 HS-CPF    PIC X(11).
               02 FILLER    PIC X(34).

           FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 CHAVEPARC.
                   03 PR-CHASSI  PIC X(17).
                   03 PR-NUMPARC PIC 9(3).
               02 PR-CPF     PIC X(11).
               02 FILLER     PIC X(39).

           FD CADBXPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBXPC.DAT".
           01 REGBXPC.
               02 CHAVEBXPC.
                   03 BP-CHASSI  PIC X(17).
                   03 BP-NUMPARC PIC 9(3).
                   03 BP-SEQ     PIC 9(3).
               02 BP-DATA    PIC 9(8).
               02 BP-CPF     PIC X(11).
               02 FILLER     PIC X(54).

           FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
           01 REGCOBR.
               02 CB-CPF     PIC X(11).
               02 FILLER     PIC X(25).

           FD CADCOBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBC.DAT".
           01 REGCOBC.
               02 CHAVECOBC.
                   03 CC-CPF PIC X(11).
                   03 CC-SEQ PIC 9(3).
               02 FILLER     PIC X(64).

           FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           01 REGORCA.
               02 NUMORCA    PIC 9(6).
               02 OR-CPF     PIC X(11).
               02 OR-CHASSI  PIC X(17).
               02 FILLER     PIC X(35).

           FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVAL.DAT".
           01 REGAVAL.
               02 AV-NUMERO  PIC 9(6).
               02 AV-CPF     PIC X(11).
               02 FILLER     PIC X(70).

           FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
           01 REGAGEN.
               02 AG-CHAVE.
                   03 AG-CHASSI PIC X(17).
                   03 AG-DATA   PIC 9(8).
                   03 AG-HORA   PIC 9(4).
               02 AG-CPF     PIC X(11).
               02 FILLER     PIC X(15).

           FD CADRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
           01 REGRES.
               02 RS-CHASSI  PIC X(17).
               02 RS-CPF     PIC X(11).
               02 FILLER     PIC X(34).

           FD CADGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGAR.
               02 GA-CHASSI  PIC X(17).
               02 FILLER     PIC X(11).
               02 GA-CPF     PIC X(11).

           FD CADSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIN.DAT".
           01 REGSIN.
               02 CHAVESIN.
                   03 SN-CHASSI PIC X(17).
                   03 SN-SEQ    PIC 9(3).
               02 FILLER     PIC X(8).
               02 SN-CPF     PIC X(11).
               02 FILLER     PIC X(86).

           FD CADOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOS.DAT".
           01 REGOS.
               02 OS-NUMERO  PIC 9(6).
               02 OS-CHASSI  PIC X(17).
               02 OS-CPF     PIC X(11).
               02 FILLER     PIC X(96).

           FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO  PIC 9(6).
               02 NF-CHASSI  PIC X(17).
               02 NF-CPF     PIC X(11).
               02 FILLER     PIC X(56).

           FD CADDETR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDETR.DAT".
           01 REGDETR.
               02 CHAVEDETR  PIC X(25).
               02 FILLER     PIC X(7).
               02 DT-CPF     PIC X(11).
               02 FILLER     PIC X(76).

           FD CADENTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENTR.DAT".
           01 REGENTR.
               02 CHAVEENTR.
                   03 EN-CHASSI    PIC X(17).
                   03 EN-DATAVENDA PIC 9(8).
               02 FILLER       PIC X(7).
               02 EN-CPF       PIC X(11).
               02 FILLER       PIC X(2).
               02 EN-DATAAGEN  PIC 9(8).
               02 FILLER       PIC X(28).
               02 EN-CPFRECEB  PIC X(11).
               02 FILLER       PIC X(46).

           FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
           01 REGNPS.
               02 CHAVENPS.
                   03 NP-CHASSI    PIC X(17).
                   03 NP-DATAVENDA PIC 9(8).
               02 NP-CPF       PIC X(11).
               02 FILLER       PIC X(87).
               02 NP-DATARESP  PIC 9(8).
               02 FILLER       PIC X(9).

           FD CADTAREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAREF.DAT".
           01 REGTAREF.
               02 CHAVETAREF.
                   03 TF-CHASSI    PIC X(17).
                   03 TF-DATAVENDA PIC 9(8).
                   03 TF-TIPO      PIC X(1).
               02 TF-FILIAL    PIC 9(2).
               02 TF-CPF       PIC X(11).
               02 FILLER       PIC X(150).

           FD CADLEAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEAD.DAT".
           01 REGLEAD.
               02 LD-NUMERO    PIC 9(6).
               02 LD-CHASSI    PIC X(17).
               02 FILLER       PIC X(145).
               02 LD-VENDEDOR  PIC 9(3).
               02 FILLER       PIC X(13).
               02 LD-CPF       PIC X(11).
               02 FILLER       PIC X(50).

           FD CADINFR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINFR.DAT".
           01 REGINFR.
               02 CHAVEINFR.
                   03 AI-PLACA  PIC X(7).
                   03 AI-SEQ    PIC 9(3).
               02 FILLER       PIC X(68).
               02 AI-CHASSI    PIC X(17).
               02 FILLER       PIC X(3).
               02 AI-CPF       PIC X(11).
               02 FILLER       PIC X(25).

           FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           01 REGPEDI.
               02 CHAVEPEDI.
                   03 PI-NUMERO  PIC 9(6).
                   03 PI-SEQ     PIC 9(3).
               02 FILLER       PIC X(35).
               02 PI-CPF       PIC X(11).
               02 FILLER       PIC X(34).
           FD CADCDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDC.DAT".
           01 REGCDC.
               02 CHAVECDC.
                   03 CD-CHASSI PIC X(17).
                   03 CD-SEQ    PIC 9(3).
               02 CD-BANCO   PIC 9(3).
               02 CD-CPF     PIC X(11).
               02 FILLER     PIC X(101).

           FD CADFROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFROTA.DAT".
           01 REGFROTA.
               02 FT-NUMERO  PIC 9(6).
               02 FT-CPF     PIC X(11).
               02 FILLER     PIC X(119).

           FD CADRECV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECV.DAT".
           01 REGRECV.
               02 CHAVERECV.
                   03 RL-CAMPANHA PIC 9(4).
                   03 RL-CHASSI   PIC X(17).
               02 FILLER     PIC X(2).
               02 RL-CPF     PIC X(11).
               02 FILLER     PIC X(38).

           FD CADREVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREVIS.DAT".
           01 REGREVIS.
               02 CHAVEREVIS.
                   03 RV-CHASSI PIC X(17).
                   03 RV-NUMERO PIC 9(2).
               02 RV-CPF     PIC X(11).
               02 FILLER     PIC X(17).

           FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 SG-NUMERO  PIC 9(6).
               02 SG-CHASSI  PIC X(17).
               02 SG-CPF     PIC X(11).
               02 FILLER     PIC X(48).
               02 SG-FIM     PIC 9(8).
               02 FILLER     PIC X(80).

           FD TITPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TITPARAM.TXT".
           01 LINHAPARAM PIC X(11) VALUE SPACES.

           FD RELTITUL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELTITUL.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROLG    PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROVHI PIC X(2) VALUE "00".
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 ERROBXP PIC X(2) VALUE "00".
           01 ERROCOB PIC X(2) VALUE "00".
           01 ERROCTT PIC X(2) VALUE "00".
           01 ERROORC PIC X(2) VALUE "00".
           01 ERROAVA PIC X(2) VALUE "00".
           01 ERROAGE PIC X(2) VALUE "00".
           01 ERRORES PIC X(2) VALUE "00".
           01 ERROGAR PIC X(2) VALUE "00".
           01 ERROSIN PIC X(2) VALUE "00".
           01 ERROOS PIC X(2) VALUE "00".
           01 ERRONF PIC X(2) VALUE "00".
           01 ERRODET PIC X(2) VALUE "00".
           01 ERROENT PIC X(2) VALUE "00".
           01 ERRONPS PIC X(2) VALUE "00".
           01 ERROTAR PIC X(2) VALUE "00".
           01 ERROLEA PIC X(2) VALUE "00".
           01 ERROINF PIC X(2) VALUE "00".
           01 ERROPI PIC X(2) VALUE "00".
           01 ERROCDC PIC X(2) VALUE "00".
           01 ERROFRO PIC X(2) VALUE "00".
           01 ERRORCV PIC X(2) VALUE "00".
           01 ERROREV PIC X(2) VALUE "00".
           01 ERROAPO PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 CPFTIT    PIC X(11) VALUE SPACES.
      *SECAO EM ANDAMENTO - UM ARQUIVO POR SECAO
           01 NOMESECAO PIC X(60) VALUE SPACES.
           01 QTDSEC    PIC 9(5) VALUE ZEROES.
           01 QTDARQS   PIC 9(3) VALUE ZEROES.
           01 QTDTOTAL  PIC 9(6) VALUE ZEROES.
      *IMAGEM DO REGISTRO, IMPRESSA EM PEDACOS DE 100 POSICOES
           01 IMAGEM    PIC X(250) VALUE SPACES.
           01 TAMIMAGEM PIC 9(3) VALUE ZEROES.
           01 POSIMG    PIC 9(3) VALUE ZEROES.
           01 ED-NASC   PIC 99/99/9999.
           01 ED-QTD    PIC Z(4)9.

           PROCEDURE DIVISION.
      *LE O CPF DO PEDIDO E ABRE O RELATORIO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE SPACES TO CPFTIT
           OPEN INPUT TITPARAM
           IF ERRPAR = "00"
               READ TITPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LINHAPARAM TO CPFTIT
               END-READ
               CLOSE TITPARAM
           END-IF
           IF CPFTIT = SPACES
               DISPLAY "INFORME O CPF DO TITULAR EM TITPARAM.TXT"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN OUTPUT RELTITUL
           MOVE SPACES TO LINHAREL
           STRING "RELATORIO DO TITULAR - DADOS MANTIDOS SOBRE O CPF "
               DELIMITED BY SIZE
               CPFTIT DELIMITED BY SIZE
               " - EMITIDO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           GO TO CADASTRO.

      *CADASTRO DO CLIENTE E CONSENTIMENTO, CAMPO A CAMPO
       CADASTRO.
           MOVE "CADASTRO DO CLIENTE (CADPROPR)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADPROPR
           IF ERRO = "00"
               MOVE CPFTIT TO CPF
               READ CADPROPR
               IF ERRO = "00"
                   PERFORM ABRESECAO
                   PERFORM LINHASCADASTRO
               END-IF
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERRO
           PERFORM FECHASECAO
           MOVE "CONSENTIMENTO DE CONTATO (CADLGPD)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADLGPD
           IF ERROLG = "00"
               MOVE CPFTIT TO LG-CPF
               READ CADLGPD
               IF ERROLG = "00"
                   PERFORM ABRESECAO
                   PERFORM LINHASCONSENT
               END-IF
               CLOSE CADLGPD
           END-IF
           MOVE "00" TO ERROLG
           PERFORM FECHASECAO
           GO TO DEMAIS.

       LINHASCADASTRO.
           MOVE SPACES TO LINHAREL
           STRING "    NOME: " DELIMITED BY SIZE
               NOME DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE DATANASC TO ED-NASC
           MOVE SPACES TO LINHAREL
           STRING "    NASCIMENTO: " DELIMITED BY SIZE
               ED-NASC DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "    ENDERECO: CEP " DELIMITED BY SIZE
               BCEP DELIMITED BY SIZE
               " NUMERO " DELIMITED BY SIZE
               NUM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               COMPLEMENTO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "    TELEFONE: (" DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "    E-MAIL: " DELIMITED BY SIZE
               EMAIL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       LINHASCONSENT.
           MOVE SPACES TO LINHAREL
           STRING "    MARKETING: " DELIMITED BY SIZE
               LG-MARKETING DELIMITED BY SIZE
               "  E-MAIL: " DELIMITED BY SIZE
               LG-EMAIL DELIMITED BY SIZE
               "  TELEFONE/SMS: " DELIMITED BY SIZE
               LG-FONE DELIMITED BY SIZE
               "  REGISTRADO EM " DELIMITED BY SIZE
               LG-DATA DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               LG-OPERADOR DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           IF LGPD-ANONIMIZADO
               MOVE SPACES TO LINHAREL
               STRING "    DADOS PESSOAIS ANONIMIZADOS EM "
                   DELIMITED BY SIZE
                   LG-DATAANON DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

      *OS DEMAIS ARQUIVOS LIGADOS AO CPF, NA ORDEM DA VIDA DO CLIENTE
       DEMAIS.
           PERFORM LISTAVEIC
           PERFORM LISTAVHIST
           PERFORM LISTAHIST
           PERFORM LISTAPARC
           PERFORM LISTABXPC
           PERFORM LISTACOBR
           PERFORM LISTACOBC
           PERFORM LISTAORCA
           PERFORM LISTAAVAL
           PERFORM LISTAAGEN
           PERFORM LISTARES
           PERFORM LISTAGAR
           PERFORM LISTASIN
           PERFORM LISTAOS
           PERFORM LISTANF
           PERFORM LISTADETR
           PERFORM LISTAENTR
           PERFORM LISTANPS
           PERFORM LISTATAREF
           PERFORM LISTALEAD
           PERFORM LISTAINFR
           PERFORM LISTAPEDI
           PERFORM LISTACDC
           PERFORM LISTAFROTA
           PERFORM LISTARECV
           PERFORM LISTAREVIS
           PERFORM LISTAAPOL
           GO TO TOTAIS.

       LISTAVEIC.
           MOVE "VEICULOS - COMPRADOR, VENDEDOR, CONSIGNANTE (CADVEIC)"
               TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHASSI
               START CADVEIC KEY IS NOT LESS THAN CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAVEIC-LOOP UNTIL FIMARQ = 1
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI
           PERFORM FECHASECAO.

       LISTAVEIC-LOOP.
           READ CADVEIC NEXT
           IF ERROVEI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF P-CPF = CPFTIT OR CPFORIGEM = CPFTIT
                   OR CONSIGCPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGVEIC TO IMAGEM
                   MOVE 176 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAVHIST.
           MOVE "VENDAS ARQUIVADAS (CADVHIST)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADVHIST
           IF ERROVHI = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO H-P-CPF
               START CADVHIST KEY IS EQUAL H-P-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAVHIST-LOOP UNTIL FIMARQ = 1
               CLOSE CADVHIST
           END-IF
           MOVE "00" TO ERROVHI
           PERFORM FECHASECAO.

       LISTAVHIST-LOOP.
           READ CADVHIST NEXT
           IF ERROVHI NOT = "00" OR H-P-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGVHIST TO IMAGEM
               MOVE 176 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTAHIST.
           MOVE "HISTORICO DE PROPRIETARIOS (CADHIST)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADHIST
           IF ERROHIS = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO HS-CPF
               START CADHIST KEY IS EQUAL HS-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAHIST-LOOP UNTIL FIMARQ = 1
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERROHIS
           PERFORM FECHASECAO.

       LISTAHIST-LOOP.
           READ CADHIST NEXT
           IF ERROHIS NOT = "00" OR HS-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGHIST TO IMAGEM
               MOVE 65 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTAPARC.
           MOVE "PARCELAS DO FINANCIAMENTO (CADPARC)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADPARC
           IF ERROPAR = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO PR-CPF
               START CADPARC KEY IS EQUAL PR-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAPARC-LOOP UNTIL FIMARQ = 1
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPAR
           PERFORM FECHASECAO.

       LISTAPARC-LOOP.
           READ CADPARC NEXT
           IF ERROPAR NOT = "00" OR PR-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGPARC TO IMAGEM
               MOVE 70 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTABXPC.
           MOVE "BAIXAS DE PARCELAS (CADBXPC)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADBXPC
           IF ERROBXP = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO BP-CPF
               START CADBXPC KEY IS EQUAL BP-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTABXPC-LOOP UNTIL FIMARQ = 1
               CLOSE CADBXPC
           END-IF
           MOVE "00" TO ERROBXP
           PERFORM FECHASECAO.

       LISTABXPC-LOOP.
           READ CADBXPC NEXT
           IF ERROBXP NOT = "00" OR BP-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGBXPC TO IMAGEM
               MOVE 96 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTACOBR.
           MOVE "COBRANCA (CADCOBR)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADCOBR
           IF ERROCOB = "00"
               MOVE CPFTIT TO CB-CPF
               READ CADCOBR
               IF ERROCOB = "00"
                   MOVE SPACES TO IMAGEM
                   MOVE REGCOBR TO IMAGEM
                   MOVE 36 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
               CLOSE CADCOBR
           END-IF
           MOVE "00" TO ERROCOB
           PERFORM FECHASECAO.

       LISTACOBC.
           MOVE "CONTATOS DE COBRANCA (CADCOBC)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADCOBC
           IF ERROCTT = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO CC-CPF
               MOVE ZEROES TO CC-SEQ
               START CADCOBC KEY IS GREATER THAN CHAVECOBC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTACOBC-LOOP UNTIL FIMARQ = 1
               CLOSE CADCOBC
           END-IF
           MOVE "00" TO ERROCTT
           PERFORM FECHASECAO.

       LISTACOBC-LOOP.
           READ CADCOBC NEXT
           IF ERROCTT NOT = "00" OR CC-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGCOBC TO IMAGEM
               MOVE 78 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTAORCA.
           MOVE "ORCAMENTOS (CADORCA)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADORCA
           IF ERROORC = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO OR-CPF
               START CADORCA KEY IS EQUAL OR-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAORCA-LOOP UNTIL FIMARQ = 1
               CLOSE CADORCA
           END-IF
           MOVE "00" TO ERROORC
           PERFORM FECHASECAO.

       LISTAORCA-LOOP.
           READ CADORCA NEXT
           IF ERROORC NOT = "00" OR OR-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGORCA TO IMAGEM
               MOVE 69 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTAAVAL.
           MOVE "AVALIACOES DE USADOS (CADAVAL)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADAVAL
           IF ERROAVA = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO AV-CPF
               START CADAVAL KEY IS EQUAL AV-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAAVAL-LOOP UNTIL FIMARQ = 1
               CLOSE CADAVAL
           END-IF
           MOVE "00" TO ERROAVA
           PERFORM FECHASECAO.

       LISTAAVAL-LOOP.
           READ CADAVAL NEXT
           IF ERROAVA NOT = "00" OR AV-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGAVAL TO IMAGEM
               MOVE 87 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTAAGEN.
           MOVE "TEST-DRIVES (CADAGEN)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADAGEN
           IF ERROAGE = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO AG-CHAVE
               START CADAGEN KEY IS NOT LESS THAN AG-CHAVE
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAAGEN-LOOP UNTIL FIMARQ = 1
               CLOSE CADAGEN
           END-IF
           MOVE "00" TO ERROAGE
           PERFORM FECHASECAO.

       LISTAAGEN-LOOP.
           READ CADAGEN NEXT
           IF ERROAGE NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF AG-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGAGEN TO IMAGEM
                   MOVE 55 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTARES.
           MOVE "RESERVAS (CADRES)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADRES
           IF ERRORES = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO RS-CHASSI
               START CADRES KEY IS NOT LESS THAN RS-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTARES-LOOP UNTIL FIMARQ = 1
               CLOSE CADRES
           END-IF
           MOVE "00" TO ERRORES
           PERFORM FECHASECAO.

       LISTARES-LOOP.
           READ CADRES NEXT
           IF ERRORES NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RS-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGRES TO IMAGEM
                   MOVE 62 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAGAR.
           MOVE "GARANTIAS (CADGAR)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADGAR
           IF ERROGAR = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO GA-CHASSI
               START CADGAR KEY IS NOT LESS THAN GA-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAGAR-LOOP UNTIL FIMARQ = 1
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERROGAR
           PERFORM FECHASECAO.

       LISTAGAR-LOOP.
           READ CADGAR NEXT
           IF ERROGAR NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF GA-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGGAR TO IMAGEM
                   MOVE 39 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTASIN.
           MOVE "RECLAMACOES DE GARANTIA (CADSIN)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADSIN
           IF ERROSIN = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVESIN
               START CADSIN KEY IS NOT LESS THAN CHAVESIN
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTASIN-LOOP UNTIL FIMARQ = 1
               CLOSE CADSIN
           END-IF
           MOVE "00" TO ERROSIN
           PERFORM FECHASECAO.

       LISTASIN-LOOP.
           READ CADSIN NEXT
           IF ERROSIN NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF SN-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGSIN TO IMAGEM
                   MOVE 125 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAOS.
           MOVE "ORDENS DE SERVICO DA OFICINA (CADOS)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADOS
           IF ERROOS = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO OS-CPF
               START CADOS KEY IS EQUAL OS-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAOS-LOOP UNTIL FIMARQ = 1
               CLOSE CADOS
           END-IF
           MOVE "00" TO ERROOS
           PERFORM FECHASECAO.

       LISTAOS-LOOP.
           READ CADOS NEXT
           IF ERROOS NOT = "00" OR OS-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGOS TO IMAGEM
               MOVE 130 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTANF.
           MOVE "NOTAS FISCAIS DE VENDA (CADNF)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADNF
           IF ERRONF = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO NF-NUMERO
               START CADNF KEY IS NOT LESS THAN NF-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTANF-LOOP UNTIL FIMARQ = 1
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRONF
           PERFORM FECHASECAO.

       LISTANF-LOOP.
           READ CADNF NEXT
           IF ERRONF NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF NF-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGNF TO IMAGEM
                   MOVE 90 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTADETR.
           MOVE "COMUNICACOES DE VENDA AO DETRAN (CADDETR)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADDETR
           IF ERRODET = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO DT-CPF
               START CADDETR KEY IS EQUAL DT-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTADETR-LOOP UNTIL FIMARQ = 1
               CLOSE CADDETR
           END-IF
           MOVE "00" TO ERRODET
           PERFORM FECHASECAO.

       LISTADETR-LOOP.
           READ CADDETR NEXT
           IF ERRODET NOT = "00" OR DT-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGDETR TO IMAGEM
               MOVE 119 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTAENTR.
           MOVE "ENTREGAS DE VEICULOS (CADENTR)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADENTR
           IF ERROENT = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEENTR
               START CADENTR KEY IS NOT LESS THAN CHAVEENTR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAENTR-LOOP UNTIL FIMARQ = 1
               CLOSE CADENTR
           END-IF
           MOVE "00" TO ERROENT
           PERFORM FECHASECAO.

       LISTAENTR-LOOP.
           READ CADENTR NEXT
           IF ERROENT NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF EN-CPF = CPFTIT OR EN-CPFRECEB = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGENTR TO IMAGEM
                   MOVE 138 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTANPS.
           MOVE "PESQUISAS DE SATISFACAO (CADNPS)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADNPS
           IF ERRONPS = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVENPS
               START CADNPS KEY IS NOT LESS THAN CHAVENPS
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTANPS-LOOP UNTIL FIMARQ = 1
               CLOSE CADNPS
           END-IF
           MOVE "00" TO ERRONPS
           PERFORM FECHASECAO.

       LISTANPS-LOOP.
           READ CADNPS NEXT
           IF ERRONPS NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF NP-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGNPS TO IMAGEM
                   MOVE 140 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTATAREF.
           MOVE "TAREFAS DE ACOMPANHAMENTO (CADTAREF)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADTAREF
           IF ERROTAR = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVETAREF
               START CADTAREF KEY IS NOT LESS THAN CHAVETAREF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTATAREF-LOOP UNTIL FIMARQ = 1
               CLOSE CADTAREF
           END-IF
           MOVE "00" TO ERROTAR
           PERFORM FECHASECAO.

       LISTATAREF-LOOP.
           READ CADTAREF NEXT
           IF ERROTAR NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF TF-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGTAREF TO IMAGEM
                   MOVE 189 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTALEAD.
           MOVE "CONTATOS DO SITE (CADLEAD)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADLEAD
           IF ERROLEA = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO LD-NUMERO
               START CADLEAD KEY IS NOT LESS THAN LD-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTALEAD-LOOP UNTIL FIMARQ = 1
               CLOSE CADLEAD
           END-IF
           MOVE "00" TO ERROLEA
           PERFORM FECHASECAO.

       LISTALEAD-LOOP.
           READ CADLEAD NEXT
           IF ERROLEA NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF LD-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGLEAD TO IMAGEM
                   MOVE 245 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAINFR.
           MOVE "MULTAS DE TRANSITO (CADINFR)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADINFR
           IF ERROINF = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEINFR
               START CADINFR KEY IS NOT LESS THAN CHAVEINFR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAINFR-LOOP UNTIL FIMARQ = 1
               CLOSE CADINFR
           END-IF
           MOVE "00" TO ERROINF
           PERFORM FECHASECAO.

       LISTAINFR-LOOP.
           READ CADINFR NEXT
           IF ERROINF NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF AI-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGINFR TO IMAGEM
                   MOVE 134 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAPEDI.
           MOVE "CARROS PROMETIDOS EM PEDIDOS A FABRICA (CADPEDI)"
               TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADPEDI
           IF ERROPI = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEPEDI
               START CADPEDI KEY IS NOT LESS THAN CHAVEPEDI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAPEDI-LOOP UNTIL FIMARQ = 1
               CLOSE CADPEDI
           END-IF
           MOVE "00" TO ERROPI
           PERFORM FECHASECAO.

       LISTAPEDI-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF PI-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGPEDI TO IMAGEM
                   MOVE 89 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTACDC.
           MOVE "FINANCIAMENTOS POR BANCO (CADCDC)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADCDC
           IF ERROCDC = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVECDC
               START CADCDC KEY IS NOT LESS THAN CHAVECDC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTACDC-LOOP UNTIL FIMARQ = 1
               CLOSE CADCDC
           END-IF
           MOVE "00" TO ERROCDC
           PERFORM FECHASECAO.

       LISTACDC-LOOP.
           READ CADCDC NEXT
           IF ERROCDC NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CD-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGCDC TO IMAGEM
                   MOVE 135 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAFROTA.
           MOVE "NEGOCIACOES DE FROTA (CADFROTA)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADFROTA
           IF ERROFRO = "00"
               MOVE 0 TO FIMARQ
               MOVE CPFTIT TO FT-CPF
               START CADFROTA KEY IS EQUAL FT-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAFROTA-LOOP UNTIL FIMARQ = 1
               CLOSE CADFROTA
           END-IF
           MOVE "00" TO ERROFRO
           PERFORM FECHASECAO.

       LISTAFROTA-LOOP.
           READ CADFROTA NEXT
           IF ERROFRO NOT = "00" OR FT-CPF NOT = CPFTIT
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO IMAGEM
               MOVE REGFROTA TO IMAGEM
               MOVE 136 TO TAMIMAGEM
               PERFORM IMPRIMEREG
           END-IF.

       LISTARECV.
           MOVE "CARROS EM CAMPANHAS DE RECALL (CADRECV)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADRECV
           IF ERRORCV = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVERECV
               START CADRECV KEY IS NOT LESS THAN CHAVERECV
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTARECV-LOOP UNTIL FIMARQ = 1
               CLOSE CADRECV
           END-IF
           MOVE "00" TO ERRORCV
           PERFORM FECHASECAO.

       LISTARECV-LOOP.
           READ CADRECV NEXT
           IF ERRORCV NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RL-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGRECV TO IMAGEM
                   MOVE 72 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAREVIS.
           MOVE "AVISOS DE REVISAO (CADREVIS)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADREVIS
           IF ERROREV = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEREVIS
               START CADREVIS KEY IS NOT LESS THAN CHAVEREVIS
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAREVIS-LOOP UNTIL FIMARQ = 1
               CLOSE CADREVIS
           END-IF
           MOVE "00" TO ERROREV
           PERFORM FECHASECAO.

       LISTAREVIS-LOOP.
           READ CADREVIS NEXT
           IF ERROREV NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RV-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGREVIS TO IMAGEM
                   MOVE 47 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.

       LISTAAPOL.
           MOVE "APOLICES DE SEGURO (CADAPOL)" TO NOMESECAO
           MOVE ZEROES TO QTDSEC
           OPEN INPUT CADAPOL
           IF ERROAPO = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO SG-NUMERO
               START CADAPOL KEY IS NOT LESS THAN SG-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LISTAAPOL-LOOP UNTIL FIMARQ = 1
               CLOSE CADAPOL
           END-IF
           MOVE "00" TO ERROAPO
           PERFORM FECHASECAO.

       LISTAAPOL-LOOP.
           READ CADAPOL NEXT
           IF ERROAPO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF SG-CPF = CPFTIT
                   MOVE SPACES TO IMAGEM
                   MOVE REGAPOL TO IMAGEM
                   MOVE 170 TO TAMIMAGEM
                   PERFORM IMPRIMEREG
               END-IF
           END-IF.
      *CABECALHO DA SECAO NO PRIMEIRO REGISTRO ENCONTRADO
       ABRESECAO.
           IF QTDSEC = ZEROES
               MOVE SPACES TO LINHAREL
               MOVE NOMESECAO TO LINHAREL
               WRITE LINHAREL
               ADD 1 TO QTDARQS
           END-IF
           ADD 1 TO QTDSEC.

      *IMPRIME A IMAGEM DO REGISTRO EM LINHAS DE 100 POSICOES
       IMPRIMEREG.
           PERFORM ABRESECAO
           ADD 1 TO QTDTOTAL
           MOVE 1 TO POSIMG
           PERFORM IMPRIMEPEDACO UNTIL POSIMG > TAMIMAGEM.

       IMPRIMEPEDACO.
           MOVE SPACES TO LINHAREL
           MOVE IMAGEM(POSIMG:100) TO LINHAREL(5:100)
           WRITE LINHAREL
           ADD 100 TO POSIMG.

      *FECHA A SECAO COM A QUANTIDADE DE REGISTROS
       FECHASECAO.
           IF QTDSEC > ZEROES
               MOVE QTDSEC TO ED-QTD
               MOVE SPACES TO LINHAREL
               STRING "    REGISTROS: " DELIMITED BY SIZE
                   ED-QTD DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE SPACES TO LINHAREL
               WRITE LINHAREL
           END-IF.

       TOTAIS.
           MOVE SPACES TO LINHAREL
           STRING "ARQUIVOS COM DADOS DO TITULAR: " DELIMITED BY SIZE
               QTDARQS DELIMITED BY SIZE
               " REGISTROS DE MOVIMENTO: " DELIMITED BY SIZE
               QTDTOTAL DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE RELTITUL
           DISPLAY "RELATORIO DO TITULAR GRAVADO EM RELTITUL.TXT".

       SAIR.
           GOBACK.
           END PROGRAM RELTITUL.

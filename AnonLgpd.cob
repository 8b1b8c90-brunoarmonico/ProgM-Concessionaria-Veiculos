      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONLGPD.
      *-----------------------------------------------------------------
      *ANONIMIZACAO DE CLIENTES INATIVOS (LGPD). O CLIENTE SEM NENHUMA
      *ATIVIDADE HA MAIS DE N ANOS (CHAVE LGPDANOS DO CADPARAM OU
      *LGPDPARAM.TXT, PADRAO 5) TEM OS DADOS PESSOAIS DO CADPROPR
      *APAGADOS - NOME, NASCIMENTO, ENDERECO, TELEFONE E E-MAIL. O CPF
      *FICA, POIS E A CHAVE DAS VENDAS E NOTAS QUE A LEGISLACAO FISCAL
      *MANDA GUARDAR. ATIVIDADE E A DATA MAIS RECENTE EM QUE O CPF
      *APARECE EM VENDA, COMPRA, CONSIGNACAO, PARCELA, COBRANCA,
      *GARANTIA, ORCAMENTO, AVALIACAO, TEST-DRIVE, RESERVA, OS, CONTATO
      *DO SITE, CONSENTIMENTO OU ALTERACAO DE CADASTRO NA AUDITORIA;
      *A PRIMEIRA PASSADA JUNTA TUDO NO ARQUIVO DE TRABALHO ATIVWORK.
      *CLIENTE COM PENDENCIA (PARCELA OU COBRANCA EM ABERTO, GARANTIA
      *EM VIGOR, RESERVA ATIVA, OS ABERTA, CONSIGNADO NAO VENDIDO) OU
      *SEM NENHUMA DATA DE ATIVIDADE NAO E TOCADO E SAI NO RELATORIO.
      *O ANONIMIZADO FICA MARCADO NO CADLGPD, COM TODOS OS CONTATOS
      *RECUSADOS, OS CONTATOS DO SITE LIGADOS AO CPF SAO LIMPOS E CADA
      *CLIENTE GERA UM EVENTO DE AUDITORIA SEM DADO PESSOAL. GRAVA
      *RELANON.TXT. RODA SEM OPERADOR.
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
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERROPAR
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADCOBR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CB-CPF
               FILE STATUS  IS ERROCOB.
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
           SELECT CADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OS-NUMERO
               FILE STATUS  IS ERROOS
               ALTERNATE RECORD KEY IS OS-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS OS-CPF WITH DUPLICATES.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LD-NUMERO
               FILE STATUS  IS ERROLEA
               ALTERNATE RECORD KEY IS LD-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS LD-VENDEDOR WITH DUPLICATES.
           SELECT CADAUDIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-SEQ
               FILE STATUS  IS ERROAUD
               ALTERNATE RECORD KEY IS AUD-CHAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-DATA WITH DUPLICATES.
           SELECT AUDCTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROCTA.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERROSEL.
           SELECT ATIVWORK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AT-CPF
               FILE STATUS  IS ERROAT.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.
           SELECT LGPDPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELANON ASSIGN TO DISK
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
               02 VERSAOPRO PIC 9(6) VALUE ZEROES.

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
               02 CHASSI               PIC X(17) VALUE SPACES.
               02 PLACA                PIC X(7) VALUE SPACES.
               02 VEICULO.
                   03 V-MARCA          PIC 9(3) VALUE ZEROES.
                   03 V-MODELO         PIC 9(3) VALUE ZEROES.
                   03 P-CPF            PIC X(11) VALUE SPACES.
               02 V-ANO                PIC 9(8) VALUE ZEROES.
               02 COR                  PIC 99 VALUE ZEROES.
               02 COMPRA.
                   03 VALORCOMPRA      PIC 9(7)V99 VALUE ZEROES.
                   03 DATACOMPRA       PIC 9(8) VALUE ZEROES.
                   03 ORIGEMCOMPRA     PIC X(1) VALUE SPACES.
                   03 CPFORIGEM        PIC X(11) VALUE SPACES.
               02 CONSIG.
                   03 TEMCONSIG        PIC 9(1) VALUE ZEROES.
                       88 VEIC-CONSIGNADO VALUE 1.
                   03 CONSIGCPF        PIC X(11) VALUE SPACES.
                   03 CONSIGTAXA       PIC 9(2)V99 VALUE ZEROES.
               02 VENDA.
                   03 VALORVENDA       PIC 9(7)V99 VALUE ZEROES.
                   03 COMISSAO         PIC 9(2)V99 VALUE ZEROES.
                   03 DATAVENDA        PIC 9(8) VALUE ZEROES.
                   03 FILLER           PIC X(30).
               02 FILLER               PIC X(20).
               02 FILIAL               PIC 9(2) VALUE ZEROES.
               02 STATUSVEIC           PIC 9(1) VALUE ZEROES.
                   88 VEIC-DISPONIVEL  VALUE 0.
                   88 VEIC-VENDIDO     VALUE 1.
               02 VERSAO               PIC 9(6) VALUE ZEROES.

      *VENDAS ARQUIVADAS - MESMO LEIAUTE DO CADVEIC
           FD CADVHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVHIST.DAT".
           01 REGVHIST.
               02 H-CHASSI PIC X(17).
               02 H-PLACA PIC X(7).
               02 H-VEICULO.
                   03 H-V-MARCA  PIC 9(3).
                   03 H-V-MODELO PIC 9(3).
                   03 H-P-CPF    PIC X(11).
               02 H-V-ANO PIC 9(8).
               02 FILLER PIC X(60).
               02 H-DATAVENDA PIC 9(8).
               02 FILLER PIC X(59).

           FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 CHAVEPARC.
                   03 PR-CHASSI    PIC X(17) VALUE SPACES.
                   03 PR-NUMPARC   PIC 9(3) VALUE ZEROES.
               02 PR-CPF           PIC X(11) VALUE SPACES.
               02 PR-VENCTO        PIC 9(8) VALUE ZEROES.
               02 PR-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 PR-DATAPAGTO     PIC 9(8) VALUE ZEROES.
               02 PR-VALORPAGO     PIC 9(7)V99 VALUE ZEROES.
               02 PR-SITUACAO      PIC 9(1) VALUE ZEROES.
                   88 PARC-ABERTA    VALUE 0.
               02 PR-REMESSA       PIC 9(4) VALUE ZEROES.

           FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
           01 REGCOBR.
               02 CB-CPF        PIC X(11) VALUE SPACES.
               02 CB-ABERTURA   PIC 9(8) VALUE ZEROES.
               02 CB-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 COBR-ABERTO    VALUE 0.
               02 CB-PROMESSA   PIC 9(8) VALUE ZEROES.
               02 CB-ULTCONTATO PIC 9(8) VALUE ZEROES.

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

           FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVAL.DAT".
           01 REGAVAL.
               02 AV-NUMERO      PIC 9(6) VALUE ZEROES.
               02 AV-CPF         PIC X(11) VALUE SPACES.
               02 FILLER         PIC X(45).
               02 AV-DATA        PIC 9(8) VALUE ZEROES.
               02 FILLER         PIC X(17).

           FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
           01 REGAGEN.
               02 AG-CHAVE.
                   03 AG-CHASSI PIC X(17) VALUE SPACES.
                   03 AG-DATA   PIC 9(8) VALUE ZEROES.
                   03 AG-HORA   PIC 9(4) VALUE ZEROES.
               02 AG-CPF        PIC X(11) VALUE SPACES.
               02 FILLER        PIC X(15).

           FD CADRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
           01 REGRES.
               02 RS-CHASSI   PIC X(17) VALUE SPACES.
               02 RS-CPF      PIC X(11) VALUE SPACES.
               02 RS-VALOR    PIC 9(7)V99 VALUE ZEROES.
               02 RS-DATARES  PIC 9(8) VALUE ZEROES.
               02 RS-VALIDADE PIC 9(8) VALUE ZEROES.
               02 RS-OPERADOR PIC X(8) VALUE SPACES.
               02 RS-SITUACAO PIC 9(1) VALUE ZEROES.
                   88 RES-ATIVA      VALUE 0.

           FD CADGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGAR.
               02 GA-CHASSI PIC X(17) VALUE SPACES.
               02 GA-INICIO PIC 9(8) VALUE ZEROES.
               02 GA-DIAS   PIC 9(3) VALUE ZEROES.
               02 GA-CPF    PIC X(11) VALUE SPACES.

           FD CADOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOS.DAT".
           01 REGOS.
               02 OS-NUMERO    PIC 9(6) VALUE ZEROES.
               02 OS-CHASSI    PIC X(17) VALUE SPACES.
               02 OS-CPF       PIC X(11) VALUE SPACES.
               02 OS-FILIAL    PIC 9(2) VALUE ZEROES.
               02 OS-DATAABERT PIC 9(8) VALUE ZEROES.
               02 FILLER       PIC X(69).
               02 OS-DATAFECH  PIC 9(8) VALUE ZEROES.
               02 OS-OPERADOR  PIC X(8) VALUE SPACES.
               02 OS-SITUACAO  PIC 9(1) VALUE ZEROES.
                   88 OS-ABERTA    VALUE 0.

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
               02 FILLER        PIC X(13).
               02 LD-CPF        PIC X(11) VALUE SPACES.
               02 FILLER        PIC X(50).

           FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
           01 REGAUDIT.
               02 AUD-SEQ      PIC 9(9) VALUE ZEROES.
               02 AUD-CHAVE    PIC X(17) VALUE SPACES.
               02 AUD-OPERADOR PIC X(8) VALUE SPACES.
               02 AUD-DATA     PIC 9(8) VALUE ZEROES.
               02 AUD-HORA     PIC 9(8) VALUE ZEROES.
               02 AUD-ARQUIVO  PIC X(8) VALUE SPACES.
               02 AUD-TIPO     PIC X(1) VALUE SPACES.
               02 AUD-ANTES    PIC X(180) VALUE SPACES.
               02 AUD-DEPOIS   PIC X(180) VALUE SPACES.

           FD AUDCTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDCTRL.TXT".
           01 LINHACTA.
               02 CTA-SEQ PIC 9(9).

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9) VALUE ZEROES.
               02 SL-RESUMO PIC X(36) VALUE SPACES.
               02 SL-SELO   PIC X(36) VALUE SPACES.

      *ULTIMA ATIVIDADE E PENDENCIA DE CADA CPF, MONTADO NA 1A PASSADA
           FD ATIVWORK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ATIVWORK.DAT".
           01 REGATIV.
               02 AT-CPF      PIC X(11).
               02 AT-ULTDATA  PIC 9(8).
               02 AT-PENDENTE PIC 9(1).
                   88 ATIV-PENDENTE VALUE 1.

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           FD LGPDPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPDPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

           FD RELANON
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELANON.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROLG    PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROVHI   PIC X(2) VALUE "00".
           01 ERROPAR   PIC X(2) VALUE "00".
           01 ERROCOB   PIC X(2) VALUE "00".
           01 ERROORC   PIC X(2) VALUE "00".
           01 ERROAVA   PIC X(2) VALUE "00".
           01 ERROAGE   PIC X(2) VALUE "00".
           01 ERRORES   PIC X(2) VALUE "00".
           01 ERROGAR   PIC X(2) VALUE "00".
           01 ERROOS    PIC X(2) VALUE "00".
           01 ERROLEA   PIC X(2) VALUE "00".
           01 ERROAUD   PIC X(2) VALUE "00".
           01 ERROCTA   PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
           01 ERROAT    PIC X(2) VALUE "00".
           01 ERRCEN    PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.
      *ANOS SEM ATIVIDADE ATE A ANONIMIZACAO
           01 ANOSINATIVO PIC 9(2) VALUE 5.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATAHOJE-R REDEFINES DATAHOJE.
               02 DH-ANO PIC 9(4).
               02 DH-MES PIC 9(2).
               02 DH-DIA PIC 9(2).
           01 DIASHOJE  PIC 9(8) VALUE ZEROES.
           01 DATACORTE PIC 9(8) VALUE ZEROES.
           01 DATAVER   PIC 9(8) VALUE ZEROES.
           01 DATAVER-R REDEFINES DATAVER.
               02 DV-ANO PIC 9(4).
               02 DV-MES PIC 9(2).
               02 DV-DIA PIC 9(2).
           01 DIASCONV  PIC 9(8) VALUE ZEROES.
      *OCORRENCIA A SOMAR NO ATIVWORK
           01 CPFATIV   PIC X(11) VALUE SPACES.
           01 DATAATIV  PIC 9(8) VALUE ZEROES.
           01 PENDATIV  PIC 9(1) VALUE 0.
      *AUDITORIA DA ANONIMIZACAO
           01 OPERADOR PIC X(8) VALUE "ANONLGPD".
           01 SEQAUDIT PIC 9(9) VALUE ZEROES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 HORAAUDIT PIC 9(08) VALUE ZEROES.
           01 AUDITIPO PIC X(1) VALUE SPACES.
           01 EVENTOARQ PIC X(8) VALUE SPACES.
           01 EVENTOCHAVE PIC X(17) VALUE SPACES.
           01 EVENTOANTES PIC X(180) VALUE SPACES.
           01 EVENTODEPOIS PIC X(180) VALUE SPACES.
           01 SITUACAOCLI PIC X(40) VALUE SPACES.
           01 QTDCLIENTES PIC 9(6) VALUE ZEROES.
           01 QTDANONIM   PIC 9(6) VALUE ZEROES.
           01 QTDRETIDOS  PIC 9(6) VALUE ZEROES.
           01 QTDSEMDATA  PIC 9(6) VALUE ZEROES.
           01 QTDJAANON   PIC 9(6) VALUE ZEROES.
           01 QTDLEADS    PIC 9(6) VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE O CADASTRO E O ARQUIVO DE TRABALHO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           COMPUTE DIASHOJE = DH-ANO * 360 + (DH-MES - 1) * 30 + DH-DIA
           PERFORM LEPARAMETRO
           COMPUTE DATACORTE = DATAHOJE - ANOSINATIVO * 10000
           OPEN I-O CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADPROPR NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN I-O CADLGPD
           IF ERROLG NOT = "00"
               IF ERROLG = "30" OR ERROLG = "35"
                   OPEN OUTPUT CADLGPD
                   CLOSE CADLGPD
                   OPEN I-O CADLGPD
               END-IF
           END-IF
           IF ERROLG NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLGPD"
               CLOSE CADPROPR
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN OUTPUT ATIVWORK
           CLOSE ATIVWORK
           OPEN I-O ATIVWORK
           IF ERROAT NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO ATIVWORK"
               CLOSE CADPROPR CADLGPD
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN OUTPUT RELANON
           MOVE SPACES TO LINHAREL
           STRING "ANONIMIZACAO LGPD - " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               " - SEM ATIVIDADE DESDE ANTES DE " DELIMITED BY SIZE
               DATACORTE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               ANOSINATIVO DELIMITED BY SIZE
               " ANOS)" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CPF         ULT.ATIV. SITUACAO" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO ATIVIDADE.

      *ANOS SEM ATIVIDADE - O REGISTRO CENTRAL PREVALECE SOBRE O
      *LGPDPARAM.TXT; SEM NENHUM DOS DOIS, 5 ANOS
       LEPARAMETRO.
           OPEN INPUT LGPDPARAM
           IF ERRPAR = "00"
               READ LGPDPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:2) NUMERIC
                           AND LINHAPARAM(1:2) NOT = "00"
                           MOVE LINHAPARAM(1:2) TO ANOSINATIVO
                       END-IF
               END-READ
               CLOSE LGPDPARAM
           END-IF
           MOVE "LGPDANOS" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:2) NUMERIC
                   AND PARAMCENTRAL(1:2) NOT = "00"
                   MOVE PARAMCENTRAL(1:2) TO ANOSINATIVO
               END-IF
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

      *1A PASSADA - ULTIMA ATIVIDADE E PENDENCIAS DE CADA CPF EM
      *TODOS OS ARQUIVOS DE MOVIMENTO. ARQUIVO AUSENTE E PULADO
       ATIVIDADE.
           PERFORM ATIVVEIC
           PERFORM ATIVVHIST
           PERFORM ATIVPARC
           PERFORM ATIVCOBR
           PERFORM ATIVGAR
           PERFORM ATIVORCA
           PERFORM ATIVAVAL
           PERFORM ATIVAGEN
           PERFORM ATIVRES
           PERFORM ATIVOS
           PERFORM ATIVLEAD
           PERFORM ATIVLGPD
           PERFORM ATIVAUDIT
           GO TO LISTAPROPR.

       ATIVVEIC.
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHASSI
               START CADVEIC KEY IS NOT LESS THAN CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVVEIC-LOOP UNTIL FIMARQ = 1
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI.

       ATIVVEIC-LOOP.
           READ CADVEIC NEXT
           IF ERROVEI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE P-CPF TO CPFATIV
               MOVE DATAVENDA TO DATAATIV
               IF DATAVENDA = ZEROES
                   MOVE DATACOMPRA TO DATAATIV
               END-IF
               PERFORM REGISTRA
               MOVE CPFORIGEM TO CPFATIV
               MOVE DATACOMPRA TO DATAATIV
               PERFORM REGISTRA
               IF VEIC-CONSIGNADO
                   IF VEIC-DISPONIVEL
                       MOVE 1 TO PENDATIV
                   END-IF
                   MOVE CONSIGCPF TO CPFATIV
                   MOVE DATACOMPRA TO DATAATIV
                   IF DATAVENDA > DATACOMPRA
                       MOVE DATAVENDA TO DATAATIV
                   END-IF
                   PERFORM REGISTRA
               END-IF
           END-IF.

       ATIVVHIST.
           OPEN INPUT CADVHIST
           IF ERROVHI = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO H-CHASSI
               START CADVHIST KEY IS NOT LESS THAN H-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVVHIST-LOOP UNTIL FIMARQ = 1
               CLOSE CADVHIST
           END-IF
           MOVE "00" TO ERROVHI.

       ATIVVHIST-LOOP.
           READ CADVHIST NEXT
           IF ERROVHI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE H-P-CPF TO CPFATIV
               MOVE H-DATAVENDA TO DATAATIV
               PERFORM REGISTRA
           END-IF.

       ATIVPARC.
           OPEN INPUT CADPARC
           IF ERROPAR = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEPARC
               START CADPARC KEY IS NOT LESS THAN CHAVEPARC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVPARC-LOOP UNTIL FIMARQ = 1
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPAR.

       ATIVPARC-LOOP.
           READ CADPARC NEXT
           IF ERROPAR NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               IF PARC-ABERTA
                   MOVE 1 TO PENDATIV
               END-IF
               MOVE PR-CPF TO CPFATIV
               MOVE PR-VENCTO TO DATAATIV
               IF PR-DATAPAGTO > PR-VENCTO
                   MOVE PR-DATAPAGTO TO DATAATIV
               END-IF
               PERFORM REGISTRA
           END-IF.

       ATIVCOBR.
           OPEN INPUT CADCOBR
           IF ERROCOB = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CB-CPF
               START CADCOBR KEY IS NOT LESS THAN CB-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVCOBR-LOOP UNTIL FIMARQ = 1
               CLOSE CADCOBR
           END-IF
           MOVE "00" TO ERROCOB.

       ATIVCOBR-LOOP.
           READ CADCOBR NEXT
           IF ERROCOB NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               IF COBR-ABERTO
                   MOVE 1 TO PENDATIV
               END-IF
               MOVE CB-CPF TO CPFATIV
               MOVE CB-ABERTURA TO DATAATIV
               IF CB-ULTCONTATO > CB-ABERTURA
                   MOVE CB-ULTCONTATO TO DATAATIV
               END-IF
               PERFORM REGISTRA
           END-IF.

      *GARANTIA AINDA EM VIGOR CONTA COMO PENDENCIA
       ATIVGAR.
           OPEN INPUT CADGAR
           IF ERROGAR = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO GA-CHASSI
               START CADGAR KEY IS NOT LESS THAN GA-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVGAR-LOOP UNTIL FIMARQ = 1
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERROGAR.

       ATIVGAR-LOOP.
           READ CADGAR NEXT
           IF ERROGAR NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE GA-INICIO TO DATAVER
               COMPUTE DIASCONV = DV-ANO * 360 + (DV-MES - 1) * 30
                   + DV-DIA + GA-DIAS
               IF DIASCONV NOT < DIASHOJE
                   MOVE 1 TO PENDATIV
               END-IF
               MOVE GA-CPF TO CPFATIV
               MOVE GA-INICIO TO DATAATIV
               PERFORM REGISTRA
           END-IF.

       ATIVORCA.
           OPEN INPUT CADORCA
           IF ERROORC = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO NUMORCA
               START CADORCA KEY IS NOT LESS THAN NUMORCA
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVORCA-LOOP UNTIL FIMARQ = 1
               CLOSE CADORCA
           END-IF
           MOVE "00" TO ERROORC.

       ATIVORCA-LOOP.
           READ CADORCA NEXT
           IF ERROORC NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE OR-CPF TO CPFATIV
               MOVE OR-DATAEMISSAO TO DATAATIV
               PERFORM REGISTRA
           END-IF.

       ATIVAVAL.
           OPEN INPUT CADAVAL
           IF ERROAVA = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO AV-NUMERO
               START CADAVAL KEY IS NOT LESS THAN AV-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVAVAL-LOOP UNTIL FIMARQ = 1
               CLOSE CADAVAL
           END-IF
           MOVE "00" TO ERROAVA.

       ATIVAVAL-LOOP.
           READ CADAVAL NEXT
           IF ERROAVA NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE AV-CPF TO CPFATIV
               MOVE AV-DATA TO DATAATIV
               PERFORM REGISTRA
           END-IF.

       ATIVAGEN.
           OPEN INPUT CADAGEN
           IF ERROAGE = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO AG-CHAVE
               START CADAGEN KEY IS NOT LESS THAN AG-CHAVE
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVAGEN-LOOP UNTIL FIMARQ = 1
               CLOSE CADAGEN
           END-IF
           MOVE "00" TO ERROAGE.

       ATIVAGEN-LOOP.
           READ CADAGEN NEXT
           IF ERROAGE NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE AG-CPF TO CPFATIV
               MOVE AG-DATA TO DATAATIV
               PERFORM REGISTRA
           END-IF.

       ATIVRES.
           OPEN INPUT CADRES
           IF ERRORES = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO RS-CHASSI
               START CADRES KEY IS NOT LESS THAN RS-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVRES-LOOP UNTIL FIMARQ = 1
               CLOSE CADRES
           END-IF
           MOVE "00" TO ERRORES.

       ATIVRES-LOOP.
           READ CADRES NEXT
           IF ERRORES NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               IF RES-ATIVA
                   MOVE 1 TO PENDATIV
               END-IF
               MOVE RS-CPF TO CPFATIV
               MOVE RS-DATARES TO DATAATIV
               PERFORM REGISTRA
           END-IF.

       ATIVOS.
           OPEN INPUT CADOS
           IF ERROOS = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO OS-NUMERO
               START CADOS KEY IS NOT LESS THAN OS-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVOS-LOOP UNTIL FIMARQ = 1
               CLOSE CADOS
           END-IF
           MOVE "00" TO ERROOS.

       ATIVOS-LOOP.
           READ CADOS NEXT
           IF ERROOS NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               IF OS-ABERTA
                   MOVE 1 TO PENDATIV
               END-IF
               MOVE OS-CPF TO CPFATIV
               MOVE OS-DATAABERT TO DATAATIV
               IF OS-DATAFECH > OS-DATAABERT
                   MOVE OS-DATAFECH TO DATAATIV
               END-IF
               PERFORM REGISTRA
           END-IF.

       ATIVLEAD.
           OPEN INPUT CADLEAD
           IF ERROLEA = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO LD-NUMERO
               START CADLEAD KEY IS NOT LESS THAN LD-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVLEAD-LOOP UNTIL FIMARQ = 1
               CLOSE CADLEAD
           END-IF
           MOVE "00" TO ERROLEA.

       ATIVLEAD-LOOP.
           READ CADLEAD NEXT
           IF ERROLEA NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE LD-CPF TO CPFATIV
               MOVE LD-DATA TO DATAATIV
               PERFORM REGISTRA
           END-IF.

      *O REGISTRO DE CONSENTIMENTO TAMBEM E CONTATO COM O CLIENTE
       ATIVLGPD.
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO LG-CPF
           START CADLGPD KEY IS NOT LESS THAN LG-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM ATIVLGPD-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERROLG.

       ATIVLGPD-LOOP.
           READ CADLGPD NEXT
           IF ERROLG NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE 0 TO PENDATIV
               MOVE LG-CPF TO CPFATIV
               MOVE LG-DATA TO DATAATIV
               PERFORM REGISTRA
           END-IF.

      *ALTERACAO DO CADASTRO DO CLIENTE REGISTRADA NA AUDITORIA
       ATIVAUDIT.
           OPEN INPUT CADAUDIT
           IF ERROAUD = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO AUD-SEQ
               START CADAUDIT KEY IS NOT LESS THAN AUD-SEQ
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ATIVAUDIT-LOOP UNTIL FIMARQ = 1
               CLOSE CADAUDIT
           END-IF
           MOVE "00" TO ERROAUD.

       ATIVAUDIT-LOOP.
           READ CADAUDIT NEXT
           IF ERROAUD NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF AUD-ARQUIVO = "CADPROPR"
                   MOVE 0 TO PENDATIV
                   MOVE AUD-CHAVE(1:11) TO CPFATIV
                   MOVE AUD-DATA TO DATAATIV
                   PERFORM REGISTRA
               END-IF
           END-IF.

      *SOMA UMA OCORRENCIA DO CPF - GUARDA A DATA MAIS RECENTE E
      *QUALQUER PENDENCIA ENCONTRADA
       REGISTRA.
           IF CPFATIV NOT = SPACES
               MOVE CPFATIV TO AT-CPF
               READ ATIVWORK
               IF ERROAT = "00"
                   IF DATAATIV > AT-ULTDATA
                       MOVE DATAATIV TO AT-ULTDATA
                   END-IF
                   IF PENDATIV = 1
                       MOVE 1 TO AT-PENDENTE
                   END-IF
                   REWRITE REGATIV
               ELSE
                   MOVE CPFATIV TO AT-CPF
                   MOVE DATAATIV TO AT-ULTDATA
                   MOVE PENDATIV TO AT-PENDENTE
                   WRITE REGATIV
               END-IF
           END-IF
           MOVE "00" TO ERROAT.

      *2A PASSADA - PERCORRE OS CLIENTES E ANONIMIZA OS INATIVOS
       LISTAPROPR.
           MOVE 0 TO FIMARQ
           MOVE LOW-VALUES TO CPF
           START CADPROPR KEY IS NOT LESS THAN CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM LISTAPROPR-LOOP UNTIL FIMARQ = 1
           GO TO LIMPALEAD.

       LISTAPROPR-LOOP.
           READ CADPROPR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CPF(1:1) NOT = "J"
                   ADD 1 TO QTDCLIENTES
                   PERFORM ANALISACLI THRU ANALISACLI-FIM
               END-IF
           END-IF.

      *DECIDE O DESTINO DO CLIENTE - JA ANONIMIZADO, SEM DATA DE
      *ATIVIDADE, COM PENDENCIA, ATIVO OU INATIVO A ANONIMIZAR
       ANALISACLI.
           MOVE CPF TO LG-CPF
           READ CADLGPD
           IF ERROLG = "00"
               IF LGPD-ANONIMIZADO
                   ADD 1 TO QTDJAANON
                   GO TO ANALISACLI-FIM
               END-IF
           ELSE
               MOVE SPACES TO REGLGPD
               MOVE ZEROES TO LG-DATA LG-DATAANON
               MOVE CPF TO LG-CPF
           END-IF
           MOVE CPF TO AT-CPF
           READ ATIVWORK
           IF ERROAT NOT = "00"
               MOVE "00" TO ERROAT
               MOVE ZEROES TO AT-ULTDATA
               MOVE "SEM ATIVIDADE REGISTRADA - NAO TOCADO"
                   TO SITUACAOCLI
               ADD 1 TO QTDSEMDATA
               PERFORM GRAVALINHA
               GO TO ANALISACLI-FIM
           END-IF
           IF AT-ULTDATA NOT < DATACORTE
               GO TO ANALISACLI-FIM
           END-IF
           IF ATIV-PENDENTE
               MOVE "RETIDO - PENDENCIA EM ABERTO" TO SITUACAOCLI
               ADD 1 TO QTDRETIDOS
               PERFORM GRAVALINHA
               GO TO ANALISACLI-FIM
           END-IF
           PERFORM ANONIMIZA
           MOVE "ANONIMIZADO" TO SITUACAOCLI
           ADD 1 TO QTDANONIM
           PERFORM GRAVALINHA.
       ANALISACLI-FIM.
           EXIT.

      *APAGA OS DADOS PESSOAIS, MARCA O CADLGPD E AUDITA SEM GUARDAR
      *O DADO APAGADO
       ANONIMIZA.
           MOVE "CLIENTE ANONIMIZADO" TO NOME
           MOVE ZEROES TO DATANASC BCEP NUM TELEFONE
           MOVE SPACES TO COMPLEMENTO EMAIL
           ADD 1 TO VERSAOPRO
           REWRITE REGPROPR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPROPR
           MOVE CPF TO EVENTOCHAVE
           MOVE "CADPROPR" TO EVENTOARQ
           MOVE "A" TO AUDITIPO
           MOVE SPACES TO EVENTOANTES
           STRING "ANONIMIZACAO LGPD - SEM ATIVIDADE DESDE "
               DELIMITED BY SIZE
               AT-ULTDATA DELIMITED BY SIZE
               INTO EVENTOANTES
           END-STRING
           MOVE REGPROPR TO EVENTODEPOIS
           PERFORM GRAVAEVENTO
           IF LG-DATA = ZEROES
               MOVE "I" TO AUDITIPO
           ELSE
               MOVE "A" TO AUDITIPO
               MOVE REGLGPD TO EVENTOANTES
           END-IF
           MOVE "N" TO LG-MARKETING LG-EMAIL LG-FONE
           MOVE "S" TO LG-ANONIM
           MOVE DATAHOJE TO LG-DATAANON
           IF LG-DATA = ZEROES
               MOVE DATAHOJE TO LG-DATA
               MOVE OPERADOR TO LG-OPERADOR
               WRITE REGLGPD
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNLGPD
           ELSE
               REWRITE REGLGPD
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNLGPD
           END-IF
           MOVE CPF TO EVENTOCHAVE
           MOVE "CADLGPD" TO EVENTOARQ
           MOVE REGLGPD TO EVENTODEPOIS
           PERFORM GRAVAEVENTO.

       GRAVALINHA.
           MOVE SPACES TO LINHAREL
           STRING CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AT-ULTDATA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SITUACAOCLI DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *3A PASSADA - LIMPA OS CONTATOS DO SITE DOS CPFS ANONIMIZADOS
       LIMPALEAD.
           OPEN I-O CADLEAD
           IF ERROLEA = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO LD-NUMERO
               START CADLEAD KEY IS NOT LESS THAN LD-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM LIMPALEAD-LOOP UNTIL FIMARQ = 1
               CLOSE CADLEAD
           END-IF
           MOVE "00" TO ERROLEA
           GO TO TOTAIS.

       LIMPALEAD-LOOP.
           READ CADLEAD NEXT
           IF ERROLEA NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF LD-CPF NOT = SPACES
                   AND LD-NOME NOT = "CLIENTE ANONIMIZADO"
                   MOVE LD-CPF TO LG-CPF
                   READ CADLGPD
                   IF ERROLG = "00" AND LGPD-ANONIMIZADO
                       MOVE "CLIENTE ANONIMIZADO" TO LD-NOME
                       MOVE ZEROES TO LD-DDD LD-TELEFONE
                       MOVE SPACES TO LD-EMAIL LD-MENSAGEM
                       REWRITE REGLEAD
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNLEAD
                       ADD 1 TO QTDLEADS
                   END-IF
                   MOVE "00" TO ERROLG
               END-IF
           END-IF.

      *GRAVA UM EVENTO DE AUDITORIA (INCLUSAO, EXCLUSAO, ALTERACAO,
      *LOGIN OU LOGOUT) NO ARQUIVO INDEXADO CADAUDIT
       GRAVAEVENTO.
           ACCEPT DATAAUDIT FROM DATE YYYYMMDD
           ACCEPT HORAAUDIT FROM TIME
           PERFORM PROXSEQAUDIT
           PERFORM ABREAUDIT
           IF ERROAUD = "00"
               MOVE SEQAUDIT TO AUD-SEQ
               MOVE EVENTOCHAVE TO AUD-CHAVE
               MOVE OPERADOR TO AUD-OPERADOR
               MOVE DATAAUDIT TO AUD-DATA
               MOVE HORAAUDIT TO AUD-HORA
               MOVE EVENTOARQ TO AUD-ARQUIVO
               MOVE AUDITIPO TO AUD-TIPO
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

       PROXSEQAUDIT.
           OPEN INPUT AUDCTRL
           IF ERROCTA NOT = "00"
               MOVE ZEROES TO SEQAUDIT
           ELSE
               READ AUDCTRL
                   AT END
                       MOVE ZEROES TO SEQAUDIT
                   NOT AT END
                       MOVE CTA-SEQ TO SEQAUDIT
               END-READ
               CLOSE AUDCTRL
           END-IF
           ADD 1 TO SEQAUDIT
           OPEN OUTPUT AUDCTRL
           MOVE SEQAUDIT TO CTA-SEQ
           WRITE LINHACTA
           CLOSE AUDCTRL.

      *ABRE O ARQUIVO INDEXADO DE AUDITORIA, CRIANDO NA PRIMEIRA VEZ
       ABREAUDIT.
           OPEN I-O CADAUDIT
           IF ERROAUD NOT = "00"
               IF ERROAUD = "30" OR ERROAUD = "35"
                   OPEN OUTPUT CADAUDIT
                   CLOSE CADAUDIT
                   OPEN I-O CADAUDIT
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

      *GRAVA OS TOTAIS E FECHA OS ARQUIVOS
       TOTAIS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           STRING "CLIENTES: " DELIMITED BY SIZE
               QTDCLIENTES DELIMITED BY SIZE
               " ANONIMIZADOS: " DELIMITED BY SIZE
               QTDANONIM DELIMITED BY SIZE
               " RETIDOS POR PENDENCIA: " DELIMITED BY SIZE
               QTDRETIDOS DELIMITED BY SIZE
               " SEM DATA: " DELIMITED BY SIZE
               QTDSEMDATA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "JA ANONIMIZADOS ANTES: " DELIMITED BY SIZE
               QTDJAANON DELIMITED BY SIZE
               " CONTATOS DO SITE LIMPOS: " DELIMITED BY SIZE
               QTDLEADS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE CADPROPR CADLGPD ATIVWORK RELANON
           DISPLAY "ANONIMIZACAO LGPD CONCLUIDA - ANONIMIZADOS: "
               QTDANONIM.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADLEAD PARA O JORNAL DE TRANSACOES
       JORNLEAD.
           IF ERROLEA = "00" OR ERROLEA = "02"
               MOVE "CADLEAD" TO PJ-ARQUIVO
               MOVE REGLEAD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADLGPD PARA O JORNAL DE TRANSACOES
       JORNLGPD.
           IF ERROLG = "00" OR ERROLG = "02"
               MOVE "CADLGPD" TO PJ-ARQUIVO
               MOVE REGLGPD TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPROPR PARA O JORNAL DE TRANSACOES
       JORNPROPR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPROPR" TO PJ-ARQUIVO
               MOVE REGPROPR TO PJ-IMAGEM
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
           END PROGRAM ANONLGPD.

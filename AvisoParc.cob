      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AVISOPARC.
      *-----------------------------------------------------------------
      *AVISO DE PARCELA POR SMS E E-MAIL - PASSO DA CADEIA NOTURNA.
      *PERCORRE AS PARCELAS EM ABERTO DO CADPARC E AVISA O CLIENTE DAS
      *QUE VENCEM NOS PROXIMOS N DIAS (CHAVE AVPPARAM DO CADPARAM OU
      *AVPPARAM.TXT, PADRAO 3) E DAS QUE ACABARAM DE VENCER SEM
      *PAGAMENTO (VENCIDAS ATE ONTEM, NO MAXIMO HA 5 DIAS). O
      *VENCIMENTO VALE NO DIA UTIL SEGUINTE QUANDO CAI EM FIM DE SEMANA
      *OU FERIADO DO CADFER, COMO NA BAIXA DO P172909. O ARQUIVO DE
      *LARGURA FIXA AVISOPARC.TXT VAI PARA O GATEWAY DE SMS/E-MAIL COM
      *O DDD/NUMERO E O E-MAIL DO CADPROPR. CADA AVISO FICA REGISTRADO
      *EM CADAVPC (CHASSI, PARCELA E TIPO DO AVISO) E O MESMO AVISO
      *NUNCA SAI DUAS VEZES. CLIENTE SEM CADASTRO OU COM CELULAR OU
      *E-MAIL INVALIDO SAI NA LISTA DE PENDENCIAS (EXCAVPC.TXT) PARA O
      *BALCAO CORRIGIR - SEM NENHUM CONTATO VALIDO O AVISO NAO E
      *REGISTRADO E SAI DE NOVO QUANDO O CADASTRO FOR ACERTADO. O
      *AVISO E CONTRATUAL E NAO DEPENDE DO CONSENTIMENTO DE MARKETING,
      *MAS O CANAL (SMS OU E-MAIL) RECUSADO PELO CLIENTE NO CADLGPD
      *(P172958) NAO E USADO NEM VIRA PENDENCIA. DIAS EM BASE
      *COMERCIAL DE 360. RODA SEM OPERADOR.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LG-CPF
               FILE STATUS  IS ERROLG.
           SELECT CADAVPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAVPC
               FILE STATUS  IS ERROAVP.
           SELECT CADFER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FE-DATA
               FILE STATUS  IS ERROFER.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.
           SELECT AVPPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT AVISOPARC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROAVI.
           SELECT EXCAVPC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROEXC.

       DATA DIVISION.
       FILE SECTION.
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
                   88 PARC-PAGA      VALUE 1.
                   88 PARC-ESTORNADA VALUE 2.
                   88 PARC-RENEGOCIADA VALUE 3.
               02 PR-REMESSA       PIC 9(4) VALUE ZEROES.

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
                   88 LGPD-EMAIL-RECUSADO VALUE "N".
               02 LG-FONE      PIC X(1) VALUE SPACES.
                   88 LGPD-FONE-RECUSADO  VALUE "N".
               02 FILLER       PIC X(36).

      *REGISTRO DOS AVISOS DE PARCELA JA DADOS - UM POR PARCELA E
      *TIPO DE AVISO (V A VENCER, A EM ATRASO)
           FD CADAVPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVPC.DAT".
           01 REGAVPC.
               02 CHAVEAVPC.
                   03 AP-CHASSI    PIC X(17) VALUE SPACES.
                   03 AP-NUMPARC   PIC 9(3) VALUE ZEROES.
                   03 AP-TIPO      PIC X(1) VALUE SPACES.
                       88 AVPC-AVENCER VALUE "V".
                       88 AVPC-ATRASO  VALUE "A".
               02 AP-CPF           PIC X(11) VALUE SPACES.
               02 AP-VENCTO        PIC 9(8) VALUE ZEROES.
               02 AP-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 AP-DATAAVISO     PIC 9(8) VALUE ZEROES.
               02 AP-CANAL         PIC X(1) VALUE SPACES.
                   88 AVPC-SMS      VALUE "S".
                   88 AVPC-EMAIL    VALUE "E".
                   88 AVPC-AMBOS    VALUE "A".

           FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           01 REGFER.
               02 FE-DATA      PIC 9(8) VALUE ZEROES.
               02 FE-DESCRICAO PIC X(30) VALUE SPACES.

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           FD AVPPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVPPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

      *ARQUIVO DE LARGURA FIXA PARA O GATEWAY DE SMS E E-MAIL - O
      *CANAL DIZ POR ONDE O AVISO PODE SAIR (S SMS, E E-MAIL, A AMBOS)
           FD AVISOPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOPARC.TXT".
           01 LINHAAVI.
               02 AV-TIPO     PIC X(1).
               02 AV-CANAL    PIC X(1).
               02 AV-CPF      PIC X(11).
               02 AV-NOME     PIC X(30).
               02 AV-DDD      PIC 9(2).
               02 AV-NUMERO   PIC 9(9).
               02 AV-EMAIL    PIC X(30).
               02 AV-CHASSI   PIC X(17).
               02 AV-NUMPARC  PIC 9(3).
               02 AV-VENCTO   PIC 9(8).
               02 AV-VALOR    PIC 9(7)V99.

           FD EXCAVPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXCAVPC.TXT".
           01 LINHAREL PIC X(132) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROLG    PIC X(2) VALUE "00".
           01 ERROAVP   PIC X(2) VALUE "00".
           01 ERROFER   PIC X(2) VALUE "00".
           01 ERRCEN    PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROAVI   PIC X(2) VALUE "00".
           01 ERROEXC   PIC X(2) VALUE "00".
           01 TEMPRO    PIC 9(1) VALUE 0.
           01 TEMLGPD   PIC 9(1) VALUE 0.
           01 TEMFERIADO PIC 9(1) VALUE 0.
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.
      *ANTECEDENCIA DO AVISO A VENCER E JANELA DO AVISO DE ATRASO
           01 DIASAVISO    PIC 9(2) VALUE 3.
           01 DIASATRASOMAX PIC 9(2) VALUE 5.
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATAHOJE-R REDEFINES DATAHOJE.
               02 DH-ANO PIC 9(4).
               02 DH-MES PIC 9(2).
               02 DH-DIA PIC 9(2).
           01 DIASHOJE  PIC 9(8) VALUE ZEROES.
           01 DIASVENC  PIC 9(8) VALUE ZEROES.
           01 DIASFALTA PIC S9(8) VALUE ZEROES.
      *APOIO DO CALENDARIO DE DIAS UTEIS - VENCIMENTO ROLADO E O
      *CALCULO DO DIA DA SEMANA (ZELLER, 0 SABADO / 1 DOMINGO)
           01 VENCUTIL.
               03 VU-ANO PIC 9(4) VALUE ZEROES.
               03 VU-MES PIC 9(2) VALUE ZEROES.
               03 VU-DIA PIC 9(2) VALUE ZEROES.
           01 VENCUTIL-N REDEFINES VENCUTIL PIC 9(8).
           01 ZANO PIC 9(4) VALUE ZEROES.
           01 ZMES PIC 9(2) VALUE ZEROES.
           01 ZJ PIC 9(2) VALUE ZEROES.
           01 ZK PIC 9(2) VALUE ZEROES.
           01 ZT1 PIC 9(4) VALUE ZEROES.
           01 ZT2 PIC 9(4) VALUE ZEROES.
           01 ZT3 PIC 9(4) VALUE ZEROES.
           01 ZSOMA PIC 9(4) VALUE ZEROES.
           01 ZAUX PIC 9(4) VALUE ZEROES.
           01 ZRESTO PIC 9(2) VALUE ZEROES.
           01 DIASEMANA PIC 9(1) VALUE 0.
           01 ULTDIA PIC 9(2) VALUE ZEROES.
           01 DIAUTILOK PIC 9(1) VALUE 0.
           01 EHFERIADO PIC 9(1) VALUE 0.
      *AVISO EM ANALISE E VALIDACAO DO CONTATO
           01 TIPOAVISO PIC X(1) VALUE SPACES.
           01 JAAVISADO PIC 9(1) VALUE 0.
           01 SALDOPARC PIC 9(7)V99 VALUE ZEROES.
           01 CELULAROK PIC 9(1) VALUE 0.
           01 EMAILOK   PIC 9(1) VALUE 0.
           01 CANALAVISO PIC X(1) VALUE SPACES.
           01 QTDARROBA PIC 9(2) VALUE ZEROES.
           01 QTDPONTO  PIC 9(2) VALUE ZEROES.
           01 EMUSUARIO PIC X(30) VALUE SPACES.
           01 EMDOMINIO PIC X(30) VALUE SPACES.
           01 MOTIVOEXC PIC X(30) VALUE SPACES.
           01 NOMELINHA PIC X(30) VALUE SPACES.
           01 QTDABERTAS PIC 9(6) VALUE ZEROES.
           01 QTDAVENCER PIC 9(6) VALUE ZEROES.
           01 QTDATRASO PIC 9(6) VALUE ZEROES.
           01 QTDREPETIDOS PIC 9(6) VALUE ZEROES.
           01 QTDPENDENTES PIC 9(6) VALUE ZEROES.
           01 QTDSEMCONTATO PIC 9(6) VALUE ZEROES.
           01 QTDRECUSA PIC 9(6) VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS DO AVISO DE PARCELA
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           COMPUTE DIASHOJE = DH-ANO * 360 + (DH-MES - 1) * 30 + DH-DIA
           PERFORM LEPARAMETRO
           OPEN INPUT CADPARC
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADPARC NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN I-O CADAVPC
           IF ERROAVP NOT = "00"
               IF ERROAVP = "30" OR ERROAVP = "35"
                   OPEN OUTPUT CADAVPC
                   CLOSE CADAVPC
                   OPEN I-O CADAVPC
               END-IF
           END-IF
           IF ERROAVP NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADAVPC"
               CLOSE CADPARC
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           MOVE 0 TO TEMPRO TEMFERIADO TEMLGPD
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPRO
           END-IF
           MOVE "00" TO ERROPRO
           OPEN INPUT CADLGPD
           IF ERROLG = "00"
               MOVE 1 TO TEMLGPD
           END-IF
           MOVE "00" TO ERROLG
           OPEN INPUT CADFER
           IF ERROFER = "00"
               MOVE 1 TO TEMFERIADO
           END-IF
           MOVE "00" TO ERROFER
           OPEN OUTPUT AVISOPARC
           OPEN OUTPUT EXCAVPC
           MOVE SPACES TO LINHAREL
           STRING "AVISO DE PARCELA - PENDENCIAS DE CONTATO - "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               " (A VENCER EM ATE " DELIMITED BY SIZE
               DIASAVISO DELIMITED BY SIZE
               " DIAS)" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "CPF         NOME                           "
               DELIMITED BY SIZE
               "DDD TELEFONE  E-MAIL                         "
               DELIMITED BY SIZE
               "CHASSI            PAR T PENDENCIA" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO LISTAPARC.

      *ANTECEDENCIA DO AVISO - O REGISTRO CENTRAL PREVALECE SOBRE O
      *AVPPARAM.TXT; SEM NENHUM DOS DOIS, 3 DIAS
       LEPARAMETRO.
           OPEN INPUT AVPPARAM
           IF ERRPAR = "00"
               READ AVPPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:2) NUMERIC
                           AND LINHAPARAM(1:2) NOT = "00"
                           MOVE LINHAPARAM(1:2) TO DIASAVISO
                       END-IF
               END-READ
               CLOSE AVPPARAM
           END-IF
           MOVE "AVPPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:2) NUMERIC
                   AND PARAMCENTRAL(1:2) NOT = "00"
                   MOVE PARAMCENTRAL(1:2) TO DIASAVISO
               END-IF
           END-IF.

      *PERCORRE AS PARCELAS DO CADASTRO
       LISTAPARC.
           MOVE LOW-VALUES TO CHAVEPARC
           START CADPARC KEY IS GREATER THAN CHAVEPARC
               INVALID KEY
                   MOVE "10" TO ERRO
           END-START
           PERFORM LISTAPARC-LOOP UNTIL ERRO NOT = "00"
           GO TO TOTAIS.

       LISTAPARC-LOOP.
           READ CADPARC NEXT
           IF ERRO = "00"
               IF PARC-ABERTA
                   ADD 1 TO QTDABERTAS
                   PERFORM ANALISAPARC THRU ANALISAPARC-FIM
               END-IF
           END-IF.

      *DECIDE SE A PARCELA ENTRA NO AVISO DE HOJE - A VENCER DENTRO
      *DA ANTECEDENCIA OU RECEM VENCIDA - E SE AINDA NAO FOI AVISADA
       ANALISAPARC.
           MOVE PR-VENCTO TO VENCUTIL-N
           PERFORM PROXDIAUTIL
           COMPUTE DIASVENC = VU-ANO * 360 + (VU-MES - 1) * 30
               + VU-DIA
           COMPUTE DIASFALTA = DIASVENC - DIASHOJE
           MOVE SPACES TO TIPOAVISO
           IF DIASFALTA > ZEROES AND DIASFALTA NOT > DIASAVISO
               MOVE "V" TO TIPOAVISO
           END-IF
           IF DIASFALTA < ZEROES
               AND DIASFALTA NOT < DIASATRASOMAX * -1
               MOVE "A" TO TIPOAVISO
           END-IF
           IF TIPOAVISO = SPACES
               GO TO ANALISAPARC-FIM
           END-IF
           PERFORM CHECAAVISO
           IF JAAVISADO = 1
               ADD 1 TO QTDREPETIDOS
               GO TO ANALISAPARC-FIM
           END-IF
           COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
           PERFORM LECONTATO THRU LECONTATO-FIM
           IF CANALAVISO = SPACES
               ADD 1 TO QTDSEMCONTATO
               GO TO ANALISAPARC-FIM
           END-IF
           PERFORM GRAVAAVISO.

       ANALISAPARC-FIM.
           CONTINUE.

      *CONFERE NO REGISTRO SE ESTE AVISO DA PARCELA JA FOI DADO
       CHECAAVISO.
           MOVE 0 TO JAAVISADO
           MOVE PR-CHASSI TO AP-CHASSI
           MOVE PR-NUMPARC TO AP-NUMPARC
           MOVE TIPOAVISO TO AP-TIPO
           READ CADAVPC
           IF ERROAVP = "00"
               MOVE 1 TO JAAVISADO
           END-IF
           MOVE "00" TO ERROAVP.

      *BUSCA O CONTATO DO CLIENTE E DECIDE O CANAL - CELULAR VALIDO
      *TEM DDD DE 11 A 99 E NOVE DIGITOS COMECANDO POR 9; E-MAIL
      *VALIDO TEM UMA SO ARROBA, USUARIO E DOMINIO COM PONTO. O QUE
      *ESTIVER ERRADO VAI PARA A LISTA DE PENDENCIAS
       LECONTATO.
           MOVE SPACES TO NOME EMAIL CANALAVISO
           MOVE ZEROES TO DDD NUMERO
           MOVE 0 TO CELULAROK EMAILOK
           IF TEMPRO = 1
               MOVE PR-CPF TO CPF
               READ CADPROPR
               IF ERROPRO NOT = "00"
                   MOVE SPACES TO NOME EMAIL
                   MOVE ZEROES TO DDD NUMERO
               END-IF
               MOVE "00" TO ERROPRO
           END-IF
           IF NOME = SPACES
               MOVE "CLIENTE NAO CADASTRADO" TO NOMELINHA
               MOVE "CPF SEM CADASTRO" TO MOTIVOEXC
               PERFORM GRAVAPENDENCIA
               GO TO LECONTATO-FIM
           END-IF
           MOVE NOME TO NOMELINHA
           PERFORM LECONSENT
           IF DDD NOT < 11 AND NUMERO NOT < 900000000
               AND NOT LGPD-FONE-RECUSADO
               MOVE 1 TO CELULAROK
           END-IF
           PERFORM VALIDAEMAIL
           IF LGPD-EMAIL-RECUSADO
               MOVE 0 TO EMAILOK
           END-IF
           EVALUATE TRUE
           WHEN LGPD-FONE-RECUSADO AND LGPD-EMAIL-RECUSADO
               ADD 1 TO QTDRECUSA
           WHEN CELULAROK = 1 AND EMAILOK = 1
               MOVE "A" TO CANALAVISO
           WHEN CELULAROK = 1
               MOVE "S" TO CANALAVISO
               IF NOT LGPD-EMAIL-RECUSADO
                   IF EMAIL = SPACES
                       MOVE "SEM E-MAIL - SO SMS" TO MOTIVOEXC
                   ELSE
                       MOVE "E-MAIL INVALIDO - SO SMS" TO MOTIVOEXC
                   END-IF
                   PERFORM GRAVAPENDENCIA
               END-IF
           WHEN EMAILOK = 1
               MOVE "E" TO CANALAVISO
               IF NOT LGPD-FONE-RECUSADO
                   MOVE "CELULAR INVALIDO - SO E-MAIL" TO MOTIVOEXC
                   PERFORM GRAVAPENDENCIA
               END-IF
           WHEN OTHER
               MOVE "SEM CELULAR E SEM E-MAIL VALIDO" TO MOTIVOEXC
               PERFORM GRAVAPENDENCIA
           END-EVALUATE.

       LECONTATO-FIM.
           CONTINUE.

      *CANAIS RECUSADOS PELO CLIENTE - SEM REGISTRO NO CADLGPD,
      *NENHUM CANAL FOI RECUSADO
       LECONSENT.
           MOVE SPACES TO REGLGPD
           IF TEMLGPD = 1
               MOVE PR-CPF TO LG-CPF
               READ CADLGPD
               IF ERROLG NOT = "00"
                   MOVE SPACES TO REGLGPD
               END-IF
               MOVE "00" TO ERROLG
           END-IF.

       VALIDAEMAIL.
           MOVE 0 TO EMAILOK
           MOVE ZEROES TO QTDARROBA QTDPONTO
           MOVE SPACES TO EMUSUARIO EMDOMINIO
           IF EMAIL NOT = SPACES AND EMAIL(1:1) NOT = SPACE
               INSPECT EMAIL TALLYING QTDARROBA FOR ALL "@"
               IF QTDARROBA = 1
                   UNSTRING EMAIL DELIMITED BY "@" OR " "
                       INTO EMUSUARIO EMDOMINIO
                   END-UNSTRING
                   INSPECT EMDOMINIO TALLYING QTDPONTO FOR ALL "."
                   IF EMUSUARIO NOT = SPACES
                       AND EMDOMINIO NOT = SPACES
                       AND EMDOMINIO(1:1) NOT = "."
                       AND QTDPONTO > ZEROES
                       MOVE 1 TO EMAILOK
                   END-IF
               END-IF
           END-IF.

      *GRAVA A LINHA DO GATEWAY E O REGISTRO DO AVISO
       GRAVAAVISO.
           MOVE TIPOAVISO TO AV-TIPO
           MOVE CANALAVISO TO AV-CANAL
           MOVE PR-CPF TO AV-CPF
           MOVE NOME TO AV-NOME
           IF CELULAROK = 1
               MOVE DDD TO AV-DDD
               MOVE NUMERO TO AV-NUMERO
           ELSE
               MOVE ZEROES TO AV-DDD AV-NUMERO
           END-IF
           IF EMAILOK = 1
               MOVE EMAIL TO AV-EMAIL
           ELSE
               MOVE SPACES TO AV-EMAIL
           END-IF
           MOVE PR-CHASSI TO AV-CHASSI
           MOVE PR-NUMPARC TO AV-NUMPARC
           MOVE PR-VENCTO TO AV-VENCTO
           MOVE SALDOPARC TO AV-VALOR
           WRITE LINHAAVI
           MOVE PR-CHASSI TO AP-CHASSI
           MOVE PR-NUMPARC TO AP-NUMPARC
           MOVE TIPOAVISO TO AP-TIPO
           MOVE PR-CPF TO AP-CPF
           MOVE PR-VENCTO TO AP-VENCTO
           MOVE SALDOPARC TO AP-VALOR
           MOVE DATAHOJE TO AP-DATAAVISO
           MOVE CANALAVISO TO AP-CANAL
           WRITE REGAVPC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNAVPC
           MOVE "00" TO ERROAVP
           IF TIPOAVISO = "V"
               ADD 1 TO QTDAVENCER
           ELSE
               ADD 1 TO QTDATRASO
           END-IF.

      *GRAVA UMA LINHA NA LISTA DE PENDENCIAS DO BALCAO
       GRAVAPENDENCIA.
           MOVE SPACES TO LINHAREL
           STRING PR-CPF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NOMELINHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DDD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               NUMERO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EMAIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PR-CHASSI DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PR-NUMPARC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TIPOAVISO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MOTIVOEXC DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           ADD 1 TO QTDPENDENTES.

      *ROLA O VENCIMENTO EM VENCUTIL PARA O PROXIMO DIA UTIL - FIM
      *DE SEMANA E FERIADO DO CADFER (P172936) NAO TEM EXPEDIENTE
       PROXDIAUTIL.
           MOVE 0 TO DIAUTILOK
           PERFORM CHECADIAUTIL UNTIL DIAUTILOK = 1.

       CHECADIAUTIL.
           PERFORM CALCULADIASEM
           IF DIASEMANA = 0 OR DIASEMANA = 1
               PERFORM ADDUMDIA
           ELSE
               PERFORM CHECAFERIADO
               IF EHFERIADO = 1
                   PERFORM ADDUMDIA
               ELSE
                   MOVE 1 TO DIAUTILOK
               END-IF
           END-IF.

      *DIA DA SEMANA PELO CALCULO DE ZELLER - 0 SABADO, 1 DOMINGO.
      *CADA PARCELA SAI EM PASSO PROPRIO PARA A DIVISAO INTEIRA
      *TRUNCAR NO PONTO CERTO
       CALCULADIASEM.
           MOVE VU-ANO TO ZANO
           MOVE VU-MES TO ZMES
           IF ZMES < 3
               ADD 12 TO ZMES
               SUBTRACT 1 FROM ZANO
           END-IF
           DIVIDE ZANO BY 100 GIVING ZJ REMAINDER ZK
           COMPUTE ZT1 = (13 * (ZMES + 1)) / 5
           DIVIDE ZK BY 4 GIVING ZT2
           DIVIDE ZJ BY 4 GIVING ZT3
           COMPUTE ZSOMA = VU-DIA + ZT1 + ZK + ZT2 + ZT3 + 5 * ZJ
           DIVIDE ZSOMA BY 7 GIVING ZAUX REMAINDER DIASEMANA.

      *AVANCA VENCUTIL EM UM DIA DE CALENDARIO
       ADDUMDIA.
           PERFORM CALCULAULTDIA
           IF VU-DIA < ULTDIA
               ADD 1 TO VU-DIA
           ELSE
               MOVE 1 TO VU-DIA
               ADD 1 TO VU-MES
               IF VU-MES > 12
                   MOVE 1 TO VU-MES
                   ADD 1 TO VU-ANO
               END-IF
           END-IF.

      *ULTIMO DIA DO MES DE VENCUTIL - BISSEXTO PELA REGRA SIMPLES
      *DO DIVISIVEL POR 4, SUFICIENTE PARA O HORIZONTE DO SISTEMA
       CALCULAULTDIA.
           EVALUATE VU-MES
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31 TO ULTDIA
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30 TO ULTDIA
           WHEN OTHER
               MOVE 28 TO ULTDIA
               DIVIDE VU-ANO BY 4 GIVING ZAUX REMAINDER ZRESTO
               IF ZRESTO = ZEROES
                   MOVE 29 TO ULTDIA
               END-IF
           END-EVALUATE.

      *CONFERE SE VENCUTIL E FERIADO CADASTRADO
       CHECAFERIADO.
           MOVE 0 TO EHFERIADO
           IF TEMFERIADO = 1
               MOVE VENCUTIL-N TO FE-DATA
               READ CADFER
               IF ERROFER = "00"
                   MOVE 1 TO EHFERIADO
               END-IF
               MOVE "00" TO ERROFER
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

      *GRAVA OS TOTAIS E FECHA OS ARQUIVOS
       TOTAIS.
           MOVE SPACES TO LINHAREL
           STRING "PARCELAS EM ABERTO: " DELIMITED BY SIZE
               QTDABERTAS DELIMITED BY SIZE
               " AVISOS A VENCER: " DELIMITED BY SIZE
               QTDAVENCER DELIMITED BY SIZE
               " AVISOS DE ATRASO: " DELIMITED BY SIZE
               QTDATRASO DELIMITED BY SIZE
               " JA AVISADOS: " DELIMITED BY SIZE
               QTDREPETIDOS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "PENDENCIAS DE CONTATO: " DELIMITED BY SIZE
               QTDPENDENTES DELIMITED BY SIZE
               " AVISOS NAO ENVIADOS POR FALTA DE CONTATO: "
                   DELIMITED BY SIZE
               QTDSEMCONTATO DELIMITED BY SIZE
               " (CANAIS RECUSADOS: " DELIMITED BY SIZE
               QTDRECUSA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "AVISO DE PARCELA GRAVADO EM AVISOPARC.TXT E "
               "EXCAVPC.TXT"
           CLOSE CADPARC
           CLOSE CADAVPC
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF
           IF TEMLGPD = 1
               CLOSE CADLGPD
           END-IF
           IF TEMFERIADO = 1
               CLOSE CADFER
           END-IF
           CLOSE AVISOPARC
           CLOSE EXCAVPC.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADAVPC PARA O JORNAL DE TRANSACOES
       JORNAVPC.
           IF ERROAVP = "00" OR ERROAVP = "02"
               MOVE "CADAVPC" TO PJ-ARQUIVO
               MOVE REGAVPC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM AVISOPARC.

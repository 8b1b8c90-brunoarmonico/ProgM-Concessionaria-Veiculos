      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      *
      *RODAR NO OPEN COBOL IDE (ADMINISTRADOR), COMPILADOR DEFAULT OU MF
      *ATIVAR "RUN IN EXTERNAL TERMINAL" NA GUIA "RUN" DAS
      *PREFERENCIAS (F2) DO OPEN COBOL
       IDENTIFICATION DIVISION.
       PROGRAM-ID. P172957.
      *-----------------------------------------------------------------
      *UNIFICACAO DE CLIENTES DUPLICADOS (SO SUPERVISOR) - CONFERIDO O
      *RELDUPL, O SUPERVISOR INFORMA O CPF DUPLICADO E O CPF QUE
      *FICA. TODAS AS REFERENCIAS AO DUPLICADO PASSAM PARA O CPF QUE
      *FICA: VEICULOS (CADVEIC P-CPF), PARCELAS (CADPARC), HISTORICO
      *DE PROPRIETARIOS (CADHIST), COBRANCA (CADCOBR E OS CONTATOS DO
      *CADCOBC, RENUMERADOS NA SEQUENCIA DO CPF QUE FICA), ORCAMENTOS
      *(CADORCA), TEST-DRIVES (CADAGEN), RESERVAS (CADRES),
      *AVALIACOES (CADAVAL), GARANTIAS (CADGAR) E CARROS PROMETIDOS
      *NOS PEDIDOS A FABRICA (CADPEDI). PASSAM TAMBEM O CPF DE ORIGEM
      *E DE CONSIGNACAO DO CADVEIC E DO CADVHIST, AS VENDAS ARQUIVADAS
      *(CADVHIST), ORDENS DE SERVICO (CADOS), COMUNICACOES AO DETRAN
      *(CADDETR), ENTREGAS (CADENTR), PAGAMENTOS DE PARCELA (CADBXPC),
      *FINANCIAMENTOS CDC (CADCDC), FROTAS (CADFROTA), MULTAS
      *(CADINFR), CONTATOS DO PORTAL (CADLEAD), PESQUISAS (CADNPS),
      *CHAMADOS DE GARANTIA (CADSIN), TAREFAS (CADTAREF), RECALL
      *(CADRECV), AVISOS DE REVISAO (CADREVIS) E DE PARCELA (CADAVPC),
      *APOLICES (CADAPOL), ESTORNOS (CADESTOR) E CONTAS A PAGAR
      *(CADPAG). A NOTA FISCAL (CADNF) SO PASSA SE AINDA NAO FOI
      *TRANSMITIDA OU SE A EMISSAO FOI REJEITADA/MARCADA PARA
      *REENVIO; A NOTA AUTORIZADA E O REGISTRO DO COAF (CADCOAF)
      *GUARDAM O CPF COM QUE FORAM ENVIADOS. O CONSENTIMENTO DE CONTATO
      *(CADLGPD) SE JUNTA AO DO CPF QUE FICA, VALENDO A RECUSA DE
      *QUALQUER UM DOS DOIS. CADA REGISTRO ALTERADO GERA UM
      *EVENTO A NA AUDITORIA COM AS IMAGENS ANTES E DEPOIS. O CPF QUE
      *FICA HERDA DO DUPLICADO O QUE ESTIVER EM BRANCO (NASCIMENTO,
      *ENDERECO, TELEFONE, E-MAIL), E O DUPLICADO SAI DO CADPROPR COM
      *UM EVENTO E QUE REGISTRA O CPF EM QUE FOI UNIFICADO. CLIENTE
      *PESSOA JURIDICA NAO ENTRA NA UNIFICACAO - O CNPJ JA E UNICO NO
      *CADEMPR.
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
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERROPAR
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEHIST
               FILE STATUS  IS ERROHIS
               ALTERNATE RECORD KEY IS HS-CPF WITH DUPLICATES.
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
           SELECT CADAVAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AV-NUMERO
               FILE STATUS  IS ERROAVA
               ALTERNATE RECORD KEY IS AV-CPF WITH DUPLICATES.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS GA-CHASSI
               FILE STATUS  IS ERROGAR.
           SELECT CADPEDI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDI
               FILE STATUS  IS ERROPI.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LG-CPF
               FILE STATUS  IS ERROLG.
           SELECT CADVHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS H-CHASSI
               FILE STATUS  IS ERROVHI
               ALTERNATE RECORD KEY IS H-PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-P-CPF WITH DUPLICATES.
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
               FILE STATUS  IS ERRODTR
               ALTERNATE RECORD KEY IS DT-CPF WITH DUPLICATES.
           SELECT CADENTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTR
               FILE STATUS  IS ERROENT
               ALTERNATE RECORD KEY IS EN-DATAAGEN WITH DUPLICATES.
           SELECT CADBXPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBXPC
               FILE STATUS  IS ERROBXP
               ALTERNATE RECORD KEY IS BP-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS BP-CPF WITH DUPLICATES.
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
           SELECT CADINFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEINFR
               FILE STATUS  IS ERROINF
               ALTERNATE RECORD KEY IS AI-CHASSI WITH DUPLICATES.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LD-NUMERO
               FILE STATUS  IS ERROLEA
               ALTERNATE RECORD KEY IS LD-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS LD-VENDEDOR WITH DUPLICATES.
           SELECT CADNPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENPS
               FILE STATUS  IS ERRONPS
               ALTERNATE RECORD KEY IS NP-DATARESP WITH DUPLICATES.
           SELECT CADSIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESIN
               FILE STATUS  IS ERROSIN.
           SELECT CADTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVETAREF
               FILE STATUS  IS ERROTAR
               ALTERNATE RECORD KEY IS TF-FILIAL WITH DUPLICATES.
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
           SELECT CADESTOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEESTOR
               FILE STATUS  IS ERROEST.
           SELECT CADAVPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAVPC
               FILE STATUS  IS ERROAVP.
           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERROPAG.
           SELECT CADNFE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NE-NUMERO
               FILE STATUS  IS ERRONFE.
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
               02 FILLER               PIC X(20).
               02 CPFORIGEM            PIC X(11).
               02 FILLER               PIC X(1).
               02 CONSIGCPF            PIC X(11).
               02 FILLER               PIC X(78).
               02 VERSAOVEIC           PIC 9(6) VALUE ZEROES.

           FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 CHAVEPARC.
                   03 PR-CHASSI    PIC X(17) VALUE SPACES.
                   03 PR-NUMPARC   PIC 9(3) VALUE ZEROES.
               02 PR-CPF           PIC X(11) VALUE SPACES.
               02 FILLER           PIC X(39).

           FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
           01 REGHIST.
               02 CHAVEHIST.
                   03 HS-CHASSI PIC X(17) VALUE SPACES.
                   03 HS-SEQ    PIC 9(3) VALUE ZEROES.
               02 HS-CPF        PIC X(11) VALUE SPACES.
               02 FILLER        PIC X(34).

           FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
           01 REGCOBR.
               02 CB-CPF        PIC X(11) VALUE SPACES.
               02 CB-ABERTURA   PIC 9(8) VALUE ZEROES.
               02 CB-SITUACAO   PIC 9(1) VALUE ZEROES.
                   88 COBR-ABERTO    VALUE 0.
                   88 COBR-ENCERRADO VALUE 1.
               02 CB-PROMESSA   PIC 9(8) VALUE ZEROES.
               02 CB-ULTCONTATO PIC 9(8) VALUE ZEROES.

           FD CADCOBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBC.DAT".
           01 REGCOBC.
               02 CHAVECOBC.
                   03 CC-CPF PIC X(11) VALUE SPACES.
                   03 CC-SEQ PIC 9(3) VALUE ZEROES.
               02 CC-DATA     PIC 9(8) VALUE ZEROES.
               02 CC-OPERADOR PIC X(8) VALUE SPACES.
               02 CC-ANOTACAO PIC X(40) VALUE SPACES.
               02 CC-PROMESSA PIC 9(8) VALUE ZEROES.

           FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           01 REGORCA.
               02 NUMORCA          PIC 9(6) VALUE ZEROES.
               02 OR-CPF           PIC X(11) VALUE SPACES.
               02 OR-CHASSI        PIC X(17) VALUE SPACES.
               02 FILLER           PIC X(35).

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
               02 FILLER      PIC X(34).

           FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVAL.DAT".
           01 REGAVAL.
               02 AV-NUMERO      PIC 9(6) VALUE ZEROES.
               02 AV-CPF         PIC X(11) VALUE SPACES.
               02 FILLER         PIC X(70).

           FD CADGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGAR.
               02 GA-CHASSI PIC X(17) VALUE SPACES.
               02 GA-INICIO PIC 9(8) VALUE ZEROES.
               02 GA-DIAS   PIC 9(3) VALUE ZEROES.
               02 GA-CPF    PIC X(11) VALUE SPACES.

           FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           01 REGPEDI.
               02 CHAVEPEDI.
                   03 PI-NUMERO  PIC 9(6).
                   03 PI-SEQ     PIC 9(3).
               02 FILLER         PIC X(35).
               02 PI-CPF         PIC X(11).
               02 FILLER         PIC X(34).

      *CONSENTIMENTO DE CONTATO POR CLIENTE (P172958)
           FD CADLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LG-CPF       PIC X(11).
               02 LG-MARKETING PIC X(1).
               02 LG-EMAIL     PIC X(1).
               02 LG-FONE      PIC X(1).
               02 LG-DATA      PIC 9(8).
               02 LG-OPERADOR  PIC X(8).
               02 FILLER       PIC X(20).

           FD CADVHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVHIST.DAT".
           01 REGVHIST.
               02 H-CHASSI       PIC X(17) VALUE SPACES.
               02 H-PLACA        PIC X(7) VALUE SPACES.
               02 H-VEICULO.
                   03 H-V-MARCA  PIC 9(3) VALUE ZEROES.
                   03 H-V-MODELO PIC 9(3) VALUE ZEROES.
                   03 H-P-CPF    PIC X(11) VALUE SPACES.
               02 H-V-ANO        PIC 9(8) VALUE ZEROES.
               02 FILLER         PIC X(20).
               02 H-CPFORIGEM    PIC X(11) VALUE SPACES.
               02 FILLER         PIC X(1).
               02 H-CONSIGCPF    PIC X(11) VALUE SPACES.
               02 FILLER         PIC X(84).

      *ORDENS DE SERVICO DA OFICINA (P172939)
           FD CADOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOS.DAT".
           01 REGOS.
               02 OS-NUMERO PIC 9(6) VALUE ZEROES.
               02 OS-CHASSI PIC X(17) VALUE SPACES.
               02 OS-CPF    PIC X(11) VALUE SPACES.
               02 FILLER    PIC X(96).

           FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO PIC 9(6) VALUE ZEROES.
               02 NF-CHASSI PIC X(17) VALUE SPACES.
               02 NF-CPF    PIC X(11) VALUE SPACES.
               02 FILLER    PIC X(56).

      *SITUACAO DA NF-E NA SEFAZ (EXPNFE/RETNFE)
           FD CADNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFE.DAT".
           01 REGNFE.
               02 NE-NUMERO   PIC 9(6) VALUE ZEROES.
               02 NE-TIPO     PIC X(1) VALUE SPACES.
                   88 NFE-EVEMISSAO VALUE "E".
               02 NE-SITUACAO PIC 9(1) VALUE ZEROES.
                   88 NFE-REJEITADA VALUE 3.
                   88 NFE-REENVIAR VALUE 4.
               02 FILLER      PIC X(152).

           FD CADDETR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDETR.DAT".
           01 REGDETR.
               02 CHAVEDETR.
                   03 DT-CHASSI    PIC X(17) VALUE SPACES.
                   03 DT-DATAVENDA PIC 9(8) VALUE ZEROES.
               02 DT-PLACA         PIC X(7) VALUE SPACES.
               02 DT-CPF           PIC X(11) VALUE SPACES.
               02 FILLER           PIC X(76).

           FD CADENTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENTR.DAT".
           01 REGENTR.
               02 CHAVEENTR.
                   03 EN-CHASSI    PIC X(17) VALUE SPACES.
                   03 EN-DATAVENDA PIC 9(8) VALUE ZEROES.
               02 EN-PLACA         PIC X(7) VALUE SPACES.
               02 EN-CPF           PIC X(11) VALUE SPACES.
               02 FILLER           PIC X(2).
               02 EN-DATAAGEN      PIC 9(8) VALUE ZEROES.
               02 FILLER           PIC X(28).
               02 EN-CPFRECEB      PIC X(11) VALUE SPACES.
               02 FILLER           PIC X(46).

           FD CADBXPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBXPC.DAT".
           01 REGBXPC.
               02 CHAVEBXPC.
                   03 BP-CHASSI  PIC X(17) VALUE SPACES.
                   03 BP-NUMPARC PIC 9(3) VALUE ZEROES.
                   03 BP-SEQ     PIC 9(3) VALUE ZEROES.
               02 BP-DATA        PIC 9(8) VALUE ZEROES.
               02 BP-CPF         PIC X(11) VALUE SPACES.
               02 FILLER         PIC X(54).

           FD CADCDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDC.DAT".
           01 REGCDC.
               02 CHAVECDC.
                   03 CD-CHASSI PIC X(17) VALUE SPACES.
                   03 CD-SEQ    PIC 9(3) VALUE ZEROES.
               02 CD-BANCO      PIC 9(3) VALUE ZEROES.
               02 CD-CPF        PIC X(11) VALUE SPACES.
               02 FILLER        PIC X(101).

           FD CADFROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFROTA.DAT".
           01 REGFROTA.
               02 FT-NUMERO PIC 9(6) VALUE ZEROES.
               02 FT-CPF    PIC X(11) VALUE SPACES.
               02 FILLER    PIC X(119).

           FD CADINFR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINFR.DAT".
           01 REGINFR.
               02 CHAVEINFR.
                   03 AI-PLACA PIC X(7) VALUE SPACES.
                   03 AI-SEQ   PIC 9(3) VALUE ZEROES.
               02 FILLER       PIC X(68).
               02 AI-CHASSI    PIC X(17) VALUE SPACES.
               02 FILLER       PIC X(3).
               02 AI-CPF       PIC X(11) VALUE SPACES.
               02 FILLER       PIC X(25).

           FD CADLEAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEAD.DAT".
           01 REGLEAD.
               02 LD-NUMERO   PIC 9(6) VALUE ZEROES.
               02 LD-CHASSI   PIC X(17) VALUE SPACES.
               02 FILLER      PIC X(145).
               02 LD-VENDEDOR PIC 9(3) VALUE ZEROES.
               02 FILLER      PIC X(13).
               02 LD-CPF      PIC X(11) VALUE SPACES.
               02 FILLER      PIC X(50).

           FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
           01 REGNPS.
               02 CHAVENPS.
                   03 NP-CHASSI    PIC X(17) VALUE SPACES.
                   03 NP-DATAVENDA PIC 9(8) VALUE ZEROES.
               02 NP-CPF           PIC X(11) VALUE SPACES.
               02 FILLER           PIC X(87).
               02 NP-DATARESP      PIC 9(8) VALUE ZEROES.
               02 FILLER           PIC X(9).

           FD CADSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIN.DAT".
           01 REGSIN.
               02 CHAVESIN.
                   03 SN-CHASSI PIC X(17) VALUE SPACES.
                   03 SN-SEQ    PIC 9(3) VALUE ZEROES.
               02 FILLER        PIC X(8).
               02 SN-CPF        PIC X(11) VALUE SPACES.
               02 FILLER        PIC X(86).

           FD CADTAREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAREF.DAT".
           01 REGTAREF.
               02 CHAVETAREF.
                   03 TF-CHASSI    PIC X(17) VALUE SPACES.
                   03 TF-DATAVENDA PIC 9(8) VALUE ZEROES.
                   03 TF-TIPO      PIC X(1) VALUE SPACES.
               02 TF-FILIAL        PIC 9(2) VALUE ZEROES.
               02 TF-CPF           PIC X(11) VALUE SPACES.
               02 FILLER           PIC X(150).

           FD CADRECV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECV.DAT".
           01 REGRECV.
               02 CHAVERECV.
                   03 RL-CAMPANHA PIC 9(4) VALUE ZEROES.
                   03 RL-CHASSI   PIC X(17) VALUE SPACES.
               02 FILLER          PIC X(2).
               02 RL-CPF          PIC X(11) VALUE SPACES.
               02 FILLER          PIC X(38).

           FD CADREVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREVIS.DAT".
           01 REGREVIS.
               02 CHAVEREVIS.
                   03 RV-CHASSI PIC X(17) VALUE SPACES.
                   03 RV-NUMERO PIC 9(2) VALUE ZEROES.
               02 RV-CPF        PIC X(11) VALUE SPACES.
               02 FILLER        PIC X(17).

           FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 SG-NUMERO PIC 9(6) VALUE ZEROES.
               02 SG-CHASSI PIC X(17) VALUE SPACES.
               02 SG-CPF    PIC X(11) VALUE SPACES.
               02 FILLER    PIC X(48).
               02 SG-FIM    PIC 9(8) VALUE ZEROES.
               02 FILLER    PIC X(80).

           FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOR.DAT".
           01 REGESTOR.
               02 CHAVEESTOR.
                   03 ES-CHASSI      PIC X(17) VALUE SPACES.
                   03 ES-DATAESTORNO PIC 9(8) VALUE ZEROES.
               02 ES-CPF             PIC X(11) VALUE SPACES.
               02 FILLER             PIC X(59).

           FD CADAVPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVPC.DAT".
           01 REGAVPC.
               02 CHAVEAVPC.
                   03 AP-CHASSI  PIC X(17) VALUE SPACES.
                   03 AP-NUMPARC PIC 9(3) VALUE ZEROES.
                   03 AP-TIPO    PIC X(1) VALUE SPACES.
               02 AP-CPF         PIC X(11) VALUE SPACES.
               02 FILLER         PIC X(26).

           FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           01 REGPAG.
               02 CHAVEPAG.
                   03 PG-CHASSI PIC X(17) VALUE SPACES.
                   03 PG-SEQ    PIC 9(3) VALUE ZEROES.
               02 FILLER        PIC X(4).
               02 PG-CPFCNPJ    PIC X(14) VALUE SPACES.
               02 FILLER        PIC X(36).

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
           01 PERFILOPER.
               02 OPCADASTRAR PIC 9(1) VALUE 0.
               02 OPALTERAR   PIC 9(1) VALUE 0.
               02 OPEXCLUIR   PIC 9(1) VALUE 0.
               02 OPVENDER    PIC 9(1) VALUE 0.
               02 OPRELATORIO PIC 9(1) VALUE 0.
               02 OPAUTMARGEM PIC 9(1) VALUE 0.
           01 FILIALOPER PIC 9(2) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROPAR PIC X(2) VALUE "00".
           01 ERROHIS PIC X(2) VALUE "00".
           01 ERROCOB PIC X(2) VALUE "00".
           01 ERROCTT PIC X(2) VALUE "00".
           01 ERROORC PIC X(2) VALUE "00".
           01 ERROAGE PIC X(2) VALUE "00".
           01 ERRORES PIC X(2) VALUE "00".
           01 ERROAVA PIC X(2) VALUE "00".
           01 ERROGAR PIC X(2) VALUE "00".
           01 ERROPI PIC X(2) VALUE "00".
           01 ERROLG PIC X(2) VALUE "00".
           01 ERROVHI PIC X(2) VALUE "00".
           01 ERROOS PIC X(2) VALUE "00".
           01 ERRONF PIC X(2) VALUE "00".
           01 ERRODTR PIC X(2) VALUE "00".
           01 ERROENT PIC X(2) VALUE "00".
           01 ERROBXP PIC X(2) VALUE "00".
           01 ERROCDC PIC X(2) VALUE "00".
           01 ERROFRO PIC X(2) VALUE "00".
           01 ERROINF PIC X(2) VALUE "00".
           01 ERROLEA PIC X(2) VALUE "00".
           01 ERRONPS PIC X(2) VALUE "00".
           01 ERROSIN PIC X(2) VALUE "00".
           01 ERROTAR PIC X(2) VALUE "00".
           01 ERRORCV PIC X(2) VALUE "00".
           01 ERROREV PIC X(2) VALUE "00".
           01 ERROAPO PIC X(2) VALUE "00".
           01 ERROEST PIC X(2) VALUE "00".
           01 ERROAVP PIC X(2) VALUE "00".
           01 ERROPAG PIC X(2) VALUE "00".
           01 ERRONFE PIC X(2) VALUE "00".
           01 ERROAUD PIC X(2) VALUE "00".
           01 ERROCTA PIC X(2) VALUE "00".
           01 ERROSEL PIC X(2) VALUE "00".
           01 SELORESUMO PIC X(36) VALUE SPACES.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03) VALUE ZEROES.
               02 PS-DADOS PIC X(419) VALUE SPACES.
               02 PS-SELO  PIC X(36) VALUE SPACES.
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
           01 SEQAUDIT PIC 9(9) VALUE ZEROES.
           01 DATAAUDIT PIC 9(08) VALUE ZEROES.
           01 HORAAUDIT PIC 9(08) VALUE ZEROES.
           01 AUDITIPO PIC X(1) VALUE SPACES.
           01 EVENTOARQ PIC X(8) VALUE SPACES.
           01 EVENTOCHAVE PIC X(17) VALUE SPACES.
           01 EVENTOANTES PIC X(180) VALUE SPACES.
           01 EVENTODEPOIS PIC X(180) VALUE SPACES.
           01 FIMARQ PIC 9(1) VALUE 0.
           01 CPFDUP PIC X(11) VALUE SPACES.
           01 CPFSOBR PIC X(11) VALUE SPACES.
           01 ALTEROU PIC 9(1) VALUE 0.
           01 ULTSEQCOBC PIC 9(3) VALUE ZEROES.
           01 TEMNFE PIC 9(1) VALUE 0.
           01 NFLIVRE PIC 9(1) VALUE 0.
      *CADASTRO DUPLICADO GUARDADO PARA COMPLETAR O QUE FICA
           01 PROPRDUP.
               02 PD-CPF         PIC X(11).
               02 PD-NOME        PIC X(30).
               02 PD-DATANASC    PIC 9(8).
               02 PD-BCEP        PIC 9(8).
               02 PD-NUM         PIC 9(6).
               02 PD-COMPLEMENTO PIC X(25).
               02 PD-TELEFONE    PIC 9(11).
               02 PD-EMAIL       PIC X(30).
               02 PD-VERSAO      PIC 9(6).
      *COBRANCA DO DUPLICADO, JUNTADA A DO CPF QUE FICA
           01 COBRDUP.
               02 DC-CPF        PIC X(11).
               02 DC-ABERTURA   PIC 9(8).
               02 DC-SITUACAO   PIC 9(1).
               02 DC-PROMESSA   PIC 9(8).
               02 DC-ULTCONTATO PIC 9(8).
      *CONSENTIMENTO DO DUPLICADO, JUNTADO AO DO CPF QUE FICA
           01 LGPDDUP.
               02 LP-CPF       PIC X(11).
               02 LP-MARKETING PIC X(1).
               02 LP-EMAIL     PIC X(1).
               02 LP-FONE      PIC X(1).
               02 LP-DATA      PIC 9(8).
               02 FILLER       PIC X(28).
      *REGISTROS MOVIDOS POR ARQUIVO
           01 QTDMOVIDOS.
               02 QM-VEIC PIC 9(4) VALUE ZEROES.
               02 QM-PARC PIC 9(4) VALUE ZEROES.
               02 QM-HIST PIC 9(4) VALUE ZEROES.
               02 QM-COBR PIC 9(4) VALUE ZEROES.
               02 QM-COBC PIC 9(4) VALUE ZEROES.
               02 QM-ORCA PIC 9(4) VALUE ZEROES.
               02 QM-AGEN PIC 9(4) VALUE ZEROES.
               02 QM-RES  PIC 9(4) VALUE ZEROES.
               02 QM-AVAL PIC 9(4) VALUE ZEROES.
               02 QM-GAR  PIC 9(4) VALUE ZEROES.
               02 QM-PEDI PIC 9(4) VALUE ZEROES.
               02 QM-LGPD PIC 9(4) VALUE ZEROES.
               02 QM-VORI PIC 9(4) VALUE ZEROES.
               02 QM-VHIS PIC 9(4) VALUE ZEROES.
               02 QM-OS   PIC 9(4) VALUE ZEROES.
               02 QM-NF   PIC 9(4) VALUE ZEROES.
               02 QM-DETR PIC 9(4) VALUE ZEROES.
               02 QM-ENTR PIC 9(4) VALUE ZEROES.
               02 QM-BXPC PIC 9(4) VALUE ZEROES.
               02 QM-CDC  PIC 9(4) VALUE ZEROES.
               02 QM-FROT PIC 9(4) VALUE ZEROES.
               02 QM-INFR PIC 9(4) VALUE ZEROES.
               02 QM-LEAD PIC 9(4) VALUE ZEROES.
               02 QM-NPS  PIC 9(4) VALUE ZEROES.
               02 QM-SIN  PIC 9(4) VALUE ZEROES.
               02 QM-TARF PIC 9(4) VALUE ZEROES.
               02 QM-RECV PIC 9(4) VALUE ZEROES.
               02 QM-REVI PIC 9(4) VALUE ZEROES.
               02 QM-APOL PIC 9(4) VALUE ZEROES.
               02 QM-ESTO PIC 9(4) VALUE ZEROES.
               02 QM-AVPC PIC 9(4) VALUE ZEROES.
               02 QM-PAG  PIC 9(4) VALUE ZEROES.
           01 ED-NASC PIC 99/99/9999.

           SCREEN SECTION.
       01  TELAUNIF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "========================================".
           05  LINE 02  COLUMN 41
               VALUE  "========================================".
           05  LINE 03  COLUMN 01
               VALUE  "        UNIFICACAO DE CLIENTES DUPLICADOS".
           05  LINE 04  COLUMN 01
               VALUE  "========================================".
           05  LINE 04  COLUMN 41
               VALUE  "========================================".
           05  LINE 05  COLUMN 01
               VALUE  "  CADASTRO DUPLICADO (SAI DO CADPROPR)".
           05  LINE 06  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 07  COLUMN 01
               VALUE  "  NASCIMENTO:".
           05  LINE 07  COLUMN 30
               VALUE  "TELEFONE:".
           05  LINE 08  COLUMN 01
               VALUE  "  E-MAIL:".
           05  LINE 08  COLUMN 45
               VALUE  "CEP/NUMERO:".
           05  LINE 09  COLUMN 01
               VALUE  "  CADASTRO QUE FICA".
           05  LINE 10  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 11  COLUMN 01
               VALUE  "  NASCIMENTO:".
           05  LINE 11  COLUMN 30
               VALUE  "TELEFONE:".
           05  LINE 12  COLUMN 01
               VALUE  "  E-MAIL:".
           05  LINE 12  COLUMN 45
               VALUE  "CEP/NUMERO:".

           PROCEDURE DIVISION.
      *ABRE O CADASTRO DE CLIENTES - OS DEMAIS ARQUIVOS SAO ABERTOS
      *UM A UM NA UNIFICACAO
       ABREARQUIVO.
           OPEN I-O CADPROPR
           IF ERRO NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROPR" AT 0622
               GO TO SAIR
           END-IF
           DISPLAY TELAUNIF
           PERFORM LOGIN
           IF NIVELOPER NOT = 1
               DISPLAY "ACESSO NEGADO - REQUER SUPERVISOR" AT 1805
               ACCEPT AUX AT 2360
               GO TO SAIR
           END-IF
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
               DISPLAY TELAUNIF
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
           MOVE SPACES TO CPFDUP CPFSOBR AUX
           MOVE ZEROES TO ACTKEY
           PERFORM LIMPATELA
           DISPLAY "F1 UNIFICAR CADASTROS, F3 SAIR" AT 1505
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           EVALUATE ACTKEY
           WHEN = 01
               DISPLAY TELAUNIF
               GO TO R-CPFDUP
           WHEN = 03
               GO TO SAIR
           WHEN OTHER
               DISPLAY "OPCAO INVALIDA" AT 1705
               GO TO MENUPRINC
           END-EVALUATE.

      *CPF DUPLICADO - O CADASTRO QUE VAI SAIR
       R-CPFDUP.
           ACCEPT CPFDUP AT 0608
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01 OR CPFDUP = SPACES
               GO TO MENUPRINC
           END-IF
           IF CPFDUP(1:1) = "J"
               DISPLAY "CLIENTE PESSOA JURIDICA NAO SE UNIFICA" AT 1805
               GO TO R-CPFDUP
           END-IF
           MOVE CPFDUP TO CPF
           READ CADPROPR
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "CLIENTE NAO CADASTRADO" AT 1805
               GO TO R-CPFDUP
           END-IF
           DISPLAY "                                       " AT 1802
           MOVE REGPROPR TO PROPRDUP
           DISPLAY NOME AT 0622
           MOVE DATANASC TO ED-NASC
           DISPLAY ED-NASC AT 0715
           DISPLAY DDD AT 0740
           DISPLAY NUMERO AT 0743
           DISPLAY EMAIL AT 0811
           DISPLAY BCEP AT 0857
           DISPLAY NUM AT 0866.

      *CPF QUE FICA - RECEBE TODAS AS REFERENCIAS DO DUPLICADO
       R-CPFSOBR.
           ACCEPT CPFSOBR AT 1008
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               GO TO R-CPFDUP
           END-IF
           IF CPFSOBR = CPFDUP OR CPFSOBR = SPACES
               DISPLAY "INFORME UM CPF DIFERENTE DO DUPLICADO" AT 1805
               GO TO R-CPFSOBR
           END-IF
           IF CPFSOBR(1:1) = "J"
               DISPLAY "CLIENTE PESSOA JURIDICA NAO SE UNIFICA" AT 1805
               GO TO R-CPFSOBR
           END-IF
           MOVE CPFSOBR TO CPF
           READ CADPROPR
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               DISPLAY "CLIENTE NAO CADASTRADO" AT 1805
               GO TO R-CPFSOBR
           END-IF
           DISPLAY "                                       " AT 1802
           DISPLAY NOME AT 1022
           MOVE DATANASC TO ED-NASC
           DISPLAY ED-NASC AT 1115
           DISPLAY DDD AT 1140
           DISPLAY NUMERO AT 1143
           DISPLAY EMAIL AT 1211
           DISPLAY BCEP AT 1257
           DISPLAY NUM AT 1266
           PERFORM LIMPATELA
           DISPLAY "UNIFICAR? TODAS AS REFERENCIAS DO DUPLICADO PASSAM"
               AT 1505
           DISPLAY "PARA O CPF QUE FICA E O DUPLICADO E RETIRADO"
               AT 1605
           DISPLAY "F1 - SIM, F2 - NAO" AT 1705
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY NOT = 01
               DISPLAY TELAUNIF
               GO TO MENUPRINC
           END-IF
           GO TO UNIFICA.

      *MOVE AS REFERENCIAS ARQUIVO POR ARQUIVO, COMPLETA O CADASTRO
      *QUE FICA E RETIRA O DUPLICADO
       UNIFICA.
           PERFORM LIMPATELA
           DISPLAY "UNIFICANDO..." AT 1505
           MOVE ZEROES TO QTDMOVIDOS
           PERFORM MOVEVEIC
           PERFORM MOVEPARC
           PERFORM MOVEHIST
           PERFORM MOVECOBR
           PERFORM MOVECOBC
           PERFORM MOVEORCA
           PERFORM MOVEAGEN
           PERFORM MOVERES
           PERFORM MOVEAVAL
           PERFORM MOVEGAR
           PERFORM MOVEPEDI
           PERFORM MOVELGPD
           PERFORM MOVEVORI
           PERFORM MOVEVHIS
           PERFORM MOVEOS
           PERFORM MOVENF
           PERFORM MOVEDETR
           PERFORM MOVEENTR
           PERFORM MOVEBXPC
           PERFORM MOVECDC
           PERFORM MOVEFROT
           PERFORM MOVEINFR
           PERFORM MOVELEAD
           PERFORM MOVENPS
           PERFORM MOVESIN
           PERFORM MOVETARF
           PERFORM MOVERECV
           PERFORM MOVEREVI
           PERFORM MOVEAPOL
           PERFORM MOVEESTO
           PERFORM MOVEAVPC
           PERFORM MOVEPAG
           PERFORM COMPLETASOBR
           PERFORM RETIRADUP
           PERFORM LIMPATELA
           DISPLAY "CLIENTES UNIFICADOS - REGISTROS MOVIDOS:" AT 1305
           DISPLAY "VEICULOS   (CADVEIC)" AT 1405
           DISPLAY QM-VEIC AT 1427
           DISPLAY "PARCELAS   (CADPARC)" AT 1505
           DISPLAY QM-PARC AT 1527
           DISPLAY "HISTORICO  (CADHIST)" AT 1605
           DISPLAY QM-HIST AT 1627
           DISPLAY "COBRANCA   (CADCOBR)" AT 1705
           DISPLAY QM-COBR AT 1727
           DISPLAY "CONTATOS   (CADCOBC)" AT 1805
           DISPLAY QM-COBC AT 1827
           DISPLAY "ORCAMENTOS (CADORCA)" AT 1905
           DISPLAY QM-ORCA AT 1927
           DISPLAY "TEST-DRIVES (CADAGEN)" AT 1441
           DISPLAY QM-AGEN AT 1464
           DISPLAY "RESERVAS    (CADRES)" AT 1541
           DISPLAY QM-RES AT 1564
           DISPLAY "AVALIACOES  (CADAVAL)" AT 1641
           DISPLAY QM-AVAL AT 1664
           DISPLAY "GARANTIAS   (CADGAR)" AT 1741
           DISPLAY QM-GAR AT 1764
           DISPLAY "PEDIDOS     (CADPEDI)" AT 1841
           DISPLAY QM-PEDI AT 1864
           DISPLAY "CONSENTIM.  (CADLGPD)" AT 1941
           DISPLAY QM-LGPD AT 1964
           ACCEPT AUX AT 2360
           PERFORM LIMPATELA
           DISPLAY "DEMAIS ARQUIVOS - REGISTROS MOVIDOS:" AT 1305
           DISPLAY "CADVEIC ORIG." AT 1405
           DISPLAY QM-VORI AT 1419
           DISPLAY "CADVHIST" AT 1505
           DISPLAY QM-VHIS AT 1519
           DISPLAY "CADOS" AT 1605
           DISPLAY QM-OS AT 1619
           DISPLAY "CADNF" AT 1705
           DISPLAY QM-NF AT 1719
           DISPLAY "CADDETR" AT 1805
           DISPLAY QM-DETR AT 1819
           DISPLAY "CADENTR" AT 1905
           DISPLAY QM-ENTR AT 1919
           DISPLAY "CADBXPC" AT 2005
           DISPLAY QM-BXPC AT 2019
           DISPLAY "CADCDC" AT 1429
           DISPLAY QM-CDC AT 1443
           DISPLAY "CADFROTA" AT 1529
           DISPLAY QM-FROT AT 1543
           DISPLAY "CADINFR" AT 1629
           DISPLAY QM-INFR AT 1643
           DISPLAY "CADLEAD" AT 1729
           DISPLAY QM-LEAD AT 1743
           DISPLAY "CADNPS" AT 1829
           DISPLAY QM-NPS AT 1843
           DISPLAY "CADSIN" AT 1929
           DISPLAY QM-SIN AT 1943
           DISPLAY "CADTAREF" AT 2029
           DISPLAY QM-TARF AT 2043
           DISPLAY "CADRECV" AT 1453
           DISPLAY QM-RECV AT 1467
           DISPLAY "CADREVIS" AT 1553
           DISPLAY QM-REVI AT 1567
           DISPLAY "CADAPOL" AT 1653
           DISPLAY QM-APOL AT 1667
           DISPLAY "CADESTOR" AT 1753
           DISPLAY QM-ESTO AT 1767
           DISPLAY "CADAVPC" AT 1853
           DISPLAY QM-AVPC AT 1867
           DISPLAY "CADPAG" AT 1953
           DISPLAY QM-PAG AT 1967
           ACCEPT AUX AT 2360
           DISPLAY TELAUNIF
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADAGEN PARA O JORNAL DE TRANSACOES
       JORNAGEN.
           IF ERROAGE = "00" OR ERROAGE = "02"
               MOVE "CADAGEN" TO PJ-ARQUIVO
               MOVE REGAGEN TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADAPOL PARA O JORNAL DE TRANSACOES
       JORNAPOL.
           IF ERROAPO = "00" OR ERROAPO = "02"
               MOVE "CADAPOL" TO PJ-ARQUIVO
               MOVE REGAPOL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERROAUD = "00" OR ERROAUD = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADAVAL PARA O JORNAL DE TRANSACOES
       JORNAVAL.
           IF ERROAVA = "00" OR ERROAVA = "02"
               MOVE "CADAVAL" TO PJ-ARQUIVO
               MOVE REGAVAL TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADAVPC PARA O JORNAL DE TRANSACOES
       JORNAVPC.
           IF ERROAVP = "00" OR ERROAVP = "02"
               MOVE "CADAVPC" TO PJ-ARQUIVO
               MOVE REGAVPC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADBXPC PARA O JORNAL DE TRANSACOES
       JORNBXPC.
           IF ERROBXP = "00" OR ERROBXP = "02"
               MOVE "CADBXPC" TO PJ-ARQUIVO
               MOVE REGBXPC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADCDC PARA O JORNAL DE TRANSACOES
       JORNCDC.
           IF ERROCDC = "00" OR ERROCDC = "02"
               MOVE "CADCDC" TO PJ-ARQUIVO
               MOVE REGCDC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADCOBC PARA O JORNAL DE TRANSACOES
       JORNCOBC.
           IF ERROCTT = "00" OR ERROCTT = "02"
               MOVE "CADCOBC" TO PJ-ARQUIVO
               MOVE REGCOBC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADCOBR PARA O JORNAL DE TRANSACOES
       JORNCOBR.
           IF ERROCOB = "00" OR ERROCOB = "02"
               MOVE "CADCOBR" TO PJ-ARQUIVO
               MOVE REGCOBR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADDETR PARA O JORNAL DE TRANSACOES
       JORNDETR.
           IF ERRODTR = "00" OR ERRODTR = "02"
               MOVE "CADDETR" TO PJ-ARQUIVO
               MOVE REGDETR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADENTR PARA O JORNAL DE TRANSACOES
       JORNENTR.
           IF ERROENT = "00" OR ERROENT = "02"
               MOVE "CADENTR" TO PJ-ARQUIVO
               MOVE REGENTR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADESTOR PARA O JORNAL DE TRANSACOES
       JORNESTO.
           IF ERROEST = "00" OR ERROEST = "02"
               MOVE "CADESTOR" TO PJ-ARQUIVO
               MOVE REGESTOR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADFROTA PARA O JORNAL DE TRANSACOES
       JORNFROT.
           IF ERROFRO = "00" OR ERROFRO = "02"
               MOVE "CADFROTA" TO PJ-ARQUIVO
               MOVE REGFROTA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADGAR PARA O JORNAL DE TRANSACOES
       JORNGAR.
           IF ERROGAR = "00" OR ERROGAR = "02"
               MOVE "CADGAR" TO PJ-ARQUIVO
               MOVE REGGAR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADHIST PARA O JORNAL DE TRANSACOES
       JORNHIST.
           IF ERROHIS = "00" OR ERROHIS = "02"
               MOVE "CADHIST" TO PJ-ARQUIVO
               MOVE REGHIST TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADINFR PARA O JORNAL DE TRANSACOES
       JORNINFR.
           IF ERROINF = "00" OR ERROINF = "02"
               MOVE "CADINFR" TO PJ-ARQUIVO
               MOVE REGINFR TO PJ-IMAGEM
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


      *IMAGEM GRAVADA NO CADNF PARA O JORNAL DE TRANSACOES
       JORNNF.
           IF ERRONF = "00" OR ERRONF = "02"
               MOVE "CADNF" TO PJ-ARQUIVO
               MOVE REGNF TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADNPS PARA O JORNAL DE TRANSACOES
       JORNNPS.
           IF ERRONPS = "00" OR ERRONPS = "02"
               MOVE "CADNPS" TO PJ-ARQUIVO
               MOVE REGNPS TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADORCA PARA O JORNAL DE TRANSACOES
       JORNORCA.
           IF ERROORC = "00" OR ERROORC = "02"
               MOVE "CADORCA" TO PJ-ARQUIVO
               MOVE REGORCA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADOS PARA O JORNAL DE TRANSACOES
       JORNOS.
           IF ERROOS = "00" OR ERROOS = "02"
               MOVE "CADOS" TO PJ-ARQUIVO
               MOVE REGOS TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPAG PARA O JORNAL DE TRANSACOES
       JORNPAG.
           IF ERROPAG = "00" OR ERROPAG = "02"
               MOVE "CADPAG" TO PJ-ARQUIVO
               MOVE REGPAG TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPARC PARA O JORNAL DE TRANSACOES
       JORNPARC.
           IF ERROPAR = "00" OR ERROPAR = "02"
               MOVE "CADPARC" TO PJ-ARQUIVO
               MOVE REGPARC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADPEDI PARA O JORNAL DE TRANSACOES
       JORNPEDI.
           IF ERROPI = "00" OR ERROPI = "02"
               MOVE "CADPEDI" TO PJ-ARQUIVO
               MOVE REGPEDI TO PJ-IMAGEM
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


      *IMAGEM GRAVADA NO CADRECV PARA O JORNAL DE TRANSACOES
       JORNRECV.
           IF ERRORCV = "00" OR ERRORCV = "02"
               MOVE "CADRECV" TO PJ-ARQUIVO
               MOVE REGRECV TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADRES PARA O JORNAL DE TRANSACOES
       JORNRES.
           IF ERRORES = "00" OR ERRORES = "02"
               MOVE "CADRES" TO PJ-ARQUIVO
               MOVE REGRES TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.


      *IMAGEM GRAVADA NO CADREVIS PARA O JORNAL DE TRANSACOES
       JORNREVI.
           IF ERROREV = "00" OR ERROREV = "02"
               MOVE "CADREVIS" TO PJ-ARQUIVO
               MOVE REGREVIS TO PJ-IMAGEM
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


      *IMAGEM GRAVADA NO CADSIN PARA O JORNAL DE TRANSACOES
       JORNSIN.
           IF ERROSIN = "00" OR ERROSIN = "02"
               MOVE "CADSIN" TO PJ-ARQUIVO
               MOVE REGSIN TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADTAREF PARA O JORNAL DE TRANSACOES
       JORNTARF.
           IF ERROTAR = "00" OR ERROTAR = "02"
               MOVE "CADTAREF" TO PJ-ARQUIVO
               MOVE REGTAREF TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVEIC PARA O JORNAL DE TRANSACOES
       JORNVEIC.
           IF ERROVEI = "00" OR ERROVEI = "02"
               MOVE "CADVEIC" TO PJ-ARQUIVO
               MOVE REGVEIC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVHIST PARA O JORNAL DE TRANSACOES
       JORNVHIS.
           IF ERROVHI = "00" OR ERROVHI = "02"
               MOVE "CADVHIST" TO PJ-ARQUIVO
               MOVE REGVHIST TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *VEICULOS DO DUPLICADO - A CADA TROCA A LEITURA RECOMECA PELA
      *CHAVE P-CPF, JA QUE O REGISTRO ALTERADO SAI DA SEQUENCIA
       MOVEVEIC.
           OPEN I-O CADVEIC
           IF ERROVEI = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEVEIC-LOOP UNTIL FIMARQ = 1
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI.

       MOVEVEIC-LOOP.
           MOVE CPFDUP TO P-CPF
           START CADVEIC KEY IS EQUAL P-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADVEIC NEXT
               IF ERROVEI NOT = "00" OR P-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGVEIC TO EVENTOANTES
                   MOVE CPFSOBR TO P-CPF
                   ADD 1 TO VERSAOVEIC
                   REWRITE REGVEIC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVEIC
                   IF ERROVEI NOT = "00" AND ERROVEI NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-VEIC
                       MOVE "CADVEIC" TO EVENTOARQ
                       MOVE CHASSI TO EVENTOCHAVE
                       MOVE REGVEIC TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

       MOVEPARC.
           OPEN I-O CADPARC
           IF ERROPAR = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEPARC-LOOP UNTIL FIMARQ = 1
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERROPAR.

       MOVEPARC-LOOP.
           MOVE CPFDUP TO PR-CPF
           START CADPARC KEY IS EQUAL PR-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADPARC NEXT
               IF ERROPAR NOT = "00" OR PR-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGPARC TO EVENTOANTES
                   MOVE CPFSOBR TO PR-CPF
                   REWRITE REGPARC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNPARC
                   IF ERROPAR NOT = "00" AND ERROPAR NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-PARC
                       MOVE "CADPARC" TO EVENTOARQ
                       MOVE PR-CHASSI TO EVENTOCHAVE
                       MOVE REGPARC TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

       MOVEHIST.
           OPEN I-O CADHIST
           IF ERROHIS = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEHIST-LOOP UNTIL FIMARQ = 1
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERROHIS.

       MOVEHIST-LOOP.
           MOVE CPFDUP TO HS-CPF
           START CADHIST KEY IS EQUAL HS-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADHIST NEXT
               IF ERROHIS NOT = "00" OR HS-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGHIST TO EVENTOANTES
                   MOVE CPFSOBR TO HS-CPF
                   REWRITE REGHIST
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNHIST
                   IF ERROHIS NOT = "00" AND ERROHIS NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-HIST
                       MOVE "CADHIST" TO EVENTOARQ
                       MOVE HS-CHASSI TO EVENTOCHAVE
                       MOVE REGHIST TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

      *COBRANCA - UM REGISTRO POR CPF. SE O CPF QUE FICA JA TEM
      *COBRANCA, AS DUAS SE JUNTAM: ABERTA SE QUALQUER UMA ESTIVER,
      *ABERTURA MAIS ANTIGA, PROMESSA E ULTIMO CONTATO MAIS RECENTES
       MOVECOBR.
           OPEN I-O CADCOBR
           IF ERROCOB = "00"
               MOVE CPFDUP TO CB-CPF
               READ CADCOBR
               IF ERROCOB = "00"
                   MOVE REGCOBR TO COBRDUP
                   DELETE CADCOBR
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNCOBR
                   MOVE "E" TO AUDITIPO
                   MOVE "CADCOBR" TO EVENTOARQ
                   MOVE CPFDUP TO EVENTOCHAVE
                   MOVE COBRDUP TO EVENTOANTES
                   MOVE "UNIFICADO NO CPF" TO EVENTODEPOIS
                   MOVE CPFSOBR TO EVENTODEPOIS(18:11)
                   PERFORM GRAVAEVENTO
                   PERFORM JUNTACOBR
                   ADD 1 TO QM-COBR
               END-IF
               CLOSE CADCOBR
           END-IF
           MOVE "00" TO ERROCOB.

       JUNTACOBR.
           MOVE CPFSOBR TO CB-CPF
           READ CADCOBR
           IF ERROCOB = "00"
               MOVE REGCOBR TO EVENTOANTES
               IF DC-SITUACAO = 0
                   MOVE 0 TO CB-SITUACAO
               END-IF
               IF DC-ABERTURA < CB-ABERTURA
                   MOVE DC-ABERTURA TO CB-ABERTURA
               END-IF
               IF DC-PROMESSA > CB-PROMESSA
                   MOVE DC-PROMESSA TO CB-PROMESSA
               END-IF
               IF DC-ULTCONTATO > CB-ULTCONTATO
                   MOVE DC-ULTCONTATO TO CB-ULTCONTATO
               END-IF
               REWRITE REGCOBR
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNCOBR
           ELSE
               MOVE SPACES TO EVENTOANTES
               MOVE COBRDUP TO REGCOBR
               MOVE CPFSOBR TO CB-CPF
               WRITE REGCOBR
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCOBR
           END-IF
           MOVE "CADCOBR" TO EVENTOARQ
           MOVE CPFSOBR TO EVENTOCHAVE
           MOVE REGCOBR TO EVENTODEPOIS
           PERFORM GRAVAALTERACAO.

      *CONTATOS DE COBRANCA - A CHAVE TRAZ O CPF, ENTAO CADA CONTATO
      *DO DUPLICADO E REGRAVADO NO FIM DA SEQUENCIA DO CPF QUE FICA
       MOVECOBC.
           OPEN I-O CADCOBC
           IF ERROCTT = "00"
               MOVE ZEROES TO ULTSEQCOBC
               MOVE 0 TO FIMARQ
               MOVE CPFSOBR TO CC-CPF
               MOVE ZEROES TO CC-SEQ
               START CADCOBC KEY IS GREATER THAN CHAVECOBC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM ULTSEQCOBC-LOOP UNTIL FIMARQ = 1
               MOVE 0 TO FIMARQ
               PERFORM MOVECOBC-LOOP UNTIL FIMARQ = 1
               CLOSE CADCOBC
           END-IF
           MOVE "00" TO ERROCTT.

       ULTSEQCOBC-LOOP.
           READ CADCOBC NEXT
           IF ERROCTT NOT = "00" OR CC-CPF NOT = CPFSOBR
               MOVE 1 TO FIMARQ
           ELSE
               MOVE CC-SEQ TO ULTSEQCOBC
           END-IF.

       MOVECOBC-LOOP.
           MOVE CPFDUP TO CC-CPF
           MOVE ZEROES TO CC-SEQ
           START CADCOBC KEY IS GREATER THAN CHAVECOBC
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADCOBC NEXT
               IF ERROCTT NOT = "00" OR CC-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGCOBC TO EVENTOANTES
                   DELETE CADCOBC
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNCOBC
                   MOVE CPFSOBR TO CC-CPF
                   ADD 1 TO ULTSEQCOBC
                   MOVE ULTSEQCOBC TO CC-SEQ
                   WRITE REGCOBC
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNCOBC
                   IF ERROCTT NOT = "00" AND ERROCTT NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-COBC
                       MOVE "CADCOBC" TO EVENTOARQ
                       MOVE CPFSOBR TO EVENTOCHAVE
                       MOVE REGCOBC TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

       MOVEORCA.
           OPEN I-O CADORCA
           IF ERROORC = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEORCA-LOOP UNTIL FIMARQ = 1
               CLOSE CADORCA
           END-IF
           MOVE "00" TO ERROORC.

       MOVEORCA-LOOP.
           MOVE CPFDUP TO OR-CPF
           START CADORCA KEY IS EQUAL OR-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADORCA NEXT
               IF ERROORC NOT = "00" OR OR-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGORCA TO EVENTOANTES
                   MOVE CPFSOBR TO OR-CPF
                   REWRITE REGORCA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNORCA
                   IF ERROORC NOT = "00" AND ERROORC NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-ORCA
                       MOVE "CADORCA" TO EVENTOARQ
                       MOVE NUMORCA TO EVENTOCHAVE
                       MOVE REGORCA TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

      *TEST-DRIVES - SEM CHAVE POR CPF, PERCORRE O ARQUIVO TODO
       MOVEAGEN.
           OPEN I-O CADAGEN
           IF ERROAGE = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO AG-CHAVE
               START CADAGEN KEY IS NOT LESS THAN AG-CHAVE
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEAGEN-LOOP UNTIL FIMARQ = 1
               CLOSE CADAGEN
           END-IF
           MOVE "00" TO ERROAGE.

       MOVEAGEN-LOOP.
           READ CADAGEN NEXT
           IF ERROAGE NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF AG-CPF = CPFDUP
                   MOVE REGAGEN TO EVENTOANTES
                   MOVE CPFSOBR TO AG-CPF
                   REWRITE REGAGEN
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNAGEN
                   IF ERROAGE = "00" OR ERROAGE = "02"
                       ADD 1 TO QM-AGEN
                       MOVE "CADAGEN" TO EVENTOARQ
                       MOVE AG-CHASSI TO EVENTOCHAVE
                       MOVE REGAGEN TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROAGE
               END-IF
           END-IF.

      *RESERVAS - SEM CHAVE POR CPF, PERCORRE O ARQUIVO TODO
       MOVERES.
           OPEN I-O CADRES
           IF ERRORES = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO RS-CHASSI
               START CADRES KEY IS NOT LESS THAN RS-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVERES-LOOP UNTIL FIMARQ = 1
               CLOSE CADRES
           END-IF
           MOVE "00" TO ERRORES.

       MOVERES-LOOP.
           READ CADRES NEXT
           IF ERRORES NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RS-CPF = CPFDUP
                   MOVE REGRES TO EVENTOANTES
                   MOVE CPFSOBR TO RS-CPF
                   REWRITE REGRES
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNRES
                   IF ERRORES = "00" OR ERRORES = "02"
                       ADD 1 TO QM-RES
                       MOVE "CADRES" TO EVENTOARQ
                       MOVE RS-CHASSI TO EVENTOCHAVE
                       MOVE REGRES TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERRORES
               END-IF
           END-IF.

       MOVEAVAL.
           OPEN I-O CADAVAL
           IF ERROAVA = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEAVAL-LOOP UNTIL FIMARQ = 1
               CLOSE CADAVAL
           END-IF
           MOVE "00" TO ERROAVA.

       MOVEAVAL-LOOP.
           MOVE CPFDUP TO AV-CPF
           START CADAVAL KEY IS EQUAL AV-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADAVAL NEXT
               IF ERROAVA NOT = "00" OR AV-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGAVAL TO EVENTOANTES
                   MOVE CPFSOBR TO AV-CPF
                   REWRITE REGAVAL
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNAVAL
                   IF ERROAVA NOT = "00" AND ERROAVA NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-AVAL
                       MOVE "CADAVAL" TO EVENTOARQ
                       MOVE AV-NUMERO TO EVENTOCHAVE
                       MOVE REGAVAL TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

      *GARANTIAS - SEM CHAVE POR CPF, PERCORRE O ARQUIVO TODO
       MOVEGAR.
           OPEN I-O CADGAR
           IF ERROGAR = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO GA-CHASSI
               START CADGAR KEY IS NOT LESS THAN GA-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEGAR-LOOP UNTIL FIMARQ = 1
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERROGAR.

       MOVEGAR-LOOP.
           READ CADGAR NEXT
           IF ERROGAR NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF GA-CPF = CPFDUP
                   MOVE REGGAR TO EVENTOANTES
                   MOVE CPFSOBR TO GA-CPF
                   REWRITE REGGAR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNGAR
                   IF ERROGAR = "00" OR ERROGAR = "02"
                       ADD 1 TO QM-GAR
                       MOVE "CADGAR" TO EVENTOARQ
                       MOVE GA-CHASSI TO EVENTOCHAVE
                       MOVE REGGAR TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROGAR
               END-IF
           END-IF.

      *CARROS PROMETIDOS NOS PEDIDOS A FABRICA (P172956)
       MOVEPEDI.
           OPEN I-O CADPEDI
           IF ERROPI = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEPEDI
               START CADPEDI KEY IS NOT LESS THAN CHAVEPEDI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEPEDI-LOOP UNTIL FIMARQ = 1
               CLOSE CADPEDI
           END-IF
           MOVE "00" TO ERROPI.

       MOVEPEDI-LOOP.
           READ CADPEDI NEXT
           IF ERROPI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF PI-CPF = CPFDUP
                   MOVE REGPEDI TO EVENTOANTES
                   MOVE CPFSOBR TO PI-CPF
                   REWRITE REGPEDI
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNPEDI
                   IF ERROPI = "00" OR ERROPI = "02"
                       ADD 1 TO QM-PEDI
                       MOVE "CADPEDI" TO EVENTOARQ
                       MOVE CHAVEPEDI TO EVENTOCHAVE
                       MOVE REGPEDI TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROPI
               END-IF
           END-IF.

      *CONSENTIMENTO - UM REGISTRO POR CPF. SE O CPF QUE FICA JA TEM
      *REGISTRO, OS DOIS SE JUNTAM: CANAL RECUSADO EM QUALQUER UM
      *FICA RECUSADO, E VALE A DATA DO REGISTRO MAIS RECENTE
       MOVELGPD.
           OPEN I-O CADLGPD
           IF ERROLG = "00"
               MOVE CPFDUP TO LG-CPF
               READ CADLGPD
               IF ERROLG = "00"
                   MOVE REGLGPD TO LGPDDUP
                   DELETE CADLGPD
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNLGPD
                   MOVE "E" TO AUDITIPO
                   MOVE "CADLGPD" TO EVENTOARQ
                   MOVE CPFDUP TO EVENTOCHAVE
                   MOVE LGPDDUP TO EVENTOANTES
                   MOVE "UNIFICADO NO CPF" TO EVENTODEPOIS
                   MOVE CPFSOBR TO EVENTODEPOIS(18:11)
                   PERFORM GRAVAEVENTO
                   PERFORM JUNTALGPD
                   ADD 1 TO QM-LGPD
               END-IF
               CLOSE CADLGPD
           END-IF
           MOVE "00" TO ERROLG.

       JUNTALGPD.
           MOVE CPFSOBR TO LG-CPF
           READ CADLGPD
           IF ERROLG = "00"
               MOVE REGLGPD TO EVENTOANTES
               IF LP-MARKETING = "N"
                   MOVE "N" TO LG-MARKETING
               END-IF
               IF LP-EMAIL = "N"
                   MOVE "N" TO LG-EMAIL
               END-IF
               IF LP-FONE = "N"
                   MOVE "N" TO LG-FONE
               END-IF
               IF LP-DATA > LG-DATA
                   MOVE LP-DATA TO LG-DATA
               END-IF
               REWRITE REGLGPD
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNLGPD
           ELSE
               MOVE SPACES TO EVENTOANTES
               MOVE LGPDDUP TO REGLGPD
               MOVE CPFSOBR TO LG-CPF
               WRITE REGLGPD
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNLGPD
           END-IF
           MOVE "CADLGPD" TO EVENTOARQ
           MOVE CPFSOBR TO EVENTOCHAVE
           MOVE REGLGPD TO EVENTODEPOIS
           PERFORM GRAVAALTERACAO.

      *VEICULOS COMPRADOS DO DUPLICADO OU CONSIGNADOS POR ELE - SEM
      *CHAVE POR CPF DE ORIGEM, PERCORRE O ARQUIVO TODO
       MOVEVORI.
           OPEN I-O CADVEIC
           IF ERROVEI = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHASSI
               START CADVEIC KEY IS NOT LESS THAN CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEVORI-LOOP UNTIL FIMARQ = 1
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERROVEI.

       MOVEVORI-LOOP.
           READ CADVEIC NEXT
           IF ERROVEI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CPFORIGEM = CPFDUP OR CONSIGCPF = CPFDUP
                   MOVE REGVEIC TO EVENTOANTES
                   IF CPFORIGEM = CPFDUP
                       MOVE CPFSOBR TO CPFORIGEM
                   END-IF
                   IF CONSIGCPF = CPFDUP
                       MOVE CPFSOBR TO CONSIGCPF
                   END-IF
                   ADD 1 TO VERSAOVEIC
                   REWRITE REGVEIC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVEIC
                   IF ERROVEI = "00" OR ERROVEI = "02"
                       ADD 1 TO QM-VORI
                       MOVE "CADVEIC" TO EVENTOARQ
                       MOVE CHASSI TO EVENTOCHAVE
                       MOVE REGVEIC TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROVEI
               END-IF
           END-IF.

      *VENDAS ARQUIVADAS PELO ARQVEIC - DONO, VENDEDOR DA COMPRA E
      *CONSIGNANTE NO MESMO REGISTRO, PERCORRE O ARQUIVO TODO
       MOVEVHIS.
           OPEN I-O CADVHIST
           IF ERROVHI = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO H-CHASSI
               START CADVHIST KEY IS NOT LESS THAN H-CHASSI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEVHIS-LOOP UNTIL FIMARQ = 1
               CLOSE CADVHIST
           END-IF
           MOVE "00" TO ERROVHI.

       MOVEVHIS-LOOP.
           READ CADVHIST NEXT
           IF ERROVHI NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF H-P-CPF = CPFDUP
                   OR H-CPFORIGEM = CPFDUP
                   OR H-CONSIGCPF = CPFDUP
                   MOVE REGVHIST TO EVENTOANTES
                   IF H-P-CPF = CPFDUP
                       MOVE CPFSOBR TO H-P-CPF
                   END-IF
                   IF H-CPFORIGEM = CPFDUP
                       MOVE CPFSOBR TO H-CPFORIGEM
                   END-IF
                   IF H-CONSIGCPF = CPFDUP
                       MOVE CPFSOBR TO H-CONSIGCPF
                   END-IF
                   REWRITE REGVHIST
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVHIS
                   IF ERROVHI = "00" OR ERROVHI = "02"
                       ADD 1 TO QM-VHIS
                       MOVE "CADVHIST" TO EVENTOARQ
                       MOVE H-CHASSI TO EVENTOCHAVE
                       MOVE REGVHIST TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROVHI
               END-IF
           END-IF.

      *ORDENS DE SERVICO DA OFICINA - HISTORICO DO CLIENTE NO COPROPR
       MOVEOS.
           OPEN I-O CADOS
           IF ERROOS = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEOS-LOOP UNTIL FIMARQ = 1
               CLOSE CADOS
           END-IF
           MOVE "00" TO ERROOS.

       MOVEOS-LOOP.
           MOVE CPFDUP TO OS-CPF
           START CADOS KEY IS EQUAL OS-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADOS NEXT
               IF ERROOS NOT = "00" OR OS-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGOS TO EVENTOANTES
                   MOVE CPFSOBR TO OS-CPF
                   REWRITE REGOS
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNOS
                   IF ERROOS NOT = "00" AND ERROOS NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-OS
                       MOVE "CADOS" TO EVENTOARQ
                       MOVE OS-NUMERO TO EVENTOCHAVE
                       MOVE REGOS TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

      *NOTAS FISCAIS - SO A NOTA QUE AINDA NAO FOI AUTORIZADA (SEM
      *REGISTRO NO CADNFE, OU EMISSAO REJEITADA/A REENVIAR) PASSA
      *PARA O CPF QUE FICA; A NOTA TRANSMITIDA OU AUTORIZADA E
      *DOCUMENTO FISCAL E GUARDA O CPF COM QUE FOI EMITIDA
       MOVENF.
           OPEN I-O CADNF
           IF ERRONF = "00"
               MOVE 0 TO FIMARQ
               MOVE 0 TO TEMNFE
               OPEN INPUT CADNFE
               IF ERRONFE = "00"
                   MOVE 1 TO TEMNFE
               END-IF
               MOVE ZEROES TO NF-NUMERO
               START CADNF KEY IS NOT LESS THAN NF-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVENF-LOOP UNTIL FIMARQ = 1
               IF TEMNFE = 1
                   CLOSE CADNFE
               END-IF
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRONF.

       MOVENF-LOOP.
           READ CADNF NEXT
           IF ERRONF NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF NF-CPF = CPFDUP
                   PERFORM CHECANFE
               END-IF
               IF NF-CPF = CPFDUP AND NFLIVRE = 1
                   MOVE REGNF TO EVENTOANTES
                   MOVE CPFSOBR TO NF-CPF
                   REWRITE REGNF
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNNF
                   IF ERRONF = "00" OR ERRONF = "02"
                       ADD 1 TO QM-NF
                       MOVE "CADNF" TO EVENTOARQ
                       MOVE NF-NUMERO TO EVENTOCHAVE
                       MOVE REGNF TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERRONF
               END-IF
           END-IF.

      *NOTA AINDA LIVRE PARA TROCAR O COMPRADOR - SEM REGISTRO NO
      *CADNFE NUNCA FOI TRANSMITIDA; COM REGISTRO, SO A EMISSAO
      *REJEITADA OU MARCADA PARA REENVIO
       CHECANFE.
           MOVE 1 TO NFLIVRE
           IF TEMNFE = 1
               MOVE NF-NUMERO TO NE-NUMERO
               READ CADNFE
               IF ERRONFE = "00"
                   IF NOT NFE-EVEMISSAO
                       OR (NOT NFE-REJEITADA AND NOT NFE-REENVIAR)
                       MOVE 0 TO NFLIVRE
                   END-IF
               END-IF
               MOVE "00" TO ERRONFE
           END-IF.

      *COMUNICACAO DE VENDA E TRANSFERENCIA (DETRAN)
       MOVEDETR.
           OPEN I-O CADDETR
           IF ERRODTR = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEDETR-LOOP UNTIL FIMARQ = 1
               CLOSE CADDETR
           END-IF
           MOVE "00" TO ERRODTR.

       MOVEDETR-LOOP.
           MOVE CPFDUP TO DT-CPF
           START CADDETR KEY IS EQUAL DT-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADDETR NEXT
               IF ERRODTR NOT = "00" OR DT-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGDETR TO EVENTOANTES
                   MOVE CPFSOBR TO DT-CPF
                   REWRITE REGDETR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNDETR
                   IF ERRODTR NOT = "00" AND ERRODTR NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-DETR
                       MOVE "CADDETR" TO EVENTOARQ
                       MOVE DT-CHASSI TO EVENTOCHAVE
                       MOVE REGDETR TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

      *ENTREGAS DE VEICULO - COMPRADOR E QUEM RECEBEU O CARRO, SEM
      *CHAVE POR CPF, PERCORRE O ARQUIVO TODO
       MOVEENTR.
           OPEN I-O CADENTR
           IF ERROENT = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEENTR
               START CADENTR KEY IS NOT LESS THAN CHAVEENTR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEENTR-LOOP UNTIL FIMARQ = 1
               CLOSE CADENTR
           END-IF
           MOVE "00" TO ERROENT.

       MOVEENTR-LOOP.
           READ CADENTR NEXT
           IF ERROENT NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF EN-CPF = CPFDUP OR EN-CPFRECEB = CPFDUP
                   MOVE REGENTR TO EVENTOANTES
                   IF EN-CPF = CPFDUP
                       MOVE CPFSOBR TO EN-CPF
                   END-IF
                   IF EN-CPFRECEB = CPFDUP
                       MOVE CPFSOBR TO EN-CPFRECEB
                   END-IF
                   REWRITE REGENTR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNENTR
                   IF ERROENT = "00" OR ERROENT = "02"
                       ADD 1 TO QM-ENTR
                       MOVE "CADENTR" TO EVENTOARQ
                       MOVE EN-CHASSI TO EVENTOCHAVE
                       MOVE REGENTR TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROENT
               END-IF
           END-IF.

      *HISTORICO DE PAGAMENTOS DE PARCELAS
       MOVEBXPC.
           OPEN I-O CADBXPC
           IF ERROBXP = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEBXPC-LOOP UNTIL FIMARQ = 1
               CLOSE CADBXPC
           END-IF
           MOVE "00" TO ERROBXP.

       MOVEBXPC-LOOP.
           MOVE CPFDUP TO BP-CPF
           START CADBXPC KEY IS EQUAL BP-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADBXPC NEXT
               IF ERROBXP NOT = "00" OR BP-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGBXPC TO EVENTOANTES
                   MOVE CPFSOBR TO BP-CPF
                   REWRITE REGBXPC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNBXPC
                   IF ERROBXP NOT = "00" AND ERROBXP NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-BXPC
                       MOVE "CADBXPC" TO EVENTOARQ
                       MOVE BP-CHASSI TO EVENTOCHAVE
                       MOVE REGBXPC TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

      *FINANCIAMENTOS POR BANCO (CDC) - SEM CHAVE POR CPF, PERCORRE
      *O ARQUIVO TODO
       MOVECDC.
           OPEN I-O CADCDC
           IF ERROCDC = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVECDC
               START CADCDC KEY IS NOT LESS THAN CHAVECDC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVECDC-LOOP UNTIL FIMARQ = 1
               CLOSE CADCDC
           END-IF
           MOVE "00" TO ERROCDC.

       MOVECDC-LOOP.
           READ CADCDC NEXT
           IF ERROCDC NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF CD-CPF = CPFDUP
                   MOVE REGCDC TO EVENTOANTES
                   MOVE CPFSOBR TO CD-CPF
                   REWRITE REGCDC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNCDC
                   IF ERROCDC = "00" OR ERROCDC = "02"
                       ADD 1 TO QM-CDC
                       MOVE "CADCDC" TO EVENTOARQ
                       MOVE CD-CHASSI TO EVENTOCHAVE
                       MOVE REGCDC TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROCDC
               END-IF
           END-IF.

      *NEGOCIACOES DE FROTA
       MOVEFROT.
           OPEN I-O CADFROTA
           IF ERROFRO = "00"
               MOVE 0 TO FIMARQ
               PERFORM MOVEFROT-LOOP UNTIL FIMARQ = 1
               CLOSE CADFROTA
           END-IF
           MOVE "00" TO ERROFRO.

       MOVEFROT-LOOP.
           MOVE CPFDUP TO FT-CPF
           START CADFROTA KEY IS EQUAL FT-CPF
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           IF FIMARQ = 0
               READ CADFROTA NEXT
               IF ERROFRO NOT = "00" OR FT-CPF NOT = CPFDUP
                   MOVE 1 TO FIMARQ
               ELSE
                   MOVE REGFROTA TO EVENTOANTES
                   MOVE CPFSOBR TO FT-CPF
                   REWRITE REGFROTA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFROT
                   IF ERROFRO NOT = "00" AND ERROFRO NOT = "02"
                       MOVE 1 TO FIMARQ
                   ELSE
                       ADD 1 TO QM-FROT
                       MOVE "CADFROTA" TO EVENTOARQ
                       MOVE FT-NUMERO TO EVENTOCHAVE
                       MOVE REGFROTA TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF.

      *MULTAS DE TRANSITO - SEM CHAVE POR CPF, PERCORRE O ARQUIVO
      *TODO
       MOVEINFR.
           OPEN I-O CADINFR
           IF ERROINF = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEINFR
               START CADINFR KEY IS NOT LESS THAN CHAVEINFR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEINFR-LOOP UNTIL FIMARQ = 1
               CLOSE CADINFR
           END-IF
           MOVE "00" TO ERROINF.

       MOVEINFR-LOOP.
           READ CADINFR NEXT
           IF ERROINF NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF AI-CPF = CPFDUP
                   MOVE REGINFR TO EVENTOANTES
                   MOVE CPFSOBR TO AI-CPF
                   REWRITE REGINFR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNINFR
                   IF ERROINF = "00" OR ERROINF = "02"
                       ADD 1 TO QM-INFR
                       MOVE "CADINFR" TO EVENTOARQ
                       MOVE CHAVEINFR TO EVENTOCHAVE
                       MOVE REGINFR TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROINF
               END-IF
           END-IF.

      *CONTATOS DO PORTAL DE ANUNCIOS - SEM CHAVE POR CPF, PERCORRE
      *O ARQUIVO TODO
       MOVELEAD.
           OPEN I-O CADLEAD
           IF ERROLEA = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO LD-NUMERO
               START CADLEAD KEY IS NOT LESS THAN LD-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVELEAD-LOOP UNTIL FIMARQ = 1
               CLOSE CADLEAD
           END-IF
           MOVE "00" TO ERROLEA.

       MOVELEAD-LOOP.
           READ CADLEAD NEXT
           IF ERROLEA NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF LD-CPF = CPFDUP
                   MOVE REGLEAD TO EVENTOANTES
                   MOVE CPFSOBR TO LD-CPF
                   REWRITE REGLEAD
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNLEAD
                   IF ERROLEA = "00" OR ERROLEA = "02"
                       ADD 1 TO QM-LEAD
                       MOVE "CADLEAD" TO EVENTOARQ
                       MOVE LD-NUMERO TO EVENTOCHAVE
                       MOVE REGLEAD TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROLEA
               END-IF
           END-IF.

      *PESQUISAS DE SATISFACAO - SEM CHAVE POR CPF, PERCORRE O
      *ARQUIVO TODO
       MOVENPS.
           OPEN I-O CADNPS
           IF ERRONPS = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVENPS
               START CADNPS KEY IS NOT LESS THAN CHAVENPS
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVENPS-LOOP UNTIL FIMARQ = 1
               CLOSE CADNPS
           END-IF
           MOVE "00" TO ERRONPS.

       MOVENPS-LOOP.
           READ CADNPS NEXT
           IF ERRONPS NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF NP-CPF = CPFDUP
                   MOVE REGNPS TO EVENTOANTES
                   MOVE CPFSOBR TO NP-CPF
                   REWRITE REGNPS
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNNPS
                   IF ERRONPS = "00" OR ERRONPS = "02"
                       ADD 1 TO QM-NPS
                       MOVE "CADNPS" TO EVENTOARQ
                       MOVE NP-CHASSI TO EVENTOCHAVE
                       MOVE REGNPS TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERRONPS
               END-IF
           END-IF.

      *CHAMADOS DE GARANTIA - SEM CHAVE POR CPF, PERCORRE O ARQUIVO
      *TODO
       MOVESIN.
           OPEN I-O CADSIN
           IF ERROSIN = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVESIN
               START CADSIN KEY IS NOT LESS THAN CHAVESIN
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVESIN-LOOP UNTIL FIMARQ = 1
               CLOSE CADSIN
           END-IF
           MOVE "00" TO ERROSIN.

       MOVESIN-LOOP.
           READ CADSIN NEXT
           IF ERROSIN NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF SN-CPF = CPFDUP
                   MOVE REGSIN TO EVENTOANTES
                   MOVE CPFSOBR TO SN-CPF
                   REWRITE REGSIN
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNSIN
                   IF ERROSIN = "00" OR ERROSIN = "02"
                       ADD 1 TO QM-SIN
                       MOVE "CADSIN" TO EVENTOARQ
                       MOVE SN-CHASSI TO EVENTOCHAVE
                       MOVE REGSIN TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROSIN
               END-IF
           END-IF.

      *TAREFAS DO GERENTE DA FILIAL - SEM CHAVE POR CPF, PERCORRE O
      *ARQUIVO TODO
       MOVETARF.
           OPEN I-O CADTAREF
           IF ERROTAR = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVETAREF
               START CADTAREF KEY IS NOT LESS THAN CHAVETAREF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVETARF-LOOP UNTIL FIMARQ = 1
               CLOSE CADTAREF
           END-IF
           MOVE "00" TO ERROTAR.

       MOVETARF-LOOP.
           READ CADTAREF NEXT
           IF ERROTAR NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF TF-CPF = CPFDUP
                   MOVE REGTAREF TO EVENTOANTES
                   MOVE CPFSOBR TO TF-CPF
                   REWRITE REGTAREF
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNTARF
                   IF ERROTAR = "00" OR ERROTAR = "02"
                       ADD 1 TO QM-TARF
                       MOVE "CADTAREF" TO EVENTOARQ
                       MOVE TF-CHASSI TO EVENTOCHAVE
                       MOVE REGTAREF TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROTAR
               END-IF
           END-IF.

      *CARROS DAS CAMPANHAS DE RECALL - SEM CHAVE POR CPF, PERCORRE
      *O ARQUIVO TODO
       MOVERECV.
           OPEN I-O CADRECV
           IF ERRORCV = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVERECV
               START CADRECV KEY IS NOT LESS THAN CHAVERECV
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVERECV-LOOP UNTIL FIMARQ = 1
               CLOSE CADRECV
           END-IF
           MOVE "00" TO ERRORCV.

       MOVERECV-LOOP.
           READ CADRECV NEXT
           IF ERRORCV NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RL-CPF = CPFDUP
                   MOVE REGRECV TO EVENTOANTES
                   MOVE CPFSOBR TO RL-CPF
                   REWRITE REGRECV
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNRECV
                   IF ERRORCV = "00" OR ERRORCV = "02"
                       ADD 1 TO QM-RECV
                       MOVE "CADRECV" TO EVENTOARQ
                       MOVE RL-CHASSI TO EVENTOCHAVE
                       MOVE REGRECV TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERRORCV
               END-IF
           END-IF.

      *AVISOS DE REVISAO JA DADOS - SEM CHAVE POR CPF, PERCORRE O
      *ARQUIVO TODO
       MOVEREVI.
           OPEN I-O CADREVIS
           IF ERROREV = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEREVIS
               START CADREVIS KEY IS NOT LESS THAN CHAVEREVIS
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEREVI-LOOP UNTIL FIMARQ = 1
               CLOSE CADREVIS
           END-IF
           MOVE "00" TO ERROREV.

       MOVEREVI-LOOP.
           READ CADREVIS NEXT
           IF ERROREV NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF RV-CPF = CPFDUP
                   MOVE REGREVIS TO EVENTOANTES
                   MOVE CPFSOBR TO RV-CPF
                   REWRITE REGREVIS
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNREVI
                   IF ERROREV = "00" OR ERROREV = "02"
                       ADD 1 TO QM-REVI
                       MOVE "CADREVIS" TO EVENTOARQ
                       MOVE RV-CHASSI TO EVENTOCHAVE
                       MOVE REGREVIS TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROREV
               END-IF
           END-IF.

      *APOLICES DE SEGURO - SEM CHAVE POR CPF, PERCORRE O ARQUIVO
      *TODO
       MOVEAPOL.
           OPEN I-O CADAPOL
           IF ERROAPO = "00"
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO SG-NUMERO
               START CADAPOL KEY IS NOT LESS THAN SG-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEAPOL-LOOP UNTIL FIMARQ = 1
               CLOSE CADAPOL
           END-IF
           MOVE "00" TO ERROAPO.

       MOVEAPOL-LOOP.
           READ CADAPOL NEXT
           IF ERROAPO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF SG-CPF = CPFDUP
                   MOVE REGAPOL TO EVENTOANTES
                   MOVE CPFSOBR TO SG-CPF
                   REWRITE REGAPOL
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNAPOL
                   IF ERROAPO = "00" OR ERROAPO = "02"
                       ADD 1 TO QM-APOL
                       MOVE "CADAPOL" TO EVENTOARQ
                       MOVE SG-NUMERO TO EVENTOCHAVE
                       MOVE REGAPOL TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROAPO
               END-IF
           END-IF.

      *VENDAS ESTORNADAS - SEM CHAVE POR CPF, PERCORRE O ARQUIVO
      *TODO
       MOVEESTO.
           OPEN I-O CADESTOR
           IF ERROEST = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEESTOR
               START CADESTOR KEY IS NOT LESS THAN CHAVEESTOR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEESTO-LOOP UNTIL FIMARQ = 1
               CLOSE CADESTOR
           END-IF
           MOVE "00" TO ERROEST.

       MOVEESTO-LOOP.
           READ CADESTOR NEXT
           IF ERROEST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF ES-CPF = CPFDUP
                   MOVE REGESTOR TO EVENTOANTES
                   MOVE CPFSOBR TO ES-CPF
                   REWRITE REGESTOR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNESTO
                   IF ERROEST = "00" OR ERROEST = "02"
                       ADD 1 TO QM-ESTO
                       MOVE "CADESTOR" TO EVENTOARQ
                       MOVE ES-CHASSI TO EVENTOCHAVE
                       MOVE REGESTOR TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROEST
               END-IF
           END-IF.

      *AVISOS DE PARCELA JA DADOS - SEM CHAVE POR CPF, PERCORRE O
      *ARQUIVO TODO
       MOVEAVPC.
           OPEN I-O CADAVPC
           IF ERROAVP = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEAVPC
               START CADAVPC KEY IS NOT LESS THAN CHAVEAVPC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEAVPC-LOOP UNTIL FIMARQ = 1
               CLOSE CADAVPC
           END-IF
           MOVE "00" TO ERROAVP.

       MOVEAVPC-LOOP.
           READ CADAVPC NEXT
           IF ERROAVP NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF AP-CPF = CPFDUP
                   MOVE REGAVPC TO EVENTOANTES
                   MOVE CPFSOBR TO AP-CPF
                   REWRITE REGAVPC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNAVPC
                   IF ERROAVP = "00" OR ERROAVP = "02"
                       ADD 1 TO QM-AVPC
                       MOVE "CADAVPC" TO EVENTOARQ
                       MOVE AP-CHASSI TO EVENTOCHAVE
                       MOVE REGAVPC TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROAVP
               END-IF
           END-IF.

      *CONTAS A PAGAR AO CLIENTE (CARRO COMPRADO DELE OU
      *CONSIGNADO POR ELE) - SEM CHAVE POR CPF, PERCORRE O ARQUIVO
      *TODO
       MOVEPAG.
           OPEN I-O CADPAG
           IF ERROPAG = "00"
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEPAG
               START CADPAG KEY IS NOT LESS THAN CHAVEPAG
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM MOVEPAG-LOOP UNTIL FIMARQ = 1
               CLOSE CADPAG
           END-IF
           MOVE "00" TO ERROPAG.

       MOVEPAG-LOOP.
           READ CADPAG NEXT
           IF ERROPAG NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF PG-CPFCNPJ = CPFDUP
                   MOVE REGPAG TO EVENTOANTES
                   MOVE CPFSOBR TO PG-CPFCNPJ
                   REWRITE REGPAG
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNPAG
                   IF ERROPAG = "00" OR ERROPAG = "02"
                       ADD 1 TO QM-PAG
                       MOVE "CADPAG" TO EVENTOARQ
                       MOVE PG-CHASSI TO EVENTOCHAVE
                       MOVE REGPAG TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
                   MOVE "00" TO ERROPAG
               END-IF
           END-IF.

      *O CADASTRO QUE FICA HERDA DO DUPLICADO OS DADOS EM BRANCO
       COMPLETASOBR.
           MOVE 0 TO ALTEROU
           MOVE CPFSOBR TO CPF
           READ CADPROPR
           IF ERRO = "00"
               MOVE REGPROPR TO EVENTOANTES
               IF DATANASC = ZEROES AND PD-DATANASC NOT = ZEROES
                   MOVE PD-DATANASC TO DATANASC
                   MOVE 1 TO ALTEROU
               END-IF
               IF BCEP = ZEROES AND PD-BCEP NOT = ZEROES
                   MOVE PD-BCEP TO BCEP
                   MOVE PD-NUM TO NUM
                   MOVE PD-COMPLEMENTO TO COMPLEMENTO
                   MOVE 1 TO ALTEROU
               END-IF
               IF NUMERO = ZEROES AND PD-TELEFONE NOT = ZEROES
                   MOVE PD-TELEFONE TO TELEFONE
                   MOVE 1 TO ALTEROU
               END-IF
               IF EMAIL = SPACES AND PD-EMAIL NOT = SPACES
                   MOVE PD-EMAIL TO EMAIL
                   MOVE 1 TO ALTEROU
               END-IF
               IF ALTEROU = 1
                   ADD 1 TO VERSAO
                   REWRITE REGPROPR
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNPROPR
                   IF ERRO = "00" OR ERRO = "02"
                       MOVE "CADPROPR" TO EVENTOARQ
                       MOVE CPFSOBR TO EVENTOCHAVE
                       MOVE REGPROPR TO EVENTODEPOIS
                       PERFORM GRAVAALTERACAO
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO ERRO.

      *RETIRA O DUPLICADO DO CADPROPR - O EVENTO GUARDA O CADASTRO
      *INTEIRO E O CPF EM QUE FOI UNIFICADO
       RETIRADUP.
           MOVE CPFDUP TO CPF
           READ CADPROPR
           IF ERRO = "00"
               MOVE REGPROPR TO EVENTOANTES
               DELETE CADPROPR
               MOVE "E" TO PJ-OPERACAO
               PERFORM JORNPROPR
               IF ERRO = "00" OR ERRO = "02"
                   MOVE "E" TO AUDITIPO
                   MOVE "CADPROPR" TO EVENTOARQ
                   MOVE CPFDUP TO EVENTOCHAVE
                   MOVE "UNIFICADO NO CPF" TO EVENTODEPOIS
                   MOVE CPFSOBR TO EVENTODEPOIS(18:11)
                   PERFORM GRAVAEVENTO
               END-IF
           END-IF
           MOVE "00" TO ERRO.

      *EVENTO DE ALTERACAO COM AS IMAGENS JA MONTADAS
       GRAVAALTERACAO.
           MOVE "A" TO AUDITIPO
           PERFORM GRAVAEVENTO.

      *GRAVA UM EVENTO DE AUDITORIA (INCLUSAO, EXCLUSAO, ALTERACAO,
      *ENTRADA OU SAIDA DE OPERADOR) COM AS IMAGENS DO REGISTRO
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
           CLOSE CADPROPR.
           END PROGRAM P172957.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPLICA.
      *-----------------------------------------------------------------
      *REAPLICACAO DO JORNAL DE TRANSACOES DEPOIS DE UMA RESTAURACAO.
      *O RESTSEG VOLTA OS MESTRES PARA A ULTIMA COPIA DO COPIASEG; O
      *REAPLICA LE O JORNTRAN.TXT NA ORDEM EM QUE FOI GRAVADO E REFAZ
      *CADA INCLUSAO, ALTERACAO E EXCLUSAO ATE O MOMENTO LIMITE DE
      *REAPARAM.TXT (AAAAMMDDHHMM; SEM O ARQUIVO, O JORNAL INTEIRO).
      *INCLUSAO E ALTERACAO GRAVAM A IMAGEM DO REGISTRO, POR CIMA DO
      *QUE JA EXISTIR, ENTAO REAPLICAR DUAS VEZES NAO DUPLICA NADA.
      *O JORNAL COMECA COM A MARCA DA GERACAO QUE O COPIASEG ACABOU
      *DE GRAVAR; SE A GERACAO RESTAURADA (RSTPARAM) FOR OUTRA, NADA E
      *REAPLICADO. O RESUMO SAI EM RELREAP.TXT, COM AS QUANTIDADES
      *POR ARQUIVO E CADA LINHA DO JORNAL QUE NAO PODE SER APLICADA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADMARCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS MARCA WITH DUPLICATES.
           SELECT CADMODEL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGOM
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS MODELO WITH DUPLICATES.
           SELECT CADCEP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CEP
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS LOGRADOURO WITH DUPLICATES.
           SELECT CADOPER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPERADORID
               FILE STATUS  IS ERRMST.
           SELECT CADMARGEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMARGEM
               FILE STATUS  IS ERRMST.
           SELECT CADCOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGOCOR
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS DESCRICAO WITH DUPLICATES.
           SELECT CADPAIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CODIGOPAIS
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS NOMEPAIS WITH DUPLICATES.
           SELECT CADPARC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPARC
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS PR-CPF WITH DUPLICATES.
           SELECT CADVEND ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VD-CODIGO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS VD-NOME WITH DUPLICATES.
           SELECT CADORCA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NUMORCA
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS OR-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS OR-CHASSI WITH DUPLICATES.
           SELECT CADHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEHIST
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS HS-CPF WITH DUPLICATES.
           SELECT CADVHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS H-CHASSI
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS H-PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS H-P-CPF WITH DUPLICATES.
           SELECT CADAUDIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-SEQ
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS AUD-CHAVE WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-OPERADOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS AUD-DATA WITH DUPLICATES.
           SELECT CADESTOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEESTOR
               FILE STATUS  IS ERRMST.
           SELECT CADTAXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TX-PARCELAS
               FILE STATUS  IS ERRMST.
           SELECT CADDOC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DC-CHASSI
               FILE STATUS  IS ERRMST.
           SELECT CADAGEN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AG-CHAVE
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES.
           SELECT CADFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FL-CODIGO
               FILE STATUS  IS ERRMST.
           SELECT CADPOLIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PO-CODIGO
               FILE STATUS  IS ERRMST.
           SELECT CADFIPE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FP-CHAVE
               FILE STATUS  IS ERRMST.
           SELECT CADPREP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPREP
               FILE STATUS  IS ERRMST.
           SELECT CADCAIXA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECAIXA
               FILE STATUS  IS ERRMST.
           SELECT CADCOBR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CB-CPF
               FILE STATUS  IS ERRMST.
           SELECT CADCOBC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOBC
               FILE STATUS  IS ERRMST.
           SELECT CADMULTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MU-CODIGO
               FILE STATUS  IS ERRMST.
           SELECT CADAVAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AV-NUMERO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS AV-CPF WITH DUPLICATES.
           SELECT CADFORN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FO-CODIGO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS FO-NOME WITH DUPLICATES.
           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPAG
               FILE STATUS  IS ERRMST.
           SELECT CADLIQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LQ-CHASSI
               FILE STATUS  IS ERRMST.
           SELECT CADGAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS GA-CHASSI
               FILE STATUS  IS ERRMST.
           SELECT CADSIN ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVESIN
               FILE STATUS  IS ERRMST.
           SELECT CADPROD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PD-CODIGO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS PD-DESCRICAO WITH DUPLICATES.
           SELECT CADITEM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEITEM
               FILE STATUS  IS ERRMST.
           SELECT CADIMP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IM-TIPO
               FILE STATUS  IS ERRMST.
           SELECT CADTRIB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TR-CHASSI
               FILE STATUS  IS ERRMST.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NF-NUMERO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS NF-CHASSI WITH DUPLICATES.
           SELECT CADTRANSF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TN-NUMERO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS TN-CHASSI WITH DUPLICATES.
           SELECT CADCONT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONT
               FILE STATUS  IS ERRMST.
           SELECT CADRES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RS-CHASSI
               FILE STATUS  IS ERRMST.
           SELECT CADSPOOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-NUMERO
               FILE STATUS  IS ERRMST.
           SELECT CADREMAR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREMAR
               FILE STATUS  IS ERRMST.
           SELECT CADMETA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMETA
               FILE STATUS  IS ERRMST.
           SELECT CADFER ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FE-DATA
               FILE STATUS  IS ERRMST.
           SELECT CADFICHA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FC-CHASSI
               FILE STATUS  IS ERRMST.
           SELECT CADKM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKM
               FILE STATUS  IS ERRMST.
           SELECT CADOS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OS-NUMERO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS OS-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS OS-CPF WITH DUPLICATES.
           SELECT CADOSIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEOSIT
               FILE STATUS  IS ERRMST.
           SELECT CADESTQ ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EQ-PRODUTO
               FILE STATUS  IS ERRMST.
           SELECT CADMOVP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEMOVP
               FILE STATUS  IS ERRMST.
           SELECT CADREVIS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREVIS
               FILE STATUS  IS ERRMST.
           SELECT CADRECAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RC-CAMPANHA
               FILE STATUS  IS ERRMST.
           SELECT CADRECV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVERECV
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS RL-CHASSI WITH DUPLICATES.
           SELECT CADINFR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEINFR
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS AI-CHASSI WITH DUPLICATES.
           SELECT CADDETR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDETR
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS DT-CPF WITH DUPLICATES.
           SELECT CADEMPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EM-CNPJ
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS EM-CODIGO.
           SELECT CADFROTA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FT-NUMERO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS FT-CPF WITH DUPLICATES.
           SELECT CADFRITE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFRITE
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS FI-CHASSI WITH DUPLICATES.
           SELECT CADBANCO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS BC-CODIGO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS BC-NOME WITH DUPLICATES.
           SELECT CADCDC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECDC
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS CD-BANCO WITH DUPLICATES.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFLOOR
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS FP-BANCO WITH DUPLICATES.
           SELECT CADBXPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEBXPC
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS BP-DATA WITH DUPLICATES
               ALTERNATE RECORD KEY IS BP-CPF WITH DUPLICATES.
           SELECT CADAVPC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEAVPC
               FILE STATUS  IS ERRMST.
           SELECT CADLEAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LD-NUMERO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS LD-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS LD-VENDEDOR WITH DUPLICATES.
           SELECT CADVFIL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS VF-CODIGO
               FILE STATUS  IS ERRMST.
           SELECT CADENTR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENTR
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS EN-DATAAGEN WITH DUPLICATES.
           SELECT CADENCK ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEENCK
               FILE STATUS  IS ERRMST.
           SELECT CADNPS ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVENPS
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS NP-DATARESP WITH DUPLICATES.
           SELECT CADTAREF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVETAREF
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS TF-FILIAL WITH DUPLICATES.
           SELECT CADEXTB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEEXTB
               FILE STATUS  IS ERRMST.
           SELECT CADCONC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECONC
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS CC-EXTB WITH DUPLICATES.
           SELECT CADDESP ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEDESP
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS DP-COMPET WITH DUPLICATES
               ALTERNATE RECORD KEY IS DP-VENCTO WITH DUPLICATES.
           SELECT CADCATD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CD-CODIGO
               FILE STATUS  IS ERRMST.
           SELECT CADRECD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RD-CODIGO
               FILE STATUS  IS ERRMST.
           SELECT CADCOAF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECOAF
               FILE STATUS  IS ERRMST.
           SELECT CADNFE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NE-NUMERO
               FILE STATUS  IS ERRMST.
           SELECT CADPED ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PE-NUMERO
               FILE STATUS  IS ERRMST.
           SELECT CADPEDI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEPEDI
               FILE STATUS  IS ERRMST.
           SELECT CADLGPD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LG-CPF
               FILE STATUS  IS ERRMST.
           SELECT CADSELO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SL-SEQ
               FILE STATUS  IS ERRMST.
           SELECT CADITVI ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IV-CODIGO
               FILE STATUS  IS ERRMST.
           SELECT CADVIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVIST
               FILE STATUS  IS ERRMST.
           SELECT CADVSIT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVSIT
               FILE STATUS  IS ERRMST.
           SELECT CADREPA ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEREPA
               FILE STATUS  IS ERRMST.
           SELECT CADCHAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECHAV
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS CV-FILIAL WITH DUPLICATES.
           SELECT CADAPOL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SG-NUMERO
               FILE STATUS  IS ERRMST
               ALTERNATE RECORD KEY IS SG-CHASSI WITH DUPLICATES
               ALTERNATE RECORD KEY IS SG-FIM WITH DUPLICATES.
           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.
           SELECT JORNAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROJN.
           SELECT REAPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRRPA.
           SELECT RSTPARAM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRPAR.
           SELECT RELREAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRREL.

       DATA DIVISION.
       FILE SECTION.
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
               02 V-ANO PIC 9(8).
               02 FILLER PIC X(127).

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF  PIC X(11).
               02 NOME PIC X(30).
               02 FILLER PIC X(94).

           FD CADMARCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARCA.DAT".
           01 REGMARCA.
               02 CODIGO PIC 9(3).
               02 MARCA  PIC X(20).
               02 FILLER PIC X(9).

           FD CADMODEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMODEL.DAT".
           01 REGMODEL.
               02 CODIGOM.
                   03 CODIGO1 PIC 9(3).
                   03 CODIGO2 PIC 9(3).
               02 MODELO PIC X(20).
               02 FILLER PIC X(6).

           FD CADCEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCEP.DAT".
           01 REGCEP.
               02 CEP PIC 9(8).
               02 LOGRADOURO PIC X(35).
               02 FILLER PIC X(95).

           FD CADOPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(8).
               02 FILLER PIC X(63).

           FD CADMARGEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMARGEM.DAT".
           01 REGMARGEM.
               02 CHAVEMARGEM.
                   03 CM-MARCA  PIC 9(3).
                   03 CM-MODELO PIC 9(3).
               02 FILLER PIC X(9).

           FD CADCOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOR.DAT".
           01 REGCOR.
               02 CODIGOCOR PIC 9(2).
               02 DESCRICAO PIC X(15).

           FD CADPAIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAIS.DAT".
           01 REGPAIS.
               02 CODIGOPAIS PIC 9(2).
               02 NOMEPAIS   PIC X(20).

           FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
           01 REGPARC.
               02 CHAVEPARC.
                   03 PR-CHASSI  PIC X(17).
                   03 PR-NUMPARC PIC 9(3).
               02 PR-CPF PIC X(11).
               02 FILLER PIC X(39).

           FD CADVEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEND.DAT".
           01 REGVEND.
               02 VD-CODIGO PIC 9(3).
               02 VD-NOME PIC X(30).
               02 FILLER PIC X(12).

           FD CADORCA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADORCA.DAT".
           01 REGORCA.
               02 NUMORCA PIC 9(6).
               02 OR-CPF PIC X(11).
               02 OR-CHASSI PIC X(17).
               02 FILLER PIC X(35).

           FD CADHIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADHIST.DAT".
           01 REGHIST.
               02 CHAVEHIST.
                   03 HS-CHASSI PIC X(17).
                   03 HS-SEQ    PIC 9(3).
               02 HS-CPF PIC X(11).
               02 FILLER PIC X(34).

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
               02 FILLER PIC X(127).

           FD CADAUDIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAUDIT.DAT".
           01 REGAUDIT.
               02 AUD-SEQ      PIC 9(9).
               02 AUD-CHAVE    PIC X(17).
               02 AUD-OPERADOR PIC X(8).
               02 AUD-DATA     PIC 9(8).
               02 FILLER PIC X(377).

           FD CADESTOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTOR.DAT".
           01 REGESTOR.
               02 CHAVEESTOR.
                   03 ES-CHASSI      PIC X(17).
                   03 ES-DATAESTORNO PIC 9(8).
               02 FILLER PIC X(70).

           FD CADTAXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAXA.DAT".
           01 REGTAXA.
               02 TX-PARCELAS PIC 9(3).
               02 FILLER PIC X(4).

           FD CADDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDOC.DAT".
           01 REGDOC.
               02 DC-CHASSI PIC X(17).
               02 FILLER PIC X(13).

           FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
           01 REGAGEN.
               02 AG-CHAVE.
                   03 AG-CHASSI PIC X(17).
                   03 AG-DATA   PIC 9(8).
                   03 AG-HORA   PIC 9(4).
               02 FILLER PIC X(26).

           FD CADFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIL.DAT".
           01 REGFIL.
               02 FL-CODIGO PIC 9(2).
               02 FL-NOME   PIC X(20).

           FD CADPOLIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPOLIT.DAT".
           01 REGPOLIT.
               02 PO-CODIGO PIC 9(1).
               02 FILLER PIC X(16).

           FD CADFIPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFIPE.DAT".
           01 REGFIPE.
               02 FP-CHAVE.
                   03 FP-MARCA  PIC 9(3).
                   03 FP-MODELO PIC 9(3).
                   03 FP-ANO    PIC 9(4).
               02 FILLER PIC X(9).

           FD CADPREP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPREP.DAT".
           01 REGPREP.
               02 CHAVEPREP.
                   03 PP-CHASSI PIC X(17).
                   03 PP-SEQ    PIC 9(3).
               02 FILLER PIC X(77).

           FD CADCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCAIXA.DAT".
           01 REGCAIXA.
               02 CHAVECAIXA.
                   03 CX-DATA PIC 9(8).
                   03 CX-SEQ  PIC 9(5).
               02 FILLER PIC X(66).

           FD CADCOBR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBR.DAT".
           01 REGCOBR.
               02 CB-CPF PIC X(11).
               02 FILLER PIC X(25).

           FD CADCOBC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOBC.DAT".
           01 REGCOBC.
               02 CHAVECOBC.
                   03 CC-CPF PIC X(11).
                   03 CC-SEQ PIC 9(3).
               02 FILLER PIC X(64).

           FD CADMULTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULTA.DAT".
           01 REGMULTA.
               02 MU-CODIGO PIC 9(1).
               02 FILLER PIC X(8).

           FD CADAVAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVAL.DAT".
           01 REGAVAL.
               02 AV-NUMERO PIC 9(6).
               02 AV-CPF PIC X(11).
               02 FILLER PIC X(70).

           FD CADFORN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFORN.DAT".
           01 REGFORN.
               02 FO-CODIGO PIC 9(4).
               02 FO-NOME PIC X(30).
               02 FILLER PIC X(55).

           FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
           01 REGPAG.
               02 CHAVEPAG.
                   03 PG-CHASSI PIC X(17).
                   03 PG-SEQ    PIC 9(3).
               02 FILLER PIC X(54).

           FD CADLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLIQ.DAT".
           01 REGLIQ.
               02 LQ-CHASSI PIC X(17).
               02 FILLER PIC X(25).

           FD CADGAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADGAR.DAT".
           01 REGGAR.
               02 GA-CHASSI PIC X(17).
               02 FILLER PIC X(22).

           FD CADSIN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSIN.DAT".
           01 REGSIN.
               02 CHAVESIN.
                   03 SN-CHASSI PIC X(17).
                   03 SN-SEQ    PIC 9(3).
               02 FILLER PIC X(105).

           FD CADPROD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROD.DAT".
           01 REGPROD.
               02 PD-CODIGO PIC 9(4).
               02 PD-DESCRICAO PIC X(30).
               02 FILLER PIC X(10).

           FD CADITEM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITEM.DAT".
           01 REGITEM.
               02 CHAVEITEM.
                   03 IT-CHASSI PIC X(17).
                   03 IT-SEQ    PIC 9(3).
               02 FILLER PIC X(52).

           FD CADIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADIMP.DAT".
           01 REGIMP.
               02 IM-TIPO PIC X(1).
               02 FILLER PIC X(4).

           FD CADTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIB.DAT".
           01 REGTRIB.
               02 TR-CHASSI PIC X(17).
               02 FILLER PIC X(31).

           FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO PIC 9(6).
               02 NF-CHASSI PIC X(17).
               02 FILLER PIC X(67).

           FD CADTRANSF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRANSF.DAT".
           01 REGTRANSF.
               02 TN-NUMERO PIC 9(6).
               02 TN-CHASSI PIC X(17).
               02 FILLER PIC X(37).

           FD CADCONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONT.DAT".
           01 REGCONT.
               02 CHAVECONT.
                   03 CG-FILIAL PIC 9(2).
                   03 CG-CHASSI PIC X(17).
               02 FILLER PIC X(8).

           FD CADRES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRES.DAT".
           01 REGRES.
               02 RS-CHASSI PIC X(17).
               02 FILLER PIC X(45).

           FD CADSPOOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSPOOL.DAT".
           01 REGSPOOL.
               02 SL-NUMERO PIC 9(6).
               02 FILLER PIC X(52).

           FD CADREMAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREMAR.DAT".
           01 REGREMAR.
               02 CHAVEREMAR.
                   03 RK-CHASSI PIC X(17).
                   03 RK-SEQ    PIC 9(3).
               02 FILLER PIC X(42).

           FD CADMETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMETA.DAT".
           01 REGMETA.
               02 CHAVEMETA.
                   03 MT-TIPO   PIC X(1).
                   03 MT-CODIGO PIC 9(3).
                   03 MT-MES    PIC 9(6).
               02 FILLER PIC X(16).

           FD CADFER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFER.DAT".
           01 REGFER.
               02 FE-DATA PIC 9(8).
               02 FILLER PIC X(30).

           FD CADFICHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFICHA.DAT".
           01 REGFICHA.
               02 FC-CHASSI PIC X(17).
               02 FILLER PIC X(10).

           FD CADKM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADKM.DAT".
           01 REGKM.
               02 CHAVEKM.
                   03 KM-CHASSI PIC X(17).
                   03 KM-SEQ    PIC 9(3).
               02 FILLER PIC X(24).

           FD CADOS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOS.DAT".
           01 REGOS.
               02 OS-NUMERO PIC 9(6).
               02 OS-CHASSI PIC X(17).
               02 OS-CPF    PIC X(11).
               02 FILLER PIC X(96).

           FD CADOSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOSIT.DAT".
           01 REGOSIT.
               02 CHAVEOSIT.
                   03 OI-NUMERO PIC 9(6).
                   03 OI-SEQ    PIC 9(3).
               02 FILLER PIC X(56).

           FD CADESTQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADESTQ.DAT".
           01 REGESTQ.
               02 EQ-PRODUTO PIC 9(4).
               02 FILLER PIC X(31).

           FD CADMOVP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMOVP.DAT".
           01 REGMOVP.
               02 CHAVEMOVP.
                   03 MV-PRODUTO PIC 9(4).
                   03 MV-SEQ     PIC 9(5).
               02 FILLER PIC X(52).

           FD CADREVIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREVIS.DAT".
           01 REGREVIS.
               02 CHAVEREVIS PIC X(19).
               02 FILLER PIC X(28).

           FD CADRECAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECAL.DAT".
           01 REGRECAL.
               02 RC-CAMPANHA PIC 9(4).
               02 FILLER PIC X(120).

           FD CADRECV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECV.DAT".
           01 REGRECV.
               02 CHAVERECV.
                   03 RL-CAMPANHA PIC 9(4).
                   03 RL-CHASSI PIC X(17).
               02 FILLER PIC X(51).

           FD CADINFR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADINFR.DAT".
           01 REGINFR.
               02 CHAVEINFR PIC X(10).
               02 FILLER PIC X(68).
               02 AI-CHASSI PIC X(17).
               02 FILLER PIC X(39).

           FD CADDETR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDETR.DAT".
           01 REGDETR.
               02 CHAVEDETR PIC X(25).
               02 FILLER PIC X(7).
               02 DT-CPF PIC X(11).
               02 FILLER PIC X(76).

           FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
           01 REGEMPR.
               02 EM-CNPJ PIC X(14).
               02 EM-CODIGO PIC X(11).
               02 FILLER PIC X(46).

           FD CADFROTA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFROTA.DAT".
           01 REGFROTA.
               02 FT-NUMERO PIC 9(6).
               02 FT-CPF PIC X(11).
               02 FILLER PIC X(119).

           FD CADFRITE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFRITE.DAT".
           01 REGFRITE.
               02 CHAVEFRITE.
                   03 FI-NUMERO PIC 9(6).
                   03 FI-CHASSI PIC X(17).
               02 FILLER PIC X(20).

           FD CADBANCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBANCO.DAT".
           01 REGBANCO.
               02 BC-CODIGO PIC 9(3).
               02 BC-NOME PIC X(30).
               02 FILLER PIC X(63).

           FD CADCDC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCDC.DAT".
           01 REGCDC.
               02 CHAVECDC.
                   03 CD-CHASSI PIC X(17).
                   03 CD-SEQ PIC 9(3).
               02 CD-BANCO PIC 9(3).
               02 FILLER PIC X(112).

           FD CADFLOOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLOOR.DAT".
           01 REGFLOOR.
               02 CHAVEFLOOR.
                   03 FP-CHASSI PIC X(17).
                   03 FP-SEQ PIC 9(3).
               02 FP-BANCO PIC 9(3).
               02 FILLER PIC X(67).

           FD CADBXPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADBXPC.DAT".
           01 REGBXPC.
               02 CHAVEBXPC.
                   03 BP-CHASSI PIC X(17).
                   03 BP-NUMPARC PIC 9(3).
                   03 BP-SEQ PIC 9(3).
               02 BP-DATA PIC 9(8).
               02 BP-CPF PIC X(11).
               02 FILLER PIC X(54).

           FD CADAVPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAVPC.DAT".
           01 REGAVPC.
               02 CHAVEAVPC.
                   03 AP-CHASSI PIC X(17).
                   03 AP-NUMPARC PIC 9(3).
                   03 AP-TIPO PIC X(1).
               02 FILLER PIC X(37).

           FD CADLEAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLEAD.DAT".
           01 REGLEAD.
               02 LD-NUMERO PIC 9(6).
               02 LD-CHASSI PIC X(17).
               02 FILLER PIC X(145).
               02 LD-VENDEDOR PIC 9(3).
               02 FILLER PIC X(74).

           FD CADVFIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVFIL.DAT".
           01 REGVFIL.
               02 VF-CODIGO PIC 9(3).
               02 FILLER PIC X(8).

           FD CADENTR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENTR.DAT".
           01 REGENTR.
               02 CHAVEENTR PIC X(25).
               02 FILLER PIC X(20).
               02 EN-DATAAGEN PIC 9(8).
               02 FILLER PIC X(85).

           FD CADENCK
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADENCK.DAT".
           01 REGENCK.
               02 CHAVEENCK PIC X(27).
               02 FILLER PIC X(58).

           FD CADNPS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNPS.DAT".
           01 REGNPS.
               02 CHAVENPS PIC X(25).
               02 FILLER PIC X(98).
               02 NP-DATARESP PIC 9(8).
               02 FILLER PIC X(9).

           FD CADTAREF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTAREF.DAT".
           01 REGTAREF.
               02 CHAVETAREF PIC X(26).
               02 TF-FILIAL PIC 9(2).
               02 FILLER PIC X(161).

           FD CADEXTB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEXTB.DAT".
           01 REGEXTB.
               02 CHAVEEXTB PIC X(13).
               02 FILLER PIC X(92).

           FD CADCONC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCONC.DAT".
           01 REGCONC.
               02 CHAVECONC PIC X(13).
               02 CC-EXTB PIC X(13).
               02 FILLER PIC X(17).

           FD CADDESP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDESP.DAT".
           01 REGDESP.
               02 CHAVEDESP PIC X(6).
               02 FILLER PIC X(54).
               02 DP-COMPET PIC 9(6).
               02 FILLER PIC X(8).
               02 DP-VENCTO PIC 9(8).
               02 FILLER PIC X(39).

           FD CADCATD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCATD.DAT".
           01 REGCATD.
               02 CD-CODIGO PIC 9(3).
               02 FILLER PIC X(31).

           FD CADRECD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADRECD.DAT".
           01 REGRECD.
               02 RD-CODIGO PIC 9(4).
               02 FILLER PIC X(69).

           FD CADCOAF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCOAF.DAT".
           01 REGCOAF.
               02 CHAVECOAF.
                   03 CO-CPF     PIC X(11).
                   03 CO-MES     PIC 9(6).
               02 FILLER         PIC X(132).

           FD CADNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFE.DAT".
           01 REGNFE.
               02 NE-NUMERO PIC 9(6).
               02 FILLER    PIC X(154).

           FD CADPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPED.DAT".
           01 REGPED.
               02 PE-NUMERO PIC 9(6).
               02 FILLER    PIC X(21).

           FD CADPEDI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPEDI.DAT".
           01 REGPEDI.
               02 CHAVEPEDI.
                   03 PI-NUMERO  PIC 9(6).
                   03 PI-SEQ     PIC 9(3).
               02 FILLER         PIC X(80).

           FD CADLGPD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADLGPD.DAT".
           01 REGLGPD.
               02 LG-CPF PIC X(11).
               02 FILLER PIC X(39).

           FD CADSELO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADSELO.DAT".
           01 REGSELO.
               02 SL-SEQ    PIC 9(9).
               02 SL-RESUMO PIC X(36).
               02 SL-SELO   PIC X(36).

           FD CADITVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADITVI.DAT".
           01 REGITVI.
               02 IV-CODIGO          PIC 9(2).
               02 IV-DESCRICAO       PIC X(30).
               02 IV-ATIVO           PIC X(1).

           FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
           01 REGVIST.
               02 CHAVEVIST.
                   03 VI-CHASSI      PIC X(17).
                   03 VI-DATA        PIC 9(8).
               02 FILLER             PIC X(47).

           FD CADVSIT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVSIT.DAT".
           01 REGVSIT.
               02 CHAVEVSIT.
                   03 VT-CHASSI      PIC X(17).
                   03 VT-DATA        PIC 9(8).
                   03 VT-ITEM        PIC 9(2).
               02 FILLER             PIC X(77).

           FD CADREPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREPA.DAT".
           01 REGREPA.
               02 CHAVEREPA.
                   03 RP-CHASSI      PIC X(17).
                   03 RP-SEQ         PIC 9(3).
               02 FILLER             PIC X(98).

           FD CADCHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAV.DAT".
           01 REGCHAV.
               02 CHAVECHAV.
                   03 CV-CHASSI      PIC X(17).
                   03 CV-SEQ         PIC 9(3).
               02 CV-FILIAL          PIC 9(2).
               02 FILLER             PIC X(132).

           FD CADAPOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAPOL.DAT".
           01 REGAPOL.
               02 SG-NUMERO          PIC 9(6).
               02 SG-CHASSI          PIC X(17).
               02 FILLER             PIC X(59).
               02 SG-FIM             PIC 9(8).
               02 FILLER             PIC X(80).

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
           01 REGPARAM.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNTRAN.TXT".
           01 LINHAJORNAL.
               02 JN-DATA     PIC 9(8).
               02 JN-HORA.
                   03 JN-HHMM PIC 9(4).
                   03 JN-SSCC PIC 9(4).
               02 JN-ARQUIVO  PIC X(8).
               02 JN-OPERACAO PIC X(1).
               02 JN-IMAGEM   PIC X(450).
      *MARCA DO INICIO DO JORNAL - GRAVADA PELO COPIASEG
           01 LINHAMARCA.
               02 FILLER      PIC X(25).
               02 JM-GERACAO  PIC 9(1).
               02 JM-DATA     PIC 9(8).
               02 FILLER      PIC X(441).

           FD REAPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REAPARAM.TXT".
           01 LINHARPA PIC X(12) VALUE SPACES.

           FD RSTPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RSTPARAM.TXT".
           01 LINHAPARAM PIC X(8) VALUE SPACES.

           FD RELREAP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELREAP.TXT".
           01 LINHAREL PIC X(80) VALUE SPACES.

           WORKING-STORAGE SECTION.
           01 ERRMST PIC X(2) VALUE "00".
           01 ERROJN PIC X(2) VALUE "00".
           01 ERRRPA PIC X(2) VALUE "00".
           01 ERRPAR PIC X(2) VALUE "00".
           01 ERRREL PIC X(2) VALUE "00".
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 LIMITE PIC 9(12) VALUE ZEROES.
           01 MOMENTO PIC 9(12) VALUE ZEROES.
           01 GERREST PIC 9(1) VALUE 0.
           01 FIMJN PIC 9(1) VALUE 0.
           01 STATUSAPL PIC X(2) VALUE "00".
           01 NUMLINHA PIC 9(7) VALUE ZEROES.
           01 QTDAPLICADOS PIC 9(7) VALUE ZEROES.
           01 QTDREJEITADOS PIC 9(7) VALUE ZEROES.
           01 QTDDEPOIS PIC 9(7) VALUE ZEROES.
      *QUANTIDADES APLICADAS E NAO APLICADAS POR ARQUIVO
           01 TABREAP.
               03 TR-ENTRY OCCURS 90 TIMES.
                   05 TR-ARQUIVO    PIC X(8).
                   05 TR-APLICADOS  PIC 9(7).
                   05 TR-REJEITADOS PIC 9(7).
           01 TR-USADOS PIC 9(2) VALUE ZEROES.
           01 TR-IND PIC 9(2) VALUE 1.
           01 TR-ACHOU PIC 9(1) VALUE 0.

           01 ERRCEN PIC X(2) VALUE "00".
           01 TEMCENTRAL PIC 9(1) VALUE 0.
           01 CHAVECENTRAL PIC X(10) VALUE SPACES.
           01 PARAMCENTRAL PIC X(40) VALUE SPACES.

           PROCEDURE DIVISION.
      *LE O MOMENTO LIMITE E A GERACAO RESTAURADA
       INICIO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE ZEROES TO NUMLINHA QTDAPLICADOS QTDREJEITADOS
               QTDDEPOIS TR-USADOS
           MOVE 0 TO GERREST
           MOVE 999999999999 TO LIMITE
           OPEN INPUT REAPARAM
           IF ERRRPA = "00"
               READ REAPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHARPA NUMERIC
                           MOVE LINHARPA TO LIMITE
                       END-IF
               END-READ
               CLOSE REAPARAM
           END-IF
           MOVE "00" TO ERRRPA
           MOVE "REAPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:12) NUMERIC
                   MOVE PARAMCENTRAL(1:12) TO LIMITE
               END-IF
           END-IF
           OPEN INPUT RSTPARAM
           IF ERRPAR = "00"
               READ RSTPARAM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LINHAPARAM(1:1) NUMERIC
                           MOVE LINHAPARAM(1:1) TO GERREST
                       END-IF
               END-READ
               CLOSE RSTPARAM
           END-IF
           MOVE "00" TO ERRPAR
           MOVE "RSTPARAM" TO CHAVECENTRAL
           PERFORM LECENTRAL
           IF TEMCENTRAL = 1
               IF PARAMCENTRAL(1:1) NUMERIC
                   MOVE PARAMCENTRAL(1:1) TO GERREST
               END-IF
           END-IF
           OPEN INPUT JORNAL
           IF ERROJN NOT = "00"
               DISPLAY "JORNAL DE TRANSACOES NAO ENCONTRADO - "
                   "NADA A REAPLICAR"
               GO TO SAIR
           END-IF
           OPEN OUTPUT RELREAP
           MOVE SPACES TO LINHAREL
           STRING "REAPLICACAO DO JORNAL DE TRANSACOES EM "
               DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           IF LIMITE = 999999999999
               MOVE "ATE O FIM DO JORNAL" TO LINHAREL
           ELSE
               STRING "ATE O MOMENTO " DELIMITED BY SIZE
                   LIMITE DELIMITED BY SIZE
                   " (AAAAMMDDHHMM)" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
           END-IF
           WRITE LINHAREL
           GO TO CONFEREMARCA.

      *A PRIMEIRA LINHA E A MARCA DA COPIA QUE COMECOU O JORNAL - O
      *JORNAL SO VALE SOBRE A GERACAO QUE ESSA COPIA GRAVOU
       CONFEREMARCA.
           MOVE 0 TO FIMJN
           READ JORNAL
               AT END
                   MOVE 1 TO FIMJN
           END-READ
           IF FIMJN = 1
               MOVE SPACES TO LINHAREL
               MOVE "JORNAL VAZIO - NADA A REAPLICAR" TO LINHAREL
               WRITE LINHAREL
               GO TO ENCERRA
           END-IF
           ADD 1 TO NUMLINHA
           IF JN-OPERACAO = "C"
               MOVE SPACES TO LINHAREL
               STRING "JORNAL INICIADO PELA COPIA DA GERACAO "
                   DELIMITED BY SIZE
                   JM-GERACAO DELIMITED BY SIZE
                   " EM " DELIMITED BY SIZE
                   JM-DATA DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               IF GERREST NOT = 0 AND GERREST NOT = JM-GERACAO
                   MOVE SPACES TO LINHAREL
                   STRING "GERACAO RESTAURADA " DELIMITED BY SIZE
                       GERREST DELIMITED BY SIZE
                       " NAO E A DO JORNAL - NADA FOI REAPLICADO"
                       DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
                   DISPLAY LINHAREL
                   CLOSE JORNAL
                   CLOSE RELREAP
                   MOVE 8 TO RETURN-CODE
                   GO TO SAIR
               END-IF
           ELSE
               MOVE SPACES TO LINHAREL
               MOVE "JORNAL SEM A MARCA DA COPIA - CONFIRA A GERACAO"
                   TO LINHAREL
               WRITE LINHAREL
               PERFORM TRATALINHA
           END-IF
           PERFORM LEJORNAL UNTIL FIMJN = 1
           GO TO ENCERRA.

       LEJORNAL.
           READ JORNAL
               AT END
                   MOVE 1 TO FIMJN
               NOT AT END
                   ADD 1 TO NUMLINHA
                   PERFORM TRATALINHA
           END-READ.

      *LINHA DEPOIS DO MOMENTO LIMITE SO E CONTADA
       TRATALINHA.
           IF JN-OPERACAO NOT = "C"
               COMPUTE MOMENTO = JN-DATA * 10000 + JN-HHMM
               IF MOMENTO > LIMITE
                   ADD 1 TO QTDDEPOIS
               ELSE
                   PERFORM APLICA
               END-IF
           END-IF.

      *APLICA A IMAGEM NO ARQUIVO DA LINHA E SOMA O RESULTADO
       APLICA.
           MOVE "00" TO STATUSAPL
           IF JN-OPERACAO NOT = "I" AND JN-OPERACAO NOT = "A"
               AND JN-OPERACAO NOT = "E"
               MOVE "OP" TO STATUSAPL
           ELSE
               EVALUATE JN-ARQUIVO
           WHEN "CADVEIC"
               PERFORM APLICAVEIC
           WHEN "CADPROPR"
               PERFORM APLICAPROPR
           WHEN "CADMARCA"
               PERFORM APLICAMARCA
           WHEN "CADMODEL"
               PERFORM APLICAMODEL
           WHEN "CADCEP"
               PERFORM APLICACEP
           WHEN "CADOPER"
               PERFORM APLICAOPER
           WHEN "CADMARGEM"
               PERFORM APLICAMARGEM
           WHEN "CADCOR"
               PERFORM APLICACOR
           WHEN "CADPAIS"
               PERFORM APLICAPAIS
           WHEN "CADPARC"
               PERFORM APLICAPARC
           WHEN "CADVEND"
               PERFORM APLICAVEND
           WHEN "CADORCA"
               PERFORM APLICAORCA
           WHEN "CADHIST"
               PERFORM APLICAHIST
           WHEN "CADVHIST"
               PERFORM APLICAVHIST
           WHEN "CADAUDIT"
               PERFORM APLICAAUDIT
           WHEN "CADESTOR"
               PERFORM APLICAESTOR
           WHEN "CADTAXA"
               PERFORM APLICATAXA
           WHEN "CADDOC"
               PERFORM APLICADOC
           WHEN "CADAGEN"
               PERFORM APLICAAGEN
           WHEN "CADFIL"
               PERFORM APLICAFIL
           WHEN "CADPOLIT"
               PERFORM APLICAPOLIT
           WHEN "CADFIPE"
               PERFORM APLICAFIPE
           WHEN "CADPREP"
               PERFORM APLICAPREP
           WHEN "CADCAIXA"
               PERFORM APLICACAIXA
           WHEN "CADCOBR"
               PERFORM APLICACOBR
           WHEN "CADCOBC"
               PERFORM APLICACOBC
           WHEN "CADMULTA"
               PERFORM APLICAMULTA
           WHEN "CADAVAL"
               PERFORM APLICAAVAL
           WHEN "CADFORN"
               PERFORM APLICAFORN
           WHEN "CADPAG"
               PERFORM APLICAPAG
           WHEN "CADLIQ"
               PERFORM APLICALIQ
           WHEN "CADGAR"
               PERFORM APLICAGAR
           WHEN "CADSIN"
               PERFORM APLICASIN
           WHEN "CADPROD"
               PERFORM APLICAPROD
           WHEN "CADITEM"
               PERFORM APLICAITEM
           WHEN "CADIMP"
               PERFORM APLICAIMP
           WHEN "CADTRIB"
               PERFORM APLICATRIB
           WHEN "CADNF"
               PERFORM APLICANF
           WHEN "CADTRANSF"
               PERFORM APLICATRANSF
           WHEN "CADCONT"
               PERFORM APLICACONT
           WHEN "CADRES"
               PERFORM APLICARES
           WHEN "CADSPOOL"
               PERFORM APLICASPOOL
           WHEN "CADREMAR"
               PERFORM APLICAREMAR
           WHEN "CADMETA"
               PERFORM APLICAMETA
           WHEN "CADFER"
               PERFORM APLICAFER
           WHEN "CADFICHA"
               PERFORM APLICAFICHA
           WHEN "CADKM"
               PERFORM APLICAKM
           WHEN "CADOS"
               PERFORM APLICAOS
           WHEN "CADOSIT"
               PERFORM APLICAOSIT
           WHEN "CADESTQ"
               PERFORM APLICAESTQ
           WHEN "CADMOVP"
               PERFORM APLICAMOVP
           WHEN "CADREVIS"
               PERFORM APLICAREVIS
           WHEN "CADRECAL"
               PERFORM APLICARECAL
           WHEN "CADRECV"
               PERFORM APLICARECV
           WHEN "CADINFR"
               PERFORM APLICAINFR
           WHEN "CADDETR"
               PERFORM APLICADETR
           WHEN "CADEMPR"
               PERFORM APLICAEMPR
           WHEN "CADFROTA"
               PERFORM APLICAFROTA
           WHEN "CADFRITE"
               PERFORM APLICAFRITE
           WHEN "CADBANCO"
               PERFORM APLICABANCO
           WHEN "CADCDC"
               PERFORM APLICACDC
           WHEN "CADFLOOR"
               PERFORM APLICAFLOOR
           WHEN "CADBXPC"
               PERFORM APLICABXPC
           WHEN "CADAVPC"
               PERFORM APLICAAVPC
           WHEN "CADLEAD"
               PERFORM APLICALEAD
           WHEN "CADVFIL"
               PERFORM APLICAVFIL
           WHEN "CADENTR"
               PERFORM APLICAENTR
           WHEN "CADENCK"
               PERFORM APLICAENCK
           WHEN "CADNPS"
               PERFORM APLICANPS
           WHEN "CADTAREF"
               PERFORM APLICATAREF
           WHEN "CADEXTB"
               PERFORM APLICAEXTB
           WHEN "CADCONC"
               PERFORM APLICACONC
           WHEN "CADDESP"
               PERFORM APLICADESP
           WHEN "CADCATD"
               PERFORM APLICACATD
           WHEN "CADRECD"
               PERFORM APLICARECD
           WHEN "CADCOAF"
               PERFORM APLICACOAF
           WHEN "CADNFE"
               PERFORM APLICANFE
           WHEN "CADPED"
               PERFORM APLICAPED
           WHEN "CADPEDI"
               PERFORM APLICAPEDI
           WHEN "CADLGPD"
               PERFORM APLICALGPD
           WHEN "CADSELO"
               PERFORM APLICASELO
           WHEN "CADITVI"
               PERFORM APLICAITVI
           WHEN "CADVIST"
               PERFORM APLICAVIST
           WHEN "CADVSIT"
               PERFORM APLICAVSIT
           WHEN "CADREPA"
               PERFORM APLICAREPA
           WHEN "CADCHAV"
               PERFORM APLICACHAV
           WHEN "CADAPOL"
               PERFORM APLICAAPOL
           WHEN "CADPARAM"
               PERFORM APLICAPARAM
               WHEN OTHER
                   MOVE "AR" TO STATUSAPL
               END-EVALUATE
           END-IF
           PERFORM ACHAARQUIVO
           IF STATUSAPL = "00" OR STATUSAPL = "02"
               ADD 1 TO QTDAPLICADOS
               ADD 1 TO TR-APLICADOS(TR-IND)
           ELSE
               ADD 1 TO QTDREJEITADOS
               ADD 1 TO TR-REJEITADOS(TR-IND)
               PERFORM REJEITA
           END-IF.

      *ENTRADA DO ARQUIVO NA TABELA DE QUANTIDADES
       ACHAARQUIVO.
           MOVE 0 TO TR-ACHOU
           MOVE 1 TO TR-IND
           PERFORM ACHAARQUIVO-LOOP
               UNTIL TR-ACHOU = 1 OR TR-IND > TR-USADOS
           IF TR-ACHOU = 0
               IF TR-USADOS < 90
                   ADD 1 TO TR-USADOS
                   MOVE TR-USADOS TO TR-IND
                   MOVE JN-ARQUIVO TO TR-ARQUIVO(TR-IND)
                   MOVE ZEROES TO TR-APLICADOS(TR-IND)
                       TR-REJEITADOS(TR-IND)
               ELSE
                   MOVE 90 TO TR-IND
               END-IF
           END-IF.

       ACHAARQUIVO-LOOP.
           IF TR-ARQUIVO(TR-IND) = JN-ARQUIVO
               MOVE 1 TO TR-ACHOU
           ELSE
               ADD 1 TO TR-IND
           END-IF.

      *LINHA NAO APLICADA - STATUS DO ARQUIVO, OP (OPERACAO
      *INVALIDA) OU AR (ARQUIVO FORA DA COPIA DE SEGURANCA)
       REJEITA.
           MOVE SPACES TO LINHAREL
           STRING "LINHA " DELIMITED BY SIZE
               NUMLINHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JN-DATA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JN-HHMM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               JN-ARQUIVO DELIMITED BY SIZE
               " OPERACAO " DELIMITED BY SIZE
               JN-OPERACAO DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               STATUSAPL DELIMITED BY SIZE
               " NAO APLICADA" DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "      REGISTRO: " DELIMITED BY SIZE
               JN-IMAGEM(1:60) DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

       APLICAVEIC.
           OPEN I-O CADVEIC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADVEIC
               CLOSE CADVEIC
               OPEN I-O CADVEIC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGVEIC
               IF JN-OPERACAO = "E"
                   DELETE CADVEIC
               ELSE
                   WRITE REGVEIC
                   IF ERRMST = "22"
                       REWRITE REGVEIC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADVEIC
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPROPR.
           OPEN I-O CADPROPR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPROPR
               CLOSE CADPROPR
               OPEN I-O CADPROPR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPROPR
               IF JN-OPERACAO = "E"
                   DELETE CADPROPR
               ELSE
                   WRITE REGPROPR
                   IF ERRMST = "22"
                       REWRITE REGPROPR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPROPR
           END-IF
           MOVE "00" TO ERRMST.

       APLICAMARCA.
           OPEN I-O CADMARCA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADMARCA
               CLOSE CADMARCA
               OPEN I-O CADMARCA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGMARCA
               IF JN-OPERACAO = "E"
                   DELETE CADMARCA
               ELSE
                   WRITE REGMARCA
                   IF ERRMST = "22"
                       REWRITE REGMARCA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADMARCA
           END-IF
           MOVE "00" TO ERRMST.

       APLICAMODEL.
           OPEN I-O CADMODEL
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADMODEL
               CLOSE CADMODEL
               OPEN I-O CADMODEL
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGMODEL
               IF JN-OPERACAO = "E"
                   DELETE CADMODEL
               ELSE
                   WRITE REGMODEL
                   IF ERRMST = "22"
                       REWRITE REGMODEL
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADMODEL
           END-IF
           MOVE "00" TO ERRMST.

       APLICACEP.
           OPEN I-O CADCEP
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCEP
               CLOSE CADCEP
               OPEN I-O CADCEP
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCEP
               IF JN-OPERACAO = "E"
                   DELETE CADCEP
               ELSE
                   WRITE REGCEP
                   IF ERRMST = "22"
                       REWRITE REGCEP
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCEP
           END-IF
           MOVE "00" TO ERRMST.

       APLICAOPER.
           OPEN I-O CADOPER
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADOPER
               CLOSE CADOPER
               OPEN I-O CADOPER
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGOPER
               IF JN-OPERACAO = "E"
                   DELETE CADOPER
               ELSE
                   WRITE REGOPER
                   IF ERRMST = "22"
                       REWRITE REGOPER
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADOPER
           END-IF
           MOVE "00" TO ERRMST.

       APLICAMARGEM.
           OPEN I-O CADMARGEM
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADMARGEM
               CLOSE CADMARGEM
               OPEN I-O CADMARGEM
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGMARGEM
               IF JN-OPERACAO = "E"
                   DELETE CADMARGEM
               ELSE
                   WRITE REGMARGEM
                   IF ERRMST = "22"
                       REWRITE REGMARGEM
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADMARGEM
           END-IF
           MOVE "00" TO ERRMST.

       APLICACOR.
           OPEN I-O CADCOR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCOR
               CLOSE CADCOR
               OPEN I-O CADCOR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCOR
               IF JN-OPERACAO = "E"
                   DELETE CADCOR
               ELSE
                   WRITE REGCOR
                   IF ERRMST = "22"
                       REWRITE REGCOR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCOR
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPAIS.
           OPEN I-O CADPAIS
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPAIS
               CLOSE CADPAIS
               OPEN I-O CADPAIS
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPAIS
               IF JN-OPERACAO = "E"
                   DELETE CADPAIS
               ELSE
                   WRITE REGPAIS
                   IF ERRMST = "22"
                       REWRITE REGPAIS
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPAIS
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPARC.
           OPEN I-O CADPARC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPARC
               CLOSE CADPARC
               OPEN I-O CADPARC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPARC
               IF JN-OPERACAO = "E"
                   DELETE CADPARC
               ELSE
                   WRITE REGPARC
                   IF ERRMST = "22"
                       REWRITE REGPARC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPARC
           END-IF
           MOVE "00" TO ERRMST.

       APLICAVEND.
           OPEN I-O CADVEND
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADVEND
               CLOSE CADVEND
               OPEN I-O CADVEND
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGVEND
               IF JN-OPERACAO = "E"
                   DELETE CADVEND
               ELSE
                   WRITE REGVEND
                   IF ERRMST = "22"
                       REWRITE REGVEND
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADVEND
           END-IF
           MOVE "00" TO ERRMST.

       APLICAORCA.
           OPEN I-O CADORCA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADORCA
               CLOSE CADORCA
               OPEN I-O CADORCA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGORCA
               IF JN-OPERACAO = "E"
                   DELETE CADORCA
               ELSE
                   WRITE REGORCA
                   IF ERRMST = "22"
                       REWRITE REGORCA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADORCA
           END-IF
           MOVE "00" TO ERRMST.

       APLICAHIST.
           OPEN I-O CADHIST
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADHIST
               CLOSE CADHIST
               OPEN I-O CADHIST
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGHIST
               IF JN-OPERACAO = "E"
                   DELETE CADHIST
               ELSE
                   WRITE REGHIST
                   IF ERRMST = "22"
                       REWRITE REGHIST
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADHIST
           END-IF
           MOVE "00" TO ERRMST.

       APLICAVHIST.
           OPEN I-O CADVHIST
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADVHIST
               CLOSE CADVHIST
               OPEN I-O CADVHIST
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGVHIST
               IF JN-OPERACAO = "E"
                   DELETE CADVHIST
               ELSE
                   WRITE REGVHIST
                   IF ERRMST = "22"
                       REWRITE REGVHIST
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADVHIST
           END-IF
           MOVE "00" TO ERRMST.

       APLICAAUDIT.
           OPEN I-O CADAUDIT
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADAUDIT
               CLOSE CADAUDIT
               OPEN I-O CADAUDIT
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGAUDIT
               IF JN-OPERACAO = "E"
                   DELETE CADAUDIT
               ELSE
                   WRITE REGAUDIT
                   IF ERRMST = "22"
                       REWRITE REGAUDIT
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADAUDIT
           END-IF
           MOVE "00" TO ERRMST.

       APLICAESTOR.
           OPEN I-O CADESTOR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADESTOR
               CLOSE CADESTOR
               OPEN I-O CADESTOR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGESTOR
               IF JN-OPERACAO = "E"
                   DELETE CADESTOR
               ELSE
                   WRITE REGESTOR
                   IF ERRMST = "22"
                       REWRITE REGESTOR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADESTOR
           END-IF
           MOVE "00" TO ERRMST.

       APLICATAXA.
           OPEN I-O CADTAXA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADTAXA
               CLOSE CADTAXA
               OPEN I-O CADTAXA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGTAXA
               IF JN-OPERACAO = "E"
                   DELETE CADTAXA
               ELSE
                   WRITE REGTAXA
                   IF ERRMST = "22"
                       REWRITE REGTAXA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADTAXA
           END-IF
           MOVE "00" TO ERRMST.

       APLICADOC.
           OPEN I-O CADDOC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADDOC
               CLOSE CADDOC
               OPEN I-O CADDOC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGDOC
               IF JN-OPERACAO = "E"
                   DELETE CADDOC
               ELSE
                   WRITE REGDOC
                   IF ERRMST = "22"
                       REWRITE REGDOC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADDOC
           END-IF
           MOVE "00" TO ERRMST.

       APLICAAGEN.
           OPEN I-O CADAGEN
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADAGEN
               CLOSE CADAGEN
               OPEN I-O CADAGEN
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGAGEN
               IF JN-OPERACAO = "E"
                   DELETE CADAGEN
               ELSE
                   WRITE REGAGEN
                   IF ERRMST = "22"
                       REWRITE REGAGEN
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADAGEN
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFIL.
           OPEN I-O CADFIL
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFIL
               CLOSE CADFIL
               OPEN I-O CADFIL
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFIL
               IF JN-OPERACAO = "E"
                   DELETE CADFIL
               ELSE
                   WRITE REGFIL
                   IF ERRMST = "22"
                       REWRITE REGFIL
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFIL
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPOLIT.
           OPEN I-O CADPOLIT
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPOLIT
               CLOSE CADPOLIT
               OPEN I-O CADPOLIT
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPOLIT
               IF JN-OPERACAO = "E"
                   DELETE CADPOLIT
               ELSE
                   WRITE REGPOLIT
                   IF ERRMST = "22"
                       REWRITE REGPOLIT
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPOLIT
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFIPE.
           OPEN I-O CADFIPE
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFIPE
               CLOSE CADFIPE
               OPEN I-O CADFIPE
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFIPE
               IF JN-OPERACAO = "E"
                   DELETE CADFIPE
               ELSE
                   WRITE REGFIPE
                   IF ERRMST = "22"
                       REWRITE REGFIPE
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFIPE
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPREP.
           OPEN I-O CADPREP
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPREP
               CLOSE CADPREP
               OPEN I-O CADPREP
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPREP
               IF JN-OPERACAO = "E"
                   DELETE CADPREP
               ELSE
                   WRITE REGPREP
                   IF ERRMST = "22"
                       REWRITE REGPREP
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPREP
           END-IF
           MOVE "00" TO ERRMST.

       APLICACAIXA.
           OPEN I-O CADCAIXA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCAIXA
               CLOSE CADCAIXA
               OPEN I-O CADCAIXA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCAIXA
               IF JN-OPERACAO = "E"
                   DELETE CADCAIXA
               ELSE
                   WRITE REGCAIXA
                   IF ERRMST = "22"
                       REWRITE REGCAIXA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERRMST.

       APLICACOBR.
           OPEN I-O CADCOBR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCOBR
               CLOSE CADCOBR
               OPEN I-O CADCOBR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCOBR
               IF JN-OPERACAO = "E"
                   DELETE CADCOBR
               ELSE
                   WRITE REGCOBR
                   IF ERRMST = "22"
                       REWRITE REGCOBR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCOBR
           END-IF
           MOVE "00" TO ERRMST.

       APLICACOBC.
           OPEN I-O CADCOBC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCOBC
               CLOSE CADCOBC
               OPEN I-O CADCOBC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCOBC
               IF JN-OPERACAO = "E"
                   DELETE CADCOBC
               ELSE
                   WRITE REGCOBC
                   IF ERRMST = "22"
                       REWRITE REGCOBC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCOBC
           END-IF
           MOVE "00" TO ERRMST.

       APLICAMULTA.
           OPEN I-O CADMULTA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADMULTA
               CLOSE CADMULTA
               OPEN I-O CADMULTA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGMULTA
               IF JN-OPERACAO = "E"
                   DELETE CADMULTA
               ELSE
                   WRITE REGMULTA
                   IF ERRMST = "22"
                       REWRITE REGMULTA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADMULTA
           END-IF
           MOVE "00" TO ERRMST.

       APLICAAVAL.
           OPEN I-O CADAVAL
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADAVAL
               CLOSE CADAVAL
               OPEN I-O CADAVAL
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGAVAL
               IF JN-OPERACAO = "E"
                   DELETE CADAVAL
               ELSE
                   WRITE REGAVAL
                   IF ERRMST = "22"
                       REWRITE REGAVAL
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADAVAL
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFORN.
           OPEN I-O CADFORN
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFORN
               CLOSE CADFORN
               OPEN I-O CADFORN
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFORN
               IF JN-OPERACAO = "E"
                   DELETE CADFORN
               ELSE
                   WRITE REGFORN
                   IF ERRMST = "22"
                       REWRITE REGFORN
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFORN
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPAG.
           OPEN I-O CADPAG
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPAG
               CLOSE CADPAG
               OPEN I-O CADPAG
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPAG
               IF JN-OPERACAO = "E"
                   DELETE CADPAG
               ELSE
                   WRITE REGPAG
                   IF ERRMST = "22"
                       REWRITE REGPAG
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPAG
           END-IF
           MOVE "00" TO ERRMST.

       APLICALIQ.
           OPEN I-O CADLIQ
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADLIQ
               CLOSE CADLIQ
               OPEN I-O CADLIQ
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGLIQ
               IF JN-OPERACAO = "E"
                   DELETE CADLIQ
               ELSE
                   WRITE REGLIQ
                   IF ERRMST = "22"
                       REWRITE REGLIQ
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADLIQ
           END-IF
           MOVE "00" TO ERRMST.

       APLICAGAR.
           OPEN I-O CADGAR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADGAR
               CLOSE CADGAR
               OPEN I-O CADGAR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGGAR
               IF JN-OPERACAO = "E"
                   DELETE CADGAR
               ELSE
                   WRITE REGGAR
                   IF ERRMST = "22"
                       REWRITE REGGAR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADGAR
           END-IF
           MOVE "00" TO ERRMST.

       APLICASIN.
           OPEN I-O CADSIN
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADSIN
               CLOSE CADSIN
               OPEN I-O CADSIN
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGSIN
               IF JN-OPERACAO = "E"
                   DELETE CADSIN
               ELSE
                   WRITE REGSIN
                   IF ERRMST = "22"
                       REWRITE REGSIN
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADSIN
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPROD.
           OPEN I-O CADPROD
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPROD
               CLOSE CADPROD
               OPEN I-O CADPROD
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPROD
               IF JN-OPERACAO = "E"
                   DELETE CADPROD
               ELSE
                   WRITE REGPROD
                   IF ERRMST = "22"
                       REWRITE REGPROD
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPROD
           END-IF
           MOVE "00" TO ERRMST.

       APLICAITEM.
           OPEN I-O CADITEM
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADITEM
               CLOSE CADITEM
               OPEN I-O CADITEM
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGITEM
               IF JN-OPERACAO = "E"
                   DELETE CADITEM
               ELSE
                   WRITE REGITEM
                   IF ERRMST = "22"
                       REWRITE REGITEM
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADITEM
           END-IF
           MOVE "00" TO ERRMST.

       APLICAIMP.
           OPEN I-O CADIMP
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADIMP
               CLOSE CADIMP
               OPEN I-O CADIMP
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGIMP
               IF JN-OPERACAO = "E"
                   DELETE CADIMP
               ELSE
                   WRITE REGIMP
                   IF ERRMST = "22"
                       REWRITE REGIMP
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADIMP
           END-IF
           MOVE "00" TO ERRMST.

       APLICATRIB.
           OPEN I-O CADTRIB
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADTRIB
               CLOSE CADTRIB
               OPEN I-O CADTRIB
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGTRIB
               IF JN-OPERACAO = "E"
                   DELETE CADTRIB
               ELSE
                   WRITE REGTRIB
                   IF ERRMST = "22"
                       REWRITE REGTRIB
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADTRIB
           END-IF
           MOVE "00" TO ERRMST.

       APLICANF.
           OPEN I-O CADNF
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADNF
               CLOSE CADNF
               OPEN I-O CADNF
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGNF
               IF JN-OPERACAO = "E"
                   DELETE CADNF
               ELSE
                   WRITE REGNF
                   IF ERRMST = "22"
                       REWRITE REGNF
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADNF
           END-IF
           MOVE "00" TO ERRMST.

       APLICATRANSF.
           OPEN I-O CADTRANSF
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADTRANSF
               CLOSE CADTRANSF
               OPEN I-O CADTRANSF
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGTRANSF
               IF JN-OPERACAO = "E"
                   DELETE CADTRANSF
               ELSE
                   WRITE REGTRANSF
                   IF ERRMST = "22"
                       REWRITE REGTRANSF
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADTRANSF
           END-IF
           MOVE "00" TO ERRMST.

       APLICACONT.
           OPEN I-O CADCONT
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCONT
               CLOSE CADCONT
               OPEN I-O CADCONT
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCONT
               IF JN-OPERACAO = "E"
                   DELETE CADCONT
               ELSE
                   WRITE REGCONT
                   IF ERRMST = "22"
                       REWRITE REGCONT
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCONT
           END-IF
           MOVE "00" TO ERRMST.

       APLICARES.
           OPEN I-O CADRES
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADRES
               CLOSE CADRES
               OPEN I-O CADRES
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGRES
               IF JN-OPERACAO = "E"
                   DELETE CADRES
               ELSE
                   WRITE REGRES
                   IF ERRMST = "22"
                       REWRITE REGRES
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADRES
           END-IF
           MOVE "00" TO ERRMST.

       APLICASPOOL.
           OPEN I-O CADSPOOL
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADSPOOL
               CLOSE CADSPOOL
               OPEN I-O CADSPOOL
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGSPOOL
               IF JN-OPERACAO = "E"
                   DELETE CADSPOOL
               ELSE
                   WRITE REGSPOOL
                   IF ERRMST = "22"
                       REWRITE REGSPOOL
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADSPOOL
           END-IF
           MOVE "00" TO ERRMST.

       APLICAREMAR.
           OPEN I-O CADREMAR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADREMAR
               CLOSE CADREMAR
               OPEN I-O CADREMAR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGREMAR
               IF JN-OPERACAO = "E"
                   DELETE CADREMAR
               ELSE
                   WRITE REGREMAR
                   IF ERRMST = "22"
                       REWRITE REGREMAR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADREMAR
           END-IF
           MOVE "00" TO ERRMST.

       APLICAMETA.
           OPEN I-O CADMETA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADMETA
               CLOSE CADMETA
               OPEN I-O CADMETA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGMETA
               IF JN-OPERACAO = "E"
                   DELETE CADMETA
               ELSE
                   WRITE REGMETA
                   IF ERRMST = "22"
                       REWRITE REGMETA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADMETA
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFER.
           OPEN I-O CADFER
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFER
               CLOSE CADFER
               OPEN I-O CADFER
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFER
               IF JN-OPERACAO = "E"
                   DELETE CADFER
               ELSE
                   WRITE REGFER
                   IF ERRMST = "22"
                       REWRITE REGFER
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFER
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFICHA.
           OPEN I-O CADFICHA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFICHA
               CLOSE CADFICHA
               OPEN I-O CADFICHA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFICHA
               IF JN-OPERACAO = "E"
                   DELETE CADFICHA
               ELSE
                   WRITE REGFICHA
                   IF ERRMST = "22"
                       REWRITE REGFICHA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFICHA
           END-IF
           MOVE "00" TO ERRMST.

       APLICAKM.
           OPEN I-O CADKM
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADKM
               CLOSE CADKM
               OPEN I-O CADKM
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGKM
               IF JN-OPERACAO = "E"
                   DELETE CADKM
               ELSE
                   WRITE REGKM
                   IF ERRMST = "22"
                       REWRITE REGKM
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADKM
           END-IF
           MOVE "00" TO ERRMST.

       APLICAOS.
           OPEN I-O CADOS
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADOS
               CLOSE CADOS
               OPEN I-O CADOS
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGOS
               IF JN-OPERACAO = "E"
                   DELETE CADOS
               ELSE
                   WRITE REGOS
                   IF ERRMST = "22"
                       REWRITE REGOS
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADOS
           END-IF
           MOVE "00" TO ERRMST.

       APLICAOSIT.
           OPEN I-O CADOSIT
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADOSIT
               CLOSE CADOSIT
               OPEN I-O CADOSIT
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGOSIT
               IF JN-OPERACAO = "E"
                   DELETE CADOSIT
               ELSE
                   WRITE REGOSIT
                   IF ERRMST = "22"
                       REWRITE REGOSIT
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADOSIT
           END-IF
           MOVE "00" TO ERRMST.

       APLICAESTQ.
           OPEN I-O CADESTQ
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADESTQ
               CLOSE CADESTQ
               OPEN I-O CADESTQ
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGESTQ
               IF JN-OPERACAO = "E"
                   DELETE CADESTQ
               ELSE
                   WRITE REGESTQ
                   IF ERRMST = "22"
                       REWRITE REGESTQ
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADESTQ
           END-IF
           MOVE "00" TO ERRMST.

       APLICAMOVP.
           OPEN I-O CADMOVP
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADMOVP
               CLOSE CADMOVP
               OPEN I-O CADMOVP
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGMOVP
               IF JN-OPERACAO = "E"
                   DELETE CADMOVP
               ELSE
                   WRITE REGMOVP
                   IF ERRMST = "22"
                       REWRITE REGMOVP
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADMOVP
           END-IF
           MOVE "00" TO ERRMST.

       APLICAREVIS.
           OPEN I-O CADREVIS
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADREVIS
               CLOSE CADREVIS
               OPEN I-O CADREVIS
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGREVIS
               IF JN-OPERACAO = "E"
                   DELETE CADREVIS
               ELSE
                   WRITE REGREVIS
                   IF ERRMST = "22"
                       REWRITE REGREVIS
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADREVIS
           END-IF
           MOVE "00" TO ERRMST.

       APLICARECAL.
           OPEN I-O CADRECAL
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADRECAL
               CLOSE CADRECAL
               OPEN I-O CADRECAL
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGRECAL
               IF JN-OPERACAO = "E"
                   DELETE CADRECAL
               ELSE
                   WRITE REGRECAL
                   IF ERRMST = "22"
                       REWRITE REGRECAL
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADRECAL
           END-IF
           MOVE "00" TO ERRMST.

       APLICARECV.
           OPEN I-O CADRECV
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADRECV
               CLOSE CADRECV
               OPEN I-O CADRECV
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGRECV
               IF JN-OPERACAO = "E"
                   DELETE CADRECV
               ELSE
                   WRITE REGRECV
                   IF ERRMST = "22"
                       REWRITE REGRECV
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADRECV
           END-IF
           MOVE "00" TO ERRMST.

       APLICAINFR.
           OPEN I-O CADINFR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADINFR
               CLOSE CADINFR
               OPEN I-O CADINFR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGINFR
               IF JN-OPERACAO = "E"
                   DELETE CADINFR
               ELSE
                   WRITE REGINFR
                   IF ERRMST = "22"
                       REWRITE REGINFR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADINFR
           END-IF
           MOVE "00" TO ERRMST.

       APLICADETR.
           OPEN I-O CADDETR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADDETR
               CLOSE CADDETR
               OPEN I-O CADDETR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGDETR
               IF JN-OPERACAO = "E"
                   DELETE CADDETR
               ELSE
                   WRITE REGDETR
                   IF ERRMST = "22"
                       REWRITE REGDETR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADDETR
           END-IF
           MOVE "00" TO ERRMST.

       APLICAEMPR.
           OPEN I-O CADEMPR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADEMPR
               CLOSE CADEMPR
               OPEN I-O CADEMPR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGEMPR
               IF JN-OPERACAO = "E"
                   DELETE CADEMPR
               ELSE
                   WRITE REGEMPR
                   IF ERRMST = "22"
                       REWRITE REGEMPR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADEMPR
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFROTA.
           OPEN I-O CADFROTA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFROTA
               CLOSE CADFROTA
               OPEN I-O CADFROTA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFROTA
               IF JN-OPERACAO = "E"
                   DELETE CADFROTA
               ELSE
                   WRITE REGFROTA
                   IF ERRMST = "22"
                       REWRITE REGFROTA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFROTA
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFRITE.
           OPEN I-O CADFRITE
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFRITE
               CLOSE CADFRITE
               OPEN I-O CADFRITE
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFRITE
               IF JN-OPERACAO = "E"
                   DELETE CADFRITE
               ELSE
                   WRITE REGFRITE
                   IF ERRMST = "22"
                       REWRITE REGFRITE
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFRITE
           END-IF
           MOVE "00" TO ERRMST.

       APLICABANCO.
           OPEN I-O CADBANCO
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADBANCO
               CLOSE CADBANCO
               OPEN I-O CADBANCO
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGBANCO
               IF JN-OPERACAO = "E"
                   DELETE CADBANCO
               ELSE
                   WRITE REGBANCO
                   IF ERRMST = "22"
                       REWRITE REGBANCO
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADBANCO
           END-IF
           MOVE "00" TO ERRMST.

       APLICACDC.
           OPEN I-O CADCDC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCDC
               CLOSE CADCDC
               OPEN I-O CADCDC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCDC
               IF JN-OPERACAO = "E"
                   DELETE CADCDC
               ELSE
                   WRITE REGCDC
                   IF ERRMST = "22"
                       REWRITE REGCDC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCDC
           END-IF
           MOVE "00" TO ERRMST.

       APLICAFLOOR.
           OPEN I-O CADFLOOR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADFLOOR
               CLOSE CADFLOOR
               OPEN I-O CADFLOOR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGFLOOR
               IF JN-OPERACAO = "E"
                   DELETE CADFLOOR
               ELSE
                   WRITE REGFLOOR
                   IF ERRMST = "22"
                       REWRITE REGFLOOR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADFLOOR
           END-IF
           MOVE "00" TO ERRMST.

       APLICABXPC.
           OPEN I-O CADBXPC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADBXPC
               CLOSE CADBXPC
               OPEN I-O CADBXPC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGBXPC
               IF JN-OPERACAO = "E"
                   DELETE CADBXPC
               ELSE
                   WRITE REGBXPC
                   IF ERRMST = "22"
                       REWRITE REGBXPC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADBXPC
           END-IF
           MOVE "00" TO ERRMST.

       APLICAAVPC.
           OPEN I-O CADAVPC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADAVPC
               CLOSE CADAVPC
               OPEN I-O CADAVPC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGAVPC
               IF JN-OPERACAO = "E"
                   DELETE CADAVPC
               ELSE
                   WRITE REGAVPC
                   IF ERRMST = "22"
                       REWRITE REGAVPC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADAVPC
           END-IF
           MOVE "00" TO ERRMST.

       APLICALEAD.
           OPEN I-O CADLEAD
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADLEAD
               CLOSE CADLEAD
               OPEN I-O CADLEAD
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGLEAD
               IF JN-OPERACAO = "E"
                   DELETE CADLEAD
               ELSE
                   WRITE REGLEAD
                   IF ERRMST = "22"
                       REWRITE REGLEAD
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADLEAD
           END-IF
           MOVE "00" TO ERRMST.

       APLICAVFIL.
           OPEN I-O CADVFIL
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADVFIL
               CLOSE CADVFIL
               OPEN I-O CADVFIL
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGVFIL
               IF JN-OPERACAO = "E"
                   DELETE CADVFIL
               ELSE
                   WRITE REGVFIL
                   IF ERRMST = "22"
                       REWRITE REGVFIL
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADVFIL
           END-IF
           MOVE "00" TO ERRMST.

       APLICAENTR.
           OPEN I-O CADENTR
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADENTR
               CLOSE CADENTR
               OPEN I-O CADENTR
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGENTR
               IF JN-OPERACAO = "E"
                   DELETE CADENTR
               ELSE
                   WRITE REGENTR
                   IF ERRMST = "22"
                       REWRITE REGENTR
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADENTR
           END-IF
           MOVE "00" TO ERRMST.

       APLICAENCK.
           OPEN I-O CADENCK
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADENCK
               CLOSE CADENCK
               OPEN I-O CADENCK
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGENCK
               IF JN-OPERACAO = "E"
                   DELETE CADENCK
               ELSE
                   WRITE REGENCK
                   IF ERRMST = "22"
                       REWRITE REGENCK
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADENCK
           END-IF
           MOVE "00" TO ERRMST.

       APLICANPS.
           OPEN I-O CADNPS
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADNPS
               CLOSE CADNPS
               OPEN I-O CADNPS
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGNPS
               IF JN-OPERACAO = "E"
                   DELETE CADNPS
               ELSE
                   WRITE REGNPS
                   IF ERRMST = "22"
                       REWRITE REGNPS
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADNPS
           END-IF
           MOVE "00" TO ERRMST.

       APLICATAREF.
           OPEN I-O CADTAREF
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADTAREF
               CLOSE CADTAREF
               OPEN I-O CADTAREF
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGTAREF
               IF JN-OPERACAO = "E"
                   DELETE CADTAREF
               ELSE
                   WRITE REGTAREF
                   IF ERRMST = "22"
                       REWRITE REGTAREF
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADTAREF
           END-IF
           MOVE "00" TO ERRMST.

       APLICAEXTB.
           OPEN I-O CADEXTB
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADEXTB
               CLOSE CADEXTB
               OPEN I-O CADEXTB
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGEXTB
               IF JN-OPERACAO = "E"
                   DELETE CADEXTB
               ELSE
                   WRITE REGEXTB
                   IF ERRMST = "22"
                       REWRITE REGEXTB
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADEXTB
           END-IF
           MOVE "00" TO ERRMST.

       APLICACONC.
           OPEN I-O CADCONC
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCONC
               CLOSE CADCONC
               OPEN I-O CADCONC
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCONC
               IF JN-OPERACAO = "E"
                   DELETE CADCONC
               ELSE
                   WRITE REGCONC
                   IF ERRMST = "22"
                       REWRITE REGCONC
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCONC
           END-IF
           MOVE "00" TO ERRMST.

       APLICADESP.
           OPEN I-O CADDESP
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADDESP
               CLOSE CADDESP
               OPEN I-O CADDESP
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGDESP
               IF JN-OPERACAO = "E"
                   DELETE CADDESP
               ELSE
                   WRITE REGDESP
                   IF ERRMST = "22"
                       REWRITE REGDESP
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADDESP
           END-IF
           MOVE "00" TO ERRMST.

       APLICACATD.
           OPEN I-O CADCATD
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCATD
               CLOSE CADCATD
               OPEN I-O CADCATD
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCATD
               IF JN-OPERACAO = "E"
                   DELETE CADCATD
               ELSE
                   WRITE REGCATD
                   IF ERRMST = "22"
                       REWRITE REGCATD
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCATD
           END-IF
           MOVE "00" TO ERRMST.

       APLICARECD.
           OPEN I-O CADRECD
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADRECD
               CLOSE CADRECD
               OPEN I-O CADRECD
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGRECD
               IF JN-OPERACAO = "E"
                   DELETE CADRECD
               ELSE
                   WRITE REGRECD
                   IF ERRMST = "22"
                       REWRITE REGRECD
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADRECD
           END-IF
           MOVE "00" TO ERRMST.

       APLICACOAF.
           OPEN I-O CADCOAF
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCOAF
               CLOSE CADCOAF
               OPEN I-O CADCOAF
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCOAF
               IF JN-OPERACAO = "E"
                   DELETE CADCOAF
               ELSE
                   WRITE REGCOAF
                   IF ERRMST = "22"
                       REWRITE REGCOAF
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCOAF
           END-IF
           MOVE "00" TO ERRMST.

       APLICANFE.
           OPEN I-O CADNFE
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADNFE
               CLOSE CADNFE
               OPEN I-O CADNFE
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGNFE
               IF JN-OPERACAO = "E"
                   DELETE CADNFE
               ELSE
                   WRITE REGNFE
                   IF ERRMST = "22"
                       REWRITE REGNFE
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADNFE
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPED.
           OPEN I-O CADPED
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPED
               CLOSE CADPED
               OPEN I-O CADPED
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPED
               IF JN-OPERACAO = "E"
                   DELETE CADPED
               ELSE
                   WRITE REGPED
                   IF ERRMST = "22"
                       REWRITE REGPED
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPED
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPEDI.
           OPEN I-O CADPEDI
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADPEDI
               CLOSE CADPEDI
               OPEN I-O CADPEDI
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPEDI
               IF JN-OPERACAO = "E"
                   DELETE CADPEDI
               ELSE
                   WRITE REGPEDI
                   IF ERRMST = "22"
                       REWRITE REGPEDI
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADPEDI
           END-IF
           MOVE "00" TO ERRMST.

       APLICALGPD.
           OPEN I-O CADLGPD
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADLGPD
               CLOSE CADLGPD
               OPEN I-O CADLGPD
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGLGPD
               IF JN-OPERACAO = "E"
                   DELETE CADLGPD
               ELSE
                   WRITE REGLGPD
                   IF ERRMST = "22"
                       REWRITE REGLGPD
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADLGPD
           END-IF
           MOVE "00" TO ERRMST.

       APLICASELO.
           OPEN I-O CADSELO
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADSELO
               CLOSE CADSELO
               OPEN I-O CADSELO
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGSELO
               IF JN-OPERACAO = "E"
                   DELETE CADSELO
               ELSE
                   WRITE REGSELO
                   IF ERRMST = "22"
                       REWRITE REGSELO
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADSELO
           END-IF
           MOVE "00" TO ERRMST.

       APLICAITVI.
           OPEN I-O CADITVI
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADITVI
               CLOSE CADITVI
               OPEN I-O CADITVI
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGITVI
               IF JN-OPERACAO = "E"
                   DELETE CADITVI
               ELSE
                   WRITE REGITVI
                   IF ERRMST = "22"
                       REWRITE REGITVI
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADITVI
           END-IF
           MOVE "00" TO ERRMST.

       APLICAVIST.
           OPEN I-O CADVIST
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADVIST
               CLOSE CADVIST
               OPEN I-O CADVIST
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGVIST
               IF JN-OPERACAO = "E"
                   DELETE CADVIST
               ELSE
                   WRITE REGVIST
                   IF ERRMST = "22"
                       REWRITE REGVIST
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADVIST
           END-IF
           MOVE "00" TO ERRMST.

       APLICAVSIT.
           OPEN I-O CADVSIT
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADVSIT
               CLOSE CADVSIT
               OPEN I-O CADVSIT
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGVSIT
               IF JN-OPERACAO = "E"
                   DELETE CADVSIT
               ELSE
                   WRITE REGVSIT
                   IF ERRMST = "22"
                       REWRITE REGVSIT
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADVSIT
           END-IF
           MOVE "00" TO ERRMST.

       APLICAREPA.
           OPEN I-O CADREPA
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADREPA
               CLOSE CADREPA
               OPEN I-O CADREPA
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGREPA
               IF JN-OPERACAO = "E"
                   DELETE CADREPA
               ELSE
                   WRITE REGREPA
                   IF ERRMST = "22"
                       REWRITE REGREPA
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADREPA
           END-IF
           MOVE "00" TO ERRMST.

       APLICACHAV.
           OPEN I-O CADCHAV
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADCHAV
               CLOSE CADCHAV
               OPEN I-O CADCHAV
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGCHAV
               IF JN-OPERACAO = "E"
                   DELETE CADCHAV
               ELSE
                   WRITE REGCHAV
                   IF ERRMST = "22"
                       REWRITE REGCHAV
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADCHAV
           END-IF
           MOVE "00" TO ERRMST.

       APLICAAPOL.
           OPEN I-O CADAPOL
           IF ERRMST = "30" OR ERRMST = "35"
               OPEN OUTPUT CADAPOL
               CLOSE CADAPOL
               OPEN I-O CADAPOL
           END-IF
           IF ERRMST NOT = "00"
               MOVE ERRMST TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGAPOL
               IF JN-OPERACAO = "E"
                   DELETE CADAPOL
               ELSE
                   WRITE REGAPOL
                   IF ERRMST = "22"
                       REWRITE REGAPOL
                   END-IF
               END-IF
               MOVE ERRMST TO STATUSAPL
               CLOSE CADAPOL
           END-IF
           MOVE "00" TO ERRMST.

       APLICAPARAM.
           OPEN I-O CADPARAM
           IF ERRCEN = "30" OR ERRCEN = "35"
               OPEN OUTPUT CADPARAM
               CLOSE CADPARAM
               OPEN I-O CADPARAM
           END-IF
           IF ERRCEN NOT = "00"
               MOVE ERRCEN TO STATUSAPL
           ELSE
               MOVE JN-IMAGEM TO REGPARAM
               IF JN-OPERACAO = "E"
                   DELETE CADPARAM
               ELSE
                   WRITE REGPARAM
                   IF ERRCEN = "22"
                       REWRITE REGPARAM
                   END-IF
               END-IF
               MOVE ERRCEN TO STATUSAPL
               CLOSE CADPARAM
           END-IF
           MOVE "00" TO ERRCEN.

      *QUANTIDADES POR ARQUIVO E TOTAIS
       ENCERRA.
           CLOSE JORNAL
           PERFORM LINHAARQUIVO VARYING TR-IND FROM 1 BY 1
               UNTIL TR-IND > TR-USADOS
           MOVE SPACES TO LINHAREL
           STRING "LINHAS: " DELIMITED BY SIZE
               NUMLINHA DELIMITED BY SIZE
               " APLICADAS: " DELIMITED BY SIZE
               QTDAPLICADOS DELIMITED BY SIZE
               " NAO APLICADAS: " DELIMITED BY SIZE
               QTDREJEITADOS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "POSTERIORES AO MOMENTO LIMITE: " DELIMITED BY SIZE
               QTDDEPOIS DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           CLOSE RELREAP
           DISPLAY "REAPLICACAO CONCLUIDA - RESUMO EM RELREAP.TXT"
           GO TO SAIR.

       LINHAARQUIVO.
           MOVE SPACES TO LINHAREL
           STRING "ARQUIVO " DELIMITED BY SIZE
               TR-ARQUIVO(TR-IND) DELIMITED BY SIZE
               " APLICADOS " DELIMITED BY SIZE
               TR-APLICADOS(TR-IND) DELIMITED BY SIZE
               " NAO APLICADOS " DELIMITED BY SIZE
               TR-REJEITADOS(TR-IND) DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

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
           END PROGRAM REAPLICA.

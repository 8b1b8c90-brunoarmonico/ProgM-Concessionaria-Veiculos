      *VEZ E CONTROLADA EM BKPCTRL.TXT E O RESUMO GRAVADO EM
      *RELBKP.TXT. A GRADE DE PROXIMIDADE (CADGEO) FICA DE FORA -
      *O GERAGEO A REFAZ DO CADCEP QUANDO PRECISO. RODA SEM OPERADOR,
      *NOS MOLDES DO RELLOTE. COM A GERACAO GRAVADA, O JORNAL DE
      *TRANSACOES (JORNTRAN.TXT) RECOMECA COM A MARCA DESTA GERACAO -
      *O MOVIMENTO JA ESTA NA COPIA, E O REAPLICA SO REFAZ O QUE VIER
      *DEPOIS DELA. SE ALGUM MESTRE FICOU FORA DA COPIA, O JORNAL E
      *MANTIDO COMO ESTAVA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT ARQBKP ASSIGN TO DYNAMIC BKPNOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRBKP.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PA-CHAVE
               FILE STATUS  IS ERRCEN.

           SELECT JORNAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROJN.
       DATA DIVISION.
       FILE SECTION.
           FD CADVEIC
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(8).
               02 FILLER PIC X(63).

           FD CADMARGEM
               LABEL RECORD IS STANDARD
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

           FD ARQBKP
               LABEL RECORD IS STANDARD.
           01 LINHABKP PIC X(450) VALUE SPACES.
               02 PA-CHAVE PIC X(10) VALUE SPACES.
               02 PA-VALOR PIC X(40) VALUE SPACES.

           FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNTRAN.TXT".
           01 LINHAJORNAL.
               02 JN-DATA     PIC 9(8).
               02 JN-HORA     PIC 9(8).
               02 JN-ARQUIVO  PIC X(8).
               02 JN-OPERACAO PIC X(1).
               02 JN-IMAGEM.
                   03 JN-GERACAO PIC 9(1).
                   03 JN-DATACOPIA PIC 9(8).
                   03 FILLER PIC X(441).

           WORKING-STORAGE SECTION.
           01 ERRMST PIC X(2) VALUE "00".
           01 ERROJN PIC X(2) VALUE "00".
           01 ERRBKP PIC X(2) VALUE "00".
           01 ERRPAR PIC X(2) VALUE "00".
           01 ERRCTL PIC X(2) VALUE "00".
           01 BKPNOME  PIC X(12) VALUE SPACES.
           01 QTDREG   PIC 9(6) VALUE ZEROES.
           01 FIMARQ   PIC 9(1) VALUE 0.
      *ALGUM MESTRE FICOU FORA DA GERACAO - O JORNAL NAO RECOMECA
           01 FALHACOPIA PIC 9(1) VALUE 0.
           01 ERRSTA PIC X(2) VALUE "00".
           01 ERRINC PIC X(2) VALUE "00".
           01 ERRIPA PIC X(2) VALUE "00".
           PERFORM COPIAPARM
           PERFORM COPIAFICH
           PERFORM COPIAQUIL
           PERFORM COPIAORDS
           PERFORM COPIAORDI
           PERFORM COPIAESTQ
           PERFORM COPIAMOVP
           PERFORM COPIAREVS
           PERFORM COPIARCAL
           PERFORM COPIARECV
           PERFORM COPIAINFR
           PERFORM COPIADETR
           PERFORM COPIAEMPR
           PERFORM COPIAFROT
           PERFORM COPIAFRIT
           PERFORM COPIABANC
           PERFORM COPIACDCR
           PERFORM COPIAFLOR
           PERFORM COPIABXPC
           PERFORM COPIAAVPC
           PERFORM COPIALEAD
           PERFORM COPIAVFIL
           PERFORM COPIAENTR
           PERFORM COPIAENCK
           PERFORM COPIAPESQ
           PERFORM COPIATARF
           PERFORM COPIAEXTB
           PERFORM COPIACBAN
           PERFORM COPIADESP
           PERFORM COPIACATD
           PERFORM COPIARECD
           PERFORM COPIACOAF
           PERFORM COPIANFEL
           PERFORM COPIAPEDC
           PERFORM COPIAPEDI
           PERFORM COPIALGPD
           PERFORM COPIASELO
           PERFORM COPIAITVI
           PERFORM COPIAVIST
           PERFORM COPIAVSIT
           PERFORM COPIAREPA
           PERFORM COPIACHAV
           PERFORM COPIAAPOL
           GO TO GRAVACTRL.

       COPIAVEIC.
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
      *SEM O MESTRE DE VEICULOS A GERACAO NAO VALE COMO COPIA -
      *SINALIZA A FALHA PARA A CADEIA NOTURNA
               MOVE 8 TO RETURN-CODE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPROP.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPMARC.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPMODE.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCEP.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPOPER.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPMARG.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCOR.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPAIS.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPARC.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPVEND.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPORCA.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPHIST.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPVHIS.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPAUDI.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPESTO.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPTAXA.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPDOC.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPAGEN.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFIL.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPOLI.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFIPE.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPREP.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCAIX.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCOBR.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCOBC.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPMULT.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPAVAL.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFORN.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPAGR.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPLIQC.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPGARA.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPSINI.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPROD.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPITEM.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPIMPO.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPTRIB.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPNOTA.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPTRNF.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCONT.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPRESV.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPSPOL.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPREMA.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPMETA.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFERI.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPARM.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFICH.G" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPQUIL.G" DELIMITED BY SIZE
               ADD 1 TO QTDREG
           END-IF.

       COPIAORDS.
           OPEN INPUT CADOS
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADOS.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPORDS.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO OS-NUMERO
               START CADOS KEY IS NOT LESS OS-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAORDS-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADOS
               MOVE SPACES TO LINHAREL
               STRING "CADOS.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAORDS-LOOP.
           READ CADOS NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGOS TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAORDI.
           OPEN INPUT CADOSIT
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADOSIT.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPORDI.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEOSIT
               START CADOSIT KEY IS NOT LESS CHAVEOSIT
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAORDI-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADOSIT
               MOVE SPACES TO LINHAREL
               STRING "CADOSIT.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAORDI-LOOP.
           READ CADOSIT NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGOSIT TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAESTQ.
           OPEN INPUT CADESTQ
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADESTQ.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPESTQ.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO EQ-PRODUTO
               START CADESTQ KEY IS NOT LESS EQ-PRODUTO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAESTQ-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADESTQ
               MOVE SPACES TO LINHAREL
               STRING "CADESTQ.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAESTQ-LOOP.
           READ CADESTQ NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGESTQ TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAMOVP.
           OPEN INPUT CADMOVP
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADMOVP.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPMOVP.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEMOVP
               START CADMOVP KEY IS NOT LESS CHAVEMOVP
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAMOVP-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADMOVP
               MOVE SPACES TO LINHAREL
               STRING "CADMOVP.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAMOVP-LOOP.
           READ CADMOVP NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGMOVP TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAREVS.
           OPEN INPUT CADREVIS
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADREVIS.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPREVS.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEREVIS
               START CADREVIS KEY IS NOT LESS CHAVEREVIS
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAREVS-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADREVIS
               MOVE SPACES TO LINHAREL
               STRING "CADREVIS.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAREVS-LOOP.
           READ CADREVIS NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGREVIS TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIARCAL.
           OPEN INPUT CADRECAL
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADRECAL.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPRCAL.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO RC-CAMPANHA
               START CADRECAL KEY IS NOT LESS RC-CAMPANHA
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIARCAL-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADRECAL
               MOVE SPACES TO LINHAREL
               STRING "CADRECAL.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIARCAL-LOOP.
           READ CADRECAL NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGRECAL TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIARECV.
           OPEN INPUT CADRECV
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADRECV.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPRECV.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVERECV
               START CADRECV KEY IS NOT LESS CHAVERECV
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIARECV-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADRECV
               MOVE SPACES TO LINHAREL
               STRING "CADRECV.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIARECV-LOOP.
           READ CADRECV NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGRECV TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAINFR.
           OPEN INPUT CADINFR
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADINFR.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPINFR.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEINFR
               START CADINFR KEY IS NOT LESS CHAVEINFR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAINFR-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADINFR
               MOVE SPACES TO LINHAREL
               STRING "CADINFR.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAINFR-LOOP.
           READ CADINFR NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGINFR TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIADETR.
           OPEN INPUT CADDETR
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADDETR.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPDETR.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEDETR
               START CADDETR KEY IS NOT LESS CHAVEDETR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIADETR-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADDETR
               MOVE SPACES TO LINHAREL
               STRING "CADDETR.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIADETR-LOOP.
           READ CADDETR NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGDETR TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAEMPR.
           OPEN INPUT CADEMPR
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADEMPR.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPEMPR.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE SPACES TO EM-CNPJ
               START CADEMPR KEY IS NOT LESS EM-CNPJ
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAEMPR-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADEMPR
               MOVE SPACES TO LINHAREL
               STRING "CADEMPR.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAEMPR-LOOP.
           READ CADEMPR NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGEMPR TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAFROT.
           OPEN INPUT CADFROTA
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADFROTA.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFROT.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO FT-NUMERO
               START CADFROTA KEY IS NOT LESS FT-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAFROT-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADFROTA
               MOVE SPACES TO LINHAREL
               STRING "CADFROTA.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAFROT-LOOP.
           READ CADFROTA NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGFROTA TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAFRIT.
           OPEN INPUT CADFRITE
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADFRITE.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFRIT.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEFRITE
               START CADFRITE KEY IS NOT LESS CHAVEFRITE
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAFRIT-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADFRITE
               MOVE SPACES TO LINHAREL
               STRING "CADFRITE.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAFRIT-LOOP.
           READ CADFRITE NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGFRITE TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIABANC.
           OPEN INPUT CADBANCO
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADBANCO.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPBANC.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO BC-CODIGO
               START CADBANCO KEY IS NOT LESS BC-CODIGO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIABANC-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADBANCO
               MOVE SPACES TO LINHAREL
               STRING "CADBANCO.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIABANC-LOOP.
           READ CADBANCO NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGBANCO TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIACDCR.
           OPEN INPUT CADCDC
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADCDC.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCDCR.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVECDC
               START CADCDC KEY IS NOT LESS CHAVECDC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIACDCR-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADCDC
               MOVE SPACES TO LINHAREL
               STRING "CADCDC.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIACDCR-LOOP.
           READ CADCDC NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGCDC TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAFLOR.
           OPEN INPUT CADFLOOR
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADFLOOR.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPFLOR.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEFLOOR
               START CADFLOOR KEY IS NOT LESS CHAVEFLOOR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAFLOR-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADFLOOR
               MOVE SPACES TO LINHAREL
               STRING "CADFLOOR.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAFLOR-LOOP.
           READ CADFLOOR NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGFLOOR TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIABXPC.
           OPEN INPUT CADBXPC
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADBXPC.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPBXPC.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEBXPC
               START CADBXPC KEY IS NOT LESS CHAVEBXPC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIABXPC-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADBXPC
               MOVE SPACES TO LINHAREL
               STRING "CADBXPC.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIABXPC-LOOP.
           READ CADBXPC NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGBXPC TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAAVPC.
           OPEN INPUT CADAVPC
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADAVPC.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPAVPC.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEAVPC
               START CADAVPC KEY IS NOT LESS CHAVEAVPC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAAVPC-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADAVPC
               MOVE SPACES TO LINHAREL
               STRING "CADAVPC.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAAVPC-LOOP.
           READ CADAVPC NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGAVPC TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIALEAD.
           OPEN INPUT CADLEAD
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADLEAD.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPLEAD.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO LD-NUMERO
               START CADLEAD KEY IS NOT LESS LD-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIALEAD-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADLEAD
               MOVE SPACES TO LINHAREL
               STRING "CADLEAD.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIALEAD-LOOP.
           READ CADLEAD NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGLEAD TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAVFIL.
           OPEN INPUT CADVFIL
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADVFIL.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPVFIL.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO VF-CODIGO
               START CADVFIL KEY IS NOT LESS VF-CODIGO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAVFIL-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADVFIL
               MOVE SPACES TO LINHAREL
               STRING "CADVFIL.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAVFIL-LOOP.
           READ CADVFIL NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGVFIL TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAENTR.
           OPEN INPUT CADENTR
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADENTR.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPENTR.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEENTR
               START CADENTR KEY IS NOT LESS CHAVEENTR
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAENTR-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADENTR
               MOVE SPACES TO LINHAREL
               STRING "CADENTR.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAENTR-LOOP.
           READ CADENTR NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGENTR TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAENCK.
           OPEN INPUT CADENCK
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADENCK.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPENCK.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEENCK
               START CADENCK KEY IS NOT LESS CHAVEENCK
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAENCK-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADENCK
               MOVE SPACES TO LINHAREL
               STRING "CADENCK.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAENCK-LOOP.
           READ CADENCK NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGENCK TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAPESQ.
           OPEN INPUT CADNPS
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADNPS.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPESQ.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVENPS
               START CADNPS KEY IS NOT LESS CHAVENPS
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAPESQ-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADNPS
               MOVE SPACES TO LINHAREL
               STRING "CADNPS.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAPESQ-LOOP.
           READ CADNPS NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGNPS TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIATARF.
           OPEN INPUT CADTAREF
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADTAREF.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPTARF.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVETAREF
               START CADTAREF KEY IS NOT LESS CHAVETAREF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIATARF-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADTAREF
               MOVE SPACES TO LINHAREL
               STRING "CADTAREF.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIATARF-LOOP.
           READ CADTAREF NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGTAREF TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAEXTB.
           OPEN INPUT CADEXTB
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADEXTB.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPEXTB.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEEXTB
               START CADEXTB KEY IS NOT LESS CHAVEEXTB
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAEXTB-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADEXTB
               MOVE SPACES TO LINHAREL
               STRING "CADEXTB.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAEXTB-LOOP.
           READ CADEXTB NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGEXTB TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIACBAN.
           OPEN INPUT CADCONC
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADCONC.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCBAN.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVECONC
               START CADCONC KEY IS NOT LESS CHAVECONC
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIACBAN-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADCONC
               MOVE SPACES TO LINHAREL
               STRING "CADCONC.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIACBAN-LOOP.
           READ CADCONC NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGCONC TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIADESP.
           OPEN INPUT CADDESP
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADDESP.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPDESP.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEDESP
               START CADDESP KEY IS NOT LESS CHAVEDESP
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIADESP-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADDESP
               MOVE SPACES TO LINHAREL
               STRING "CADDESP.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIADESP-LOOP.
           READ CADDESP NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGDESP TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIACATD.
           OPEN INPUT CADCATD
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADCATD.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCATD.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CD-CODIGO
               START CADCATD KEY IS NOT LESS CD-CODIGO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIACATD-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADCATD
               MOVE SPACES TO LINHAREL
               STRING "CADCATD.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIACATD-LOOP.
           READ CADCATD NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGCATD TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIARECD.
           OPEN INPUT CADRECD
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADRECD.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPRECD.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO RD-CODIGO
               START CADRECD KEY IS NOT LESS RD-CODIGO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIARECD-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADRECD
               MOVE SPACES TO LINHAREL
               STRING "CADRECD.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIARECD-LOOP.
           READ CADRECD NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGRECD TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIACOAF.
           OPEN INPUT CADCOAF
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADCOAF.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCOAF.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVECOAF
               START CADCOAF KEY IS NOT LESS CHAVECOAF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIACOAF-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADCOAF
               MOVE SPACES TO LINHAREL
               STRING "CADCOAF.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIACOAF-LOOP.
           READ CADCOAF NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGCOAF TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIANFEL.
           OPEN INPUT CADNFE
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADNFE.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPNFEL.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO NE-NUMERO
               START CADNFE KEY IS NOT LESS NE-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIANFEL-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADNFE
               MOVE SPACES TO LINHAREL
               STRING "CADNFE.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIANFEL-LOOP.
           READ CADNFE NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGNFE TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAPEDC.
           OPEN INPUT CADPED
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADPED.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPEDC.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO PE-NUMERO
               START CADPED KEY IS NOT LESS PE-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAPEDC-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADPED
               MOVE SPACES TO LINHAREL
               STRING "CADPED.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAPEDC-LOOP.
           READ CADPED NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGPED TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAPEDI.
           OPEN INPUT CADPEDI
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADPEDI.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPPEDI.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEPEDI
               START CADPEDI KEY IS NOT LESS CHAVEPEDI
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAPEDI-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADPEDI
               MOVE SPACES TO LINHAREL
               STRING "CADPEDI.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAPEDI-LOOP.
           READ CADPEDI NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGPEDI TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIALGPD.
           OPEN INPUT CADLGPD
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADLGPD.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPLGPD.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO LG-CPF
               START CADLGPD KEY IS NOT LESS LG-CPF
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIALGPD-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADLGPD
               MOVE SPACES TO LINHAREL
               STRING "CADLGPD.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIALGPD-LOOP.
           READ CADLGPD NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGLGPD TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIASELO.
           OPEN INPUT CADSELO
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADSELO.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPSELO.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO SL-SEQ
               START CADSELO KEY IS NOT LESS SL-SEQ
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIASELO-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADSELO
               MOVE SPACES TO LINHAREL
               STRING "CADSELO.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIASELO-LOOP.
           READ CADSELO NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGSELO TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAITVI.
           OPEN INPUT CADITVI
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADITVI.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPITVI.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO IV-CODIGO
               START CADITVI KEY IS NOT LESS IV-CODIGO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAITVI-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADITVI
               MOVE SPACES TO LINHAREL
               STRING "CADITVI.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAITVI-LOOP.
           READ CADITVI NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGITVI TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAVIST.
           OPEN INPUT CADVIST
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADVIST.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPVIST.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEVIST
               START CADVIST KEY IS NOT LESS CHAVEVIST
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAVIST-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADVIST
               MOVE SPACES TO LINHAREL
               STRING "CADVIST.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAVIST-LOOP.
           READ CADVIST NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGVIST TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAVSIT.
           OPEN INPUT CADVSIT
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADVSIT.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPVSIT.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEVSIT
               START CADVSIT KEY IS NOT LESS CHAVEVSIT
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAVSIT-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADVSIT
               MOVE SPACES TO LINHAREL
               STRING "CADVSIT.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAVSIT-LOOP.
           READ CADVSIT NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGVSIT TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAREPA.
           OPEN INPUT CADREPA
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADREPA.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPREPA.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVEREPA
               START CADREPA KEY IS NOT LESS CHAVEREPA
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAREPA-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADREPA
               MOVE SPACES TO LINHAREL
               STRING "CADREPA.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAREPA-LOOP.
           READ CADREPA NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGREPA TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIACHAV.
           OPEN INPUT CADCHAV
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADCHAV.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPCHAV.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE LOW-VALUES TO CHAVECHAV
               START CADCHAV KEY IS NOT LESS CHAVECHAV
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIACHAV-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADCHAV
               MOVE SPACES TO LINHAREL
               STRING "CADCHAV.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIACHAV-LOOP.
           READ CADCHAV NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGCHAV TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

       COPIAAPOL.
           OPEN INPUT CADAPOL
           IF ERRMST NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING "CADAPOL.DAT AUSENTE - COPIA NAO GERADA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
               MOVE 1 TO FALHACOPIA
           ELSE
               MOVE SPACES TO BKPNOME
               STRING "BKPAPOL.G" DELIMITED BY SIZE
                   GERACAO DELIMITED BY SIZE
                   INTO BKPNOME
               END-STRING
               OPEN OUTPUT ARQBKP
               MOVE ZEROES TO QTDREG
               MOVE 0 TO FIMARQ
               MOVE ZEROES TO SG-NUMERO
               START CADAPOL KEY IS NOT LESS SG-NUMERO
                   INVALID KEY
                       MOVE 1 TO FIMARQ
               END-START
               PERFORM COPIAAPOL-LOOP UNTIL FIMARQ = 1
               MOVE QTDREG TO TR-TOTAL
               MOVE TRAILERBKP TO LINHABKP
               WRITE LINHABKP
               CLOSE ARQBKP
               CLOSE CADAPOL
               MOVE SPACES TO LINHAREL
               STRING "CADAPOL.DAT COPIADO PARA " DELIMITED BY SIZE
                   BKPNOME DELIMITED BY SIZE
                   " REGISTROS: " DELIMITED BY SIZE
                   QTDREG DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           END-IF.

       COPIAAPOL-LOOP.
           READ CADAPOL NEXT
           IF ERRMST NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               MOVE SPACES TO LINHABKP
               MOVE REGAPOL TO LINHABKP
               WRITE LINHABKP
               ADD 1 TO QTDREG
           END-IF.

      *GRAVA A GERACAO DESTA EXECUCAO PARA O PROXIMO RODIZIO, O
      *CONTADOR DO CICLO INCREMENTAL E O DIARIO DE TIPOS
       GRAVACTRL.
           IF FULLTURN = 1
               MOVE 1 TO IC-SEQ
           ELSE
               COMPUTE IC-SEQ = ICSEQ + 1
           END-IF
           OPEN OUTPUT INCCTRL
           WRITE LINHAINC
           CLOSE INCCTRL
           OPEN EXTEND BKPTIPOS
           IF ERRTIP NOT = "00"
               OPEN OUTPUT BKPTIPOS
           END-IF
           MOVE GERACAO TO TJ-GER
           IF FULLTURN = 1
               MOVE "F" TO TJ-TIPO
           ELSE
               MOVE "I" TO TJ-TIPO
           END-IF
           MOVE DATAHOJE TO TJ-DATA
           WRITE LINHATIP
           CLOSE BKPTIPOS
           OPEN OUTPUT BKPCTRL
           MOVE GERACAO TO CT-GERACAO
           MOVE DATAHOJE TO CT-DATA
           WRITE LINHACTRL
           CLOSE BKPCTRL
      *O MOVIMENTO ATE AQUI ESTA NA GERACAO - O JORNAL RECOMECA
      *MARCADO COM ELA. COM ALGUM MESTRE FORA DA GERACAO O JORNAL E
      *MANTIDO, JA QUE O MOVIMENTO DELE NAO ESTA EM COPIA NENHUMA
           IF FALHACOPIA = 0 AND RETURN-CODE = 0
               PERFORM REINICIAJORNAL
           ELSE
               MOVE SPACES TO LINHAREL
               MOVE "COPIA INCOMPLETA - JORNAL DE TRANSACOES MANTIDO"
                   TO LINHAREL
               WRITE LINHAREL
           END-IF
      *SO COM A GERACAO FECHADA E REGISTRADA O ESTADO DA COPIA
      *AVANCA - SE A RODADA MORRER ANTES, A REEXECUCAO AINDA
      *ENXERGA OS REGISTROS COMO PENDENTES E NADA FICA DE FORA
               " GRAVADA - RESUMO EM RELBKP.TXT"
           GO TO SAIR.

      *JORNAL DE TRANSACOES RECOMECADO COM A MARCA DA GERACAO
       REINICIAJORNAL.
           OPEN OUTPUT JORNAL
           IF ERROJN = "00"
               MOVE SPACES TO LINHAJORNAL
               MOVE DATAHOJE TO JN-DATA
               ACCEPT JN-HORA FROM TIME
               MOVE "COPIASEG" TO JN-ARQUIVO
               MOVE "C" TO JN-OPERACAO
               MOVE GERACAO TO JN-GERACAO
               MOVE DATAHOJE TO JN-DATACOPIA
               WRITE LINHAJORNAL
               CLOSE JORNAL
               MOVE SPACES TO LINHAREL
               MOVE "JORNAL DE TRANSACOES REINICIADO" TO LINHAREL
               WRITE LINHAREL
           END-IF
           MOVE "00" TO ERROJN.

      *REFAZ OS ARQUIVOS DE ESTADO COM AS VERSOES CORRENTES DOS
      *MESTRES RASTREADOS, DEPOIS QUE A GERACAO JA ESTA NO DISCO
       ATUALIZAESTADO.

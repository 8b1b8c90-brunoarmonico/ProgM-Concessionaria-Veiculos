      *CONFERINDO CADA UMA CONTRA O PROPRIO TRAILER. A GRADE DE
      *PROXIMIDADE (CADGEO) NAO
      *E RESTAURADA - O GERAGEO A REFAZ DO CADCEP. O RESUMO E GRAVADO
      *EM RELRST.TXT. O MOVIMENTO POSTERIOR A COPIA FICA NO JORNAL DE
      *TRANSACOES E E REFEITO PELO REAPLICA, RODADO EM SEGUIDA.
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
           PERFORM RESTPARM
           PERFORM RESTFICH
           PERFORM RESTQUIL
           PERFORM RESTORDS
           PERFORM RESTORDI
           PERFORM RESTESTQ
           PERFORM RESTMOVP
           PERFORM RESTREVS
           PERFORM RESTRCAL
           PERFORM RESTRECV
           PERFORM RESTINFR
           PERFORM RESTDETR
           PERFORM RESTEMPR
           PERFORM RESTFROT
           PERFORM RESTFRIT
           PERFORM RESTBANC
           PERFORM RESTCDCR
           PERFORM RESTFLOR
           PERFORM RESTBXPC
           PERFORM RESTAVPC
           PERFORM RESTLEAD
           PERFORM RESTVFIL
           PERFORM RESTENTR
           PERFORM RESTENCK
           PERFORM RESTPESQ
           PERFORM RESTTARF
           PERFORM RESTEXTB
           PERFORM RESTCBAN
           PERFORM RESTDESP
           PERFORM RESTCATD
           PERFORM RESTRECD
           PERFORM RESTCOAF
           PERFORM RESTNFEL
           PERFORM RESTPEDC
           PERFORM RESTPEDI
           PERFORM RESTLGPD
           PERFORM RESTSELO
           PERFORM RESTITVI
           PERFORM RESTVIST
           PERFORM RESTVSIT
           PERFORM RESTREPA
           PERFORM RESTCHAV
           PERFORM RESTAPOL
           GO TO ENCERRA.

       RESTVEIC.
                   END-IF
           END-READ.

       RESTORDS.
           MOVE SPACES TO BKPNOME
           STRING "BKPORDS.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADOS.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADOS
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTORDS-LOOP UNTIL FIMARQ = 1
               CLOSE CADOS
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTORDS-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGOS
                       WRITE REGOS
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTORDI.
           MOVE SPACES TO BKPNOME
           STRING "BKPORDI.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADOSIT.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADOSIT
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTORDI-LOOP UNTIL FIMARQ = 1
               CLOSE CADOSIT
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTORDI-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGOSIT
                       WRITE REGOSIT
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTESTQ.
           MOVE SPACES TO BKPNOME
           STRING "BKPESTQ.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADESTQ.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADESTQ
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTESTQ-LOOP UNTIL FIMARQ = 1
               CLOSE CADESTQ
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTESTQ-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGESTQ
                       WRITE REGESTQ
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTMOVP.
           MOVE SPACES TO BKPNOME
           STRING "BKPMOVP.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADMOVP.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADMOVP
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTMOVP-LOOP UNTIL FIMARQ = 1
               CLOSE CADMOVP
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTMOVP-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGMOVP
                       WRITE REGMOVP
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTREVS.
           MOVE SPACES TO BKPNOME
           STRING "BKPREVS.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADREVIS.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADREVIS
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTREVS-LOOP UNTIL FIMARQ = 1
               CLOSE CADREVIS
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTREVS-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGREVIS
                       WRITE REGREVIS
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTRCAL.
           MOVE SPACES TO BKPNOME
           STRING "BKPRCAL.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADRECAL.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADRECAL
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTRCAL-LOOP UNTIL FIMARQ = 1
               CLOSE CADRECAL
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTRCAL-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGRECAL
                       WRITE REGRECAL
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTRECV.
           MOVE SPACES TO BKPNOME
           STRING "BKPRECV.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADRECV.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADRECV
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTRECV-LOOP UNTIL FIMARQ = 1
               CLOSE CADRECV
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTRECV-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGRECV
                       WRITE REGRECV
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTINFR.
           MOVE SPACES TO BKPNOME
           STRING "BKPINFR.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADINFR.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADINFR
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTINFR-LOOP UNTIL FIMARQ = 1
               CLOSE CADINFR
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTINFR-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGINFR
                       WRITE REGINFR
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTDETR.
           MOVE SPACES TO BKPNOME
           STRING "BKPDETR.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADDETR.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADDETR
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTDETR-LOOP UNTIL FIMARQ = 1
               CLOSE CADDETR
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTDETR-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGDETR
                       WRITE REGDETR
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTEMPR.
           MOVE SPACES TO BKPNOME
           STRING "BKPEMPR.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADEMPR.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADEMPR
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTEMPR-LOOP UNTIL FIMARQ = 1
               CLOSE CADEMPR
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTEMPR-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGEMPR
                       WRITE REGEMPR
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTFROT.
           MOVE SPACES TO BKPNOME
           STRING "BKPFROT.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADFROTA.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADFROTA
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTFROT-LOOP UNTIL FIMARQ = 1
               CLOSE CADFROTA
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTFROT-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGFROTA
                       WRITE REGFROTA
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTFRIT.
           MOVE SPACES TO BKPNOME
           STRING "BKPFRIT.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADFRITE.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADFRITE
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTFRIT-LOOP UNTIL FIMARQ = 1
               CLOSE CADFRITE
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTFRIT-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGFRITE
                       WRITE REGFRITE
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTBANC.
           MOVE SPACES TO BKPNOME
           STRING "BKPBANC.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADBANCO.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADBANCO
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTBANC-LOOP UNTIL FIMARQ = 1
               CLOSE CADBANCO
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTBANC-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGBANCO
                       WRITE REGBANCO
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTCDCR.
           MOVE SPACES TO BKPNOME
           STRING "BKPCDCR.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADCDC.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADCDC
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTCDCR-LOOP UNTIL FIMARQ = 1
               CLOSE CADCDC
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTCDCR-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGCDC
                       WRITE REGCDC
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTFLOR.
           MOVE SPACES TO BKPNOME
           STRING "BKPFLOR.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADFLOOR.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADFLOOR
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTFLOR-LOOP UNTIL FIMARQ = 1
               CLOSE CADFLOOR
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTFLOR-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGFLOOR
                       WRITE REGFLOOR
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTBXPC.
           MOVE SPACES TO BKPNOME
           STRING "BKPBXPC.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADBXPC.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADBXPC
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTBXPC-LOOP UNTIL FIMARQ = 1
               CLOSE CADBXPC
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTBXPC-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGBXPC
                       WRITE REGBXPC
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTAVPC.
           MOVE SPACES TO BKPNOME
           STRING "BKPAVPC.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADAVPC.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADAVPC
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTAVPC-LOOP UNTIL FIMARQ = 1
               CLOSE CADAVPC
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTAVPC-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGAVPC
                       WRITE REGAVPC
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTLEAD.
           MOVE SPACES TO BKPNOME
           STRING "BKPLEAD.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADLEAD.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADLEAD
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTLEAD-LOOP UNTIL FIMARQ = 1
               CLOSE CADLEAD
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTLEAD-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGLEAD
                       WRITE REGLEAD
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTVFIL.
           MOVE SPACES TO BKPNOME
           STRING "BKPVFIL.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADVFIL.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADVFIL
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTVFIL-LOOP UNTIL FIMARQ = 1
               CLOSE CADVFIL
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTVFIL-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGVFIL
                       WRITE REGVFIL
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTENTR.
           MOVE SPACES TO BKPNOME
           STRING "BKPENTR.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADENTR.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADENTR
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTENTR-LOOP UNTIL FIMARQ = 1
               CLOSE CADENTR
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTENTR-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGENTR
                       WRITE REGENTR
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTENCK.
           MOVE SPACES TO BKPNOME
           STRING "BKPENCK.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADENCK.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADENCK
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTENCK-LOOP UNTIL FIMARQ = 1
               CLOSE CADENCK
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTENCK-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGENCK
                       WRITE REGENCK
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTPESQ.
           MOVE SPACES TO BKPNOME
           STRING "BKPPESQ.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADNPS.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADNPS
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTPESQ-LOOP UNTIL FIMARQ = 1
               CLOSE CADNPS
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTPESQ-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGNPS
                       WRITE REGNPS
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTTARF.
           MOVE SPACES TO BKPNOME
           STRING "BKPTARF.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADTAREF.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADTAREF
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTTARF-LOOP UNTIL FIMARQ = 1
               CLOSE CADTAREF
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTTARF-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGTAREF
                       WRITE REGTAREF
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTEXTB.
           MOVE SPACES TO BKPNOME
           STRING "BKPEXTB.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADEXTB.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADEXTB
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTEXTB-LOOP UNTIL FIMARQ = 1
               CLOSE CADEXTB
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTEXTB-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGEXTB
                       WRITE REGEXTB
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTCBAN.
           MOVE SPACES TO BKPNOME
           STRING "BKPCBAN.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADCONC.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADCONC
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTCBAN-LOOP UNTIL FIMARQ = 1
               CLOSE CADCONC
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTCBAN-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGCONC
                       WRITE REGCONC
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTDESP.
           MOVE SPACES TO BKPNOME
           STRING "BKPDESP.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADDESP.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADDESP
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTDESP-LOOP UNTIL FIMARQ = 1
               CLOSE CADDESP
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTDESP-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGDESP
                       WRITE REGDESP
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTCATD.
           MOVE SPACES TO BKPNOME
           STRING "BKPCATD.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADCATD.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADCATD
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTCATD-LOOP UNTIL FIMARQ = 1
               CLOSE CADCATD
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTCATD-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGCATD
                       WRITE REGCATD
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTRECD.
           MOVE SPACES TO BKPNOME
           STRING "BKPRECD.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADRECD.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADRECD
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTRECD-LOOP UNTIL FIMARQ = 1
               CLOSE CADRECD
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTRECD-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGRECD
                       WRITE REGRECD
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTCOAF.
           MOVE SPACES TO BKPNOME
           STRING "BKPCOAF.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADCOAF.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADCOAF
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTCOAF-LOOP UNTIL FIMARQ = 1
               CLOSE CADCOAF
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTCOAF-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGCOAF
                       WRITE REGCOAF
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTNFEL.
           MOVE SPACES TO BKPNOME
           STRING "BKPNFEL.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADNFE.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADNFE
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTNFEL-LOOP UNTIL FIMARQ = 1
               CLOSE CADNFE
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTNFEL-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGNFE
                       WRITE REGNFE
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTPEDC.
           MOVE SPACES TO BKPNOME
           STRING "BKPPEDC.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADPED.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADPED
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTPEDC-LOOP UNTIL FIMARQ = 1
               CLOSE CADPED
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTPEDC-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGPED
                       WRITE REGPED
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTPEDI.
           MOVE SPACES TO BKPNOME
           STRING "BKPPEDI.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADPEDI.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADPEDI
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTPEDI-LOOP UNTIL FIMARQ = 1
               CLOSE CADPEDI
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTPEDI-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGPEDI
                       WRITE REGPEDI
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTLGPD.
           MOVE SPACES TO BKPNOME
           STRING "BKPLGPD.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADLGPD.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADLGPD
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTLGPD-LOOP UNTIL FIMARQ = 1
               CLOSE CADLGPD
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTLGPD-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGLGPD
                       WRITE REGLGPD
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTSELO.
           MOVE SPACES TO BKPNOME
           STRING "BKPSELO.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADSELO.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADSELO
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTSELO-LOOP UNTIL FIMARQ = 1
               CLOSE CADSELO
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTSELO-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGSELO
                       WRITE REGSELO
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTITVI.
           MOVE SPACES TO BKPNOME
           STRING "BKPITVI.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADITVI.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADITVI
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTITVI-LOOP UNTIL FIMARQ = 1
               CLOSE CADITVI
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTITVI-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGITVI
                       WRITE REGITVI
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTVIST.
           MOVE SPACES TO BKPNOME
           STRING "BKPVIST.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADVIST.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADVIST
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTVIST-LOOP UNTIL FIMARQ = 1
               CLOSE CADVIST
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTVIST-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGVIST
                       WRITE REGVIST
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTVSIT.
           MOVE SPACES TO BKPNOME
           STRING "BKPVSIT.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADVSIT.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADVSIT
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTVSIT-LOOP UNTIL FIMARQ = 1
               CLOSE CADVSIT
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTVSIT-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGVSIT
                       WRITE REGVSIT
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTREPA.
           MOVE SPACES TO BKPNOME
           STRING "BKPREPA.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADREPA.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADREPA
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTREPA-LOOP UNTIL FIMARQ = 1
               CLOSE CADREPA
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTREPA-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGREPA
                       WRITE REGREPA
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTCHAV.
           MOVE SPACES TO BKPNOME
           STRING "BKPCHAV.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADCHAV.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADCHAV
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTCHAV-LOOP UNTIL FIMARQ = 1
               CLOSE CADCHAV
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTCHAV-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGCHAV
                       WRITE REGCHAV
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

       RESTAPOL.
           MOVE SPACES TO BKPNOME
           STRING "BKPAPOL.G" DELIMITED BY SIZE
               GERACAO DELIMITED BY SIZE
               INTO BKPNOME
           END-STRING
           OPEN INPUT ARQBKP
           IF ERRBKP NOT = "00"
               MOVE SPACES TO LINHAREL
               STRING BKPNOME DELIMITED BY SIZE
                   " AUSENTE - CADAPOL.DAT NAO RESTAURADO"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               OPEN OUTPUT CADAPOL
               MOVE ZEROES TO QTDREG QTDTRAILER
               MOVE 0 TO FIMARQ TEMTRAILER
               PERFORM RESTAPOL-LOOP UNTIL FIMARQ = 1
               CLOSE CADAPOL
               CLOSE ARQBKP
               PERFORM CONFERETOTAL
           END-IF.

       RESTAPOL-LOOP.
           READ ARQBKP
               AT END
                   MOVE 1 TO FIMARQ
               NOT AT END
                   IF LINHABKP(1:7) = "*TOTAL "
                       MOVE 1 TO TEMTRAILER
                       MOVE LINHABKP(8:6) TO QTDTRAILER
                   ELSE
                       MOVE LINHABKP TO REGAPOL
                       WRITE REGAPOL
                       IF ERRMST = "00" OR ERRMST = "02"
                           ADD 1 TO QTDREG
                       END-IF
                   END-IF
           END-READ.

      *CONFERE A QUANTIDADE CARREGADA CONTRA O TRAILER DA COPIA
       CONFERETOTAL.
           MOVE SPACES TO LINHAREL
           IF TEMTRAILER = 0
               STRING BKPNOME DELIMITED BY SIZE
                   " SEM TRAILER *TOTAL - CONFERIR COPIA"
                   DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
           ELSE
               IF QTDREG = QTDTRAILER
                   STRING BKPNOME DELIMITED BY SIZE
                       " RESTAURADO - REGISTROS: " DELIMITED BY SIZE
                       QTDREG DELIMITED BY SIZE
                       " CONFERE COM O TRAILER" DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
               ELSE
                   STRING BKPNOME DELIMITED BY SIZE
                       " DIVERGENTE - CARREGADOS: " DELIMITED BY SIZE
                       QTDREG DELIMITED BY SIZE
                       " TRAILER: " DELIMITED BY SIZE
                       QTDTRAILER DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
               END-IF
           END-IF
           WRITE LINHAREL.

      *ENCERRA A RESTAURACAO
       ENCERRA.
           MOVE SPACES TO LINHAREL
           MOVE "MOVIMENTO POSTERIOR A COPIA: RODAR O REAPLICA"
               TO LINHAREL
           WRITE LINHAREL
           CLOSE RELRST
           DISPLAY "RESTAURACAO DA GERACAO " GERACAO
               " CONCLUIDA - RESUMO EM RELRST.TXT"

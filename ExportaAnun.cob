      *VEICULO COM DOCUMENTACAO PENDENTE NO
      *CADDOC (SITUACAO P DO P172914) FICA FORA DO ANUNCIO. O PORTAL
      *RECEBE O ARQUIVO POR UPLOAD.
      *VEICULO COM A VISTORIA DE ENTRADA MAIS RECENTE DO CADVIST
      *PENDENTE OU COM ITEM EM ABERTO (P172959) TAMBEM FICA FORA;
      *CARRO SEM NENHUMA VISTORIA CONTINUA SENDO ANUNCIADO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS DC-CHASSI
               FILE STATUS  IS ERRDOC.
           SELECT CADVIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVIST
               FILE STATUS  IS ERRVIS.
           SELECT ANUNCIO ASSIGN TO DYNAMIC ANUNOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROANU.
               02 DC-LICVENC PIC 9(8) VALUE ZEROES.
               02 DC-SITDOC  PIC X(1) VALUE SPACES.

           FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
           01 REGVIST.
               02 CHAVEVIST.
                   03 VI-CHASSI      PIC X(17) VALUE SPACES.
                   03 VI-DATA        PIC 9(8) VALUE ZEROES.
               02 VI-ORIGEM          PIC X(1) VALUE SPACES.
               02 VI-FILIAL          PIC 9(2) VALUE ZEROES.
               02 VI-SITUACAO        PIC X(1) VALUE SPACES.
                   88 VIST-PENDENTE  VALUE "P".
               02 VI-DATAVIST        PIC 9(8) VALUE ZEROES.
               02 VI-KM              PIC 9(7) VALUE ZEROES.
               02 VI-INSPETOR        PIC X(8) VALUE SPACES.
               02 VI-QTDITENS        PIC 9(2) VALUE ZEROES.
               02 VI-QTDOK           PIC 9(2) VALUE ZEROES.
               02 VI-QTDDANO         PIC 9(2) VALUE ZEROES.
               02 VI-QTDFALTA        PIC 9(2) VALUE ZEROES.
               02 VI-ABERTOS         PIC 9(2) VALUE ZEROES.
               02 FILLER             PIC X(10) VALUE SPACES.

           FD ANUNCIO
               LABEL RECORD IS STANDARD.
           01 LINHAANU PIC X(120).
           01 ERROECT   PIC X(2) VALUE "00".
           01 TEMFIPE   PIC 9(1) VALUE 0.
           01 TEMDOC    PIC 9(1) VALUE 0.
           01 ERRVIS    PIC X(2) VALUE "00".
           01 TEMVIST   PIC 9(1) VALUE 0.
           01 VISTABERTA PIC 9(1) VALUE 0.
           01 FIMVIS    PIC 9(1) VALUE 0.
           01 QTDVISTORIA PIC 9(6) VALUE ZEROES.
           01 QTDANUNCIADOS PIC 9(6) VALUE ZEROES.
           01 QTDPENDENTES PIC 9(6) VALUE ZEROES.
           01 NUMLOTE PIC 9(4) VALUE ZEROES.
           IF ERRDOC = "00"
               MOVE 1 TO TEMDOC
           END-IF
           OPEN INPUT CADVIST
           IF ERRVIS = "00"
               MOVE 1 TO TEMVIST
           END-IF
           OPEN INPUT CADFICHA
           IF ERRFIC = "00"
               MOVE 1 TO TEMFICHA
           IF ERRO = "00"
               IF VEIC-DISPONIVEL OR VEIC-RESERVADO
                   PERFORM CHECADOC
                   PERFORM CHECAVISTORIA
                   IF DOCPENDENTE = 1
                       ADD 1 TO QTDPENDENTES
                   ELSE
                       IF VISTABERTA = 1
                           ADD 1 TO QTDVISTORIA
                       ELSE
                           PERFORM MONTALINHA
                           WRITE LINHAANU
                           ADD 1 TO QTDANUNCIADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
               MOVE "00" TO ERRDOC
           END-IF.

      *VEICULO COM A ULTIMA VISTORIA DE ENTRADA PENDENTE OU COM ITEM
      *EM ABERTO FICA FORA
       CHECAVISTORIA.
           MOVE 0 TO VISTABERTA
           IF TEMVIST = 1
               MOVE 0 TO FIMVIS
               MOVE CHASSI TO VI-CHASSI
               MOVE ZEROES TO VI-DATA
               START CADVIST KEY IS NOT LESS THAN CHAVEVIST
                   INVALID KEY
                       MOVE 1 TO FIMVIS
               END-START
               PERFORM CHECAVISTORIA-LOOP UNTIL FIMVIS = 1
               MOVE "00" TO ERRVIS
           END-IF.

       CHECAVISTORIA-LOOP.
           READ CADVIST NEXT
           IF ERRVIS NOT = "00"
               MOVE 1 TO FIMVIS
           ELSE
               IF VI-CHASSI NOT = CHASSI
                   MOVE 1 TO FIMVIS
               ELSE
                   MOVE 0 TO VISTABERTA
                   IF VIST-PENDENTE OR VI-ABERTOS > ZEROES
                       MOVE 1 TO VISTABERTA
                   END-IF
               END-IF
           END-IF.

      *MONTA A LINHA DELIMITADA COM OS NOMES RESOLVIDOS E O VALOR
      *DE REFERENCIA DO CADFIPE PELO ANO DO MODELO
       MONTALINHA.
           DISPLAY "LOTE " NUMLOTE " GRAVADO EM " ANUNOME
           DISPLAY "ANUNCIADOS: " QTDANUNCIADOS
               " FORA POR DOCUMENTACAO: " QTDPENDENTES
               " FORA POR VISTORIA: " QTDVISTORIA
           CLOSE CADVEIC
           CLOSE CADMARCA
           CLOSE CADMODEL
           IF TEMFICHA = 1
               CLOSE CADFICHA
           END-IF
           IF TEMVIST = 1
               CLOSE CADVIST
           END-IF
           CLOSE ANUNCIO.

       SAIR.

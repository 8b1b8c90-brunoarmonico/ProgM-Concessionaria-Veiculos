      *REIMPRESSOS EM NFREIMP.TXT PARA O CLIENTE QUE PERDEU A VIA.
      *DOCUMENTO CANCELADO NO ESTORNO APARECE COM O MOTIVO - ASSIM A
      *AUDITORIA PROVA TODOS OS NUMEROS EMITIDOS E CANCELADOS.
      *MOSTRA TAMBEM A SITUACAO DA NF-E NA SEFAZ (CADNFE, GRAVADO PELO
      *EXPNFE E PELO RETNFE): LOTE, PROTOCOLO E CHAVE DE ACESSO DA NOTA
      *AUTORIZADA OU O MOTIVO DA REJEICAO. NOTA REJEITADA, DEPOIS DE
      *CORRIGIDO O CADASTRO, E MARCADA PARA REENVIO NO PROXIMO LOTE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY   IS NF-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS NF-CHASSI WITH DUPLICATES.
           SELECT CADNFE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NE-NUMERO
               FILE STATUS  IS ERRONFE.
           SELECT NFREIMP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREI.
                   88 NF-CANCELADA VALUE 1.
               02 NF-MOTIVO   PIC X(30) VALUE SPACES.

      *SITUACAO DA NOTA NA SEFAZ (LAYOUT DO EXPNFE)
           FD CADNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFE.DAT".
           01 REGNFE.
               02 NE-NUMERO      PIC 9(6).
               02 NE-TIPO        PIC X(1).
                   88 NFE-EVEMISSAO VALUE "E".
               02 NE-SITUACAO    PIC 9(1).
                   88 NFE-TRANSMITIDA VALUE 1.
                   88 NFE-AUTORIZADA  VALUE 2.
                   88 NFE-REJEITADA   VALUE 3.
                   88 NFE-REENVIAR    VALUE 4.
               02 NE-LOTE        PIC 9(4).
               02 NE-DATAENVIO   PIC 9(8).
               02 NE-CHAVEACESSO PIC X(44).
               02 NE-PROTOCOLO   PIC X(15).
               02 NE-DATAAUT     PIC 9(8).
               02 NE-PROTCANC    PIC X(15).
               02 NE-DATACANC    PIC 9(8).
               02 NE-REJEICAO    PIC X(40).
               02 FILLER         PIC X(10).

           FD NFREIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFREIMP.TXT".
           01 LINHAREI PIC X(80) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROREI PIC X(2) VALUE "00".
           01 ERRONFE PIC X(2) VALUE "00".
           01 TEMNFE PIC 9(1) VALUE 0.
           01 ACHOUNFE PIC 9(1) VALUE 0.
           01 AUX PIC X(01) VALUE SPACES.
           01 ACTKEY PIC 9(02) VALUE ZEROES.
           01 NUMBUSCA PIC 9(6) VALUE ZEROES.
                   AT 0622
               GO TO SAIR
           END-IF
           OPEN I-O CADNFE
           IF ERRONFE = "00"
               MOVE 1 TO TEMNFE
           END-IF
           MOVE "00" TO ERRONFE
           DISPLAY TELANF
           GO TO MENUPRINC.

           ELSE
               DISPLAY "SITUACAO: EMITIDO" AT 1303
           END-IF
           PERFORM MOSTRANFE
           IF ACHOUNFE = 1 AND NFE-REJEITADA
               DISPLAY "F1 REIMPRIMIR, F2 VOLTAR, F4 REENVIAR" AT 1505
           ELSE
               DISPLAY "F1 REIMPRIMIR, F2 VOLTAR" AT 1505
           END-IF
           ACCEPT AUX AT 2360
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 01
               PERFORM REIMPRIMENF
               DISPLAY "SEGUNDA VIA GRAVADA EM NFREIMP.TXT" AT 1705
           END-IF
           IF ACTKEY = 04 AND ACHOUNFE = 1 AND NFE-REJEITADA
               MOVE 4 TO NE-SITUACAO
               REWRITE REGNFE
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNNFE
               MOVE "00" TO ERRONFE
               DISPLAY "NOTA MARCADA PARA REENVIO NO PROXIMO LOTE"
                   AT 1705
           END-IF
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADNFE PARA O JORNAL DE TRANSACOES
       JORNNFE.
           IF ERRONFE = "00" OR ERRONFE = "02"
               MOVE "CADNFE" TO PJ-ARQUIVO
               MOVE REGNFE TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *SITUACAO DA NF-E NA SEFAZ
       MOSTRANFE.
           MOVE 0 TO ACHOUNFE
           IF TEMNFE = 1
               MOVE NF-NUMERO TO NE-NUMERO
               READ CADNFE
               IF ERRONFE = "00"
                   MOVE 1 TO ACHOUNFE
               END-IF
               MOVE "00" TO ERRONFE
           END-IF
           IF ACHOUNFE = 0
               DISPLAY "NF-E: NAO TRANSMITIDA" AT 1403
           ELSE
               EVALUATE TRUE
               WHEN NFE-TRANSMITIDA
                   DISPLAY "NF-E: TRANSMITIDA, AGUARDANDO RETORNO"
                       AT 1403
               WHEN NFE-AUTORIZADA
                   DISPLAY "NF-E: AUTORIZADA" AT 1403
               WHEN NFE-REJEITADA
                   DISPLAY "NF-E: REJEITADA" AT 1403
               WHEN NFE-REENVIAR
                   DISPLAY "NF-E: AGUARDANDO REENVIO" AT 1403
               END-EVALUATE
               DISPLAY "EVENTO" AT 1441
               DISPLAY NE-TIPO AT 1448
               DISPLAY "LOTE" AT 1450
               DISPLAY NE-LOTE AT 1455
               IF NFE-REJEITADA
                   DISPLAY NE-REJEICAO AT 1603
               ELSE
                   IF NFE-AUTORIZADA AND NFE-EVEMISSAO
                       DISPLAY NE-CHAVEACESSO AT 1603
                       DISPLAY NE-PROTOCOLO AT 1649
                   END-IF
                   IF NFE-AUTORIZADA AND NOT NFE-EVEMISSAO
                       DISPLAY NE-PROTCANC AT 1603
                   END-IF
               END-IF
           END-IF.

      *GRAVA A SEGUNDA VIA DO DOCUMENTO
       REIMPRIMENF.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD

      *FIM DO PROGRAMA
       SAIR.
           CLOSE CADNF
           IF TEMNFE = 1
               CLOSE CADNFE
           END-IF.
           END PROGRAM P172929.

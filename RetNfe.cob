      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETNFE.
      *-----------------------------------------------------------------
      *RETORNO DA SEFAZ DA NOTA FISCAL ELETRONICA - LE O ARQUIVO DE
      *RETORNO (NFERET.TXT, LARGURA FIXA: NUMERO DA NOTA, EVENTO E/C/I,
      *RESULTADO A AUTORIZADO OU R REJEITADO, CHAVE DE ACESSO,
      *PROTOCOLO, DATA E MOTIVO DA REJEICAO) E ATUALIZA A SITUACAO DA
      *NOTA NO CADNFE, NOS MOLDES DO RETPARC. NA EMISSAO AUTORIZADA
      *GUARDA A CHAVE DE ACESSO E O PROTOCOLO - SO ENTAO O P172950
      *LIBERA A ENTREGA DO VEICULO; NO CANCELAMENTO E NA INUTILIZACAO
      *GUARDA O PROTOCOLO DO EVENTO. LINHA SEM NOTA TRANSMITIDA
      *CORRESPONDENTE (OU DE OUTRO EVENTO) SAI COMO SEM CASAMENTO. O
      *RESUMO EM RELNFE.TXT LISTA AINDA TODAS AS NOTAS REJEITADAS, PARA
      *CORRECAO E REENVIO PELO P172929.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNFE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NE-NUMERO
               FILE STATUS  IS ERRO.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NF-NUMERO
               FILE STATUS  IS ERRONF
               ALTERNATE RECORD KEY IS NF-CHASSI WITH DUPLICATES.
           SELECT NFERET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRORET.
           SELECT RELNFE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.

       DATA DIVISION.
       FILE SECTION.
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

           FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO   PIC 9(6) VALUE ZEROES.
               02 NF-CHASSI   PIC X(17) VALUE SPACES.
               02 NF-CPF      PIC X(11) VALUE SPACES.
               02 NF-DATA     PIC 9(8) VALUE ZEROES.
               02 NF-VALOR    PIC 9(7)V99 VALUE ZEROES.
               02 NF-OPERADOR PIC X(8) VALUE SPACES.
               02 NF-SITUACAO PIC 9(1) VALUE ZEROES.
                   88 NF-EMITIDA   VALUE 0.
                   88 NF-CANCELADA VALUE 1.
               02 NF-MOTIVO   PIC X(30) VALUE SPACES.

           FD NFERET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFERET.TXT".
           01 LINHARET.
               02 RN-NUMERO     PIC 9(6).
               02 RN-TIPO       PIC X(1).
               02 RN-RESULTADO  PIC X(1).
               02 RN-CHAVE      PIC X(44).
               02 RN-PROTOCOLO  PIC X(15).
               02 RN-DATA       PIC 9(8).
               02 RN-MOTIVO     PIC X(40).

           FD RELNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELNFE.TXT".
           01 LINHAREL PIC X(100) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRONF    PIC X(2) VALUE "00".
           01 ERRORET   PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 TEMNF     PIC 9(1) VALUE 0.
           01 FIMRET    PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 QTDLIDAS      PIC 9(6) VALUE ZEROES.
           01 QTDAUTORIZA   PIC 9(6) VALUE ZEROES.
           01 QTDREJEITA    PIC 9(6) VALUE ZEROES.
           01 QTDSEMCASA    PIC 9(6) VALUE ZEROES.
           01 QTDPENDREJ    PIC 9(6) VALUE ZEROES.
           01 CHASSINF      PIC X(17) VALUE SPACES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS ENVOLVIDOS NO RETORNO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT NFERET
           IF ERRORET NOT = "00"
               DISPLAY "ARQUIVO NFERET.TXT NAO ENCONTRADO"
               GO TO SAIR
           END-IF
           OPEN I-O CADNFE
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADNFE NAO ENCONTRADO OU VAZIO"
               CLOSE NFERET
               GO TO SAIR
           END-IF
           OPEN INPUT CADNF
           IF ERRONF = "00"
               MOVE 1 TO TEMNF
           END-IF
           MOVE "00" TO ERRONF
           OPEN OUTPUT RELNFE
           MOVE SPACES TO LINHAREL
           STRING "RETORNO DA NF-E PROCESSADO EM " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO PROCESSA.

      *LE CADA LINHA DO RETORNO E ATUALIZA A NOTA
       PROCESSA.
           MOVE 0 TO FIMRET
           PERFORM PROCESSA-LOOP UNTIL FIMRET = 1
           GO TO REJEITADAS.

       PROCESSA-LOOP.
           READ NFERET
               AT END
                   MOVE 1 TO FIMRET
               NOT AT END
                   ADD 1 TO QTDLIDAS
                   PERFORM TRATALINHA
           END-READ.

      *SO CASA COM NOTA TRANSMITIDA E AINDA SEM RETORNO DO MESMO
      *EVENTO - RETORNO REPETIDO OU ATRASADO NAO MEXE NA NOTA
       TRATALINHA.
           MOVE RN-NUMERO TO NE-NUMERO
           READ CADNFE
           IF ERRO NOT = "00"
               MOVE "00" TO ERRO
               ADD 1 TO QTDSEMCASA
               MOVE SPACES TO LINHAREL
               STRING "SEM CASAMENTO NOTA " DELIMITED BY SIZE
                   RN-NUMERO DELIMITED BY SIZE
                   " NAO TRANSMITIDA" DELIMITED BY SIZE
                   INTO LINHAREL
               END-STRING
               WRITE LINHAREL
           ELSE
               IF NOT NFE-TRANSMITIDA OR NE-TIPO NOT = RN-TIPO
                   ADD 1 TO QTDSEMCASA
                   MOVE SPACES TO LINHAREL
                   STRING "SEM CASAMENTO NOTA " DELIMITED BY SIZE
                       RN-NUMERO DELIMITED BY SIZE
                       " EVENTO " DELIMITED BY SIZE
                       RN-TIPO DELIMITED BY SIZE
                       " NAO AGUARDA RETORNO" DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
               ELSE
                   IF RN-RESULTADO = "A"
                       PERFORM AUTORIZA
                   ELSE
                       PERFORM REJEITA
                   END-IF
                   REWRITE REGNFE
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNNFE
                   MOVE "00" TO ERRO
               END-IF
           END-IF.

       AUTORIZA.
           MOVE 2 TO NE-SITUACAO
           MOVE SPACES TO NE-REJEICAO
           IF RN-DATA = ZEROES
               MOVE DATAHOJE TO RN-DATA
           END-IF
           IF NFE-EVEMISSAO
               MOVE RN-CHAVE TO NE-CHAVEACESSO
               MOVE RN-PROTOCOLO TO NE-PROTOCOLO
               MOVE RN-DATA TO NE-DATAAUT
           ELSE
               MOVE RN-PROTOCOLO TO NE-PROTCANC
               MOVE RN-DATA TO NE-DATACANC
           END-IF
           ADD 1 TO QTDAUTORIZA.

       REJEITA.
           MOVE 3 TO NE-SITUACAO
           MOVE RN-MOTIVO TO NE-REJEICAO
           ADD 1 TO QTDREJEITA
           MOVE SPACES TO LINHAREL
           STRING "REJEITADA NOTA " DELIMITED BY SIZE
               RN-NUMERO DELIMITED BY SIZE
               " EVENTO " DELIMITED BY SIZE
               RN-TIPO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RN-MOTIVO DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL.

      *TODAS AS NOTAS REJEITADAS AGUARDANDO CORRECAO E REENVIO
       REJEITADAS.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE "NOTAS REJEITADAS AGUARDANDO CORRECAO E REENVIO"
               TO LINHAREL
           WRITE LINHAREL
           MOVE "NUMERO EV CHASSI            LOTE MOTIVO DA REJEICAO"
               TO LINHAREL
           WRITE LINHAREL
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO NE-NUMERO
           START CADNFE KEY IS NOT LESS THAN NE-NUMERO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM REJEITADAS-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           GO TO ENCERRA.

       REJEITADAS-LOOP.
           READ CADNFE NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               IF NFE-REJEITADA
                   MOVE SPACES TO CHASSINF
                   IF TEMNF = 1
                       MOVE NE-NUMERO TO NF-NUMERO
                       READ CADNF
                       IF ERRONF = "00"
                           MOVE NF-CHASSI TO CHASSINF
                       END-IF
                       MOVE "00" TO ERRONF
                   END-IF
                   MOVE SPACES TO LINHAREL
                   STRING NE-NUMERO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NE-TIPO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CHASSINF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NE-LOTE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       NE-REJEICAO DELIMITED BY SIZE
                       INTO LINHAREL
                   END-STRING
                   WRITE LINHAREL
                   ADD 1 TO QTDPENDREJ
               END-IF
           END-IF.

      *GRAVA O RESUMO DO PROCESSAMENTO
       ENCERRA.
           MOVE SPACES TO LINHAREL
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "LINHAS LIDAS: " DELIMITED BY SIZE
               QTDLIDAS DELIMITED BY SIZE
               "  AUTORIZADAS: " DELIMITED BY SIZE
               QTDAUTORIZA DELIMITED BY SIZE
               "  REJEITADAS: " DELIMITED BY SIZE
               QTDREJEITA DELIMITED BY SIZE
               "  SEM CASAMENTO: " DELIMITED BY SIZE
               QTDSEMCASA DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           MOVE SPACES TO LINHAREL
           STRING "NOTAS REJEITADAS PENDENTES: " DELIMITED BY SIZE
               QTDPENDREJ DELIMITED BY SIZE
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           DISPLAY "RETORNO NF-E: AUTORIZADAS " QTDAUTORIZA
               " REJEITADAS " QTDREJEITA " SEM CASAMENTO " QTDSEMCASA
           DISPLAY "RESUMO GRAVADO EM RELNFE.TXT"
           CLOSE NFERET
           CLOSE CADNFE
           CLOSE RELNFE
           IF TEMNF = 1
               CLOSE CADNF
           END-IF.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADNFE PARA O JORNAL DE TRANSACOES
       JORNNFE.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADNFE" TO PJ-ARQUIVO
               MOVE REGNFE TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM RETNFE.

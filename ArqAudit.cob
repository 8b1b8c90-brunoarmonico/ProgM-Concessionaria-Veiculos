      *COPIADOS PARA O ANO CORRESPONDENTE E AS QUANTIDADES SAO
      *CONFERIDAS RELENDO CADA ARQUIVO DE ANO; SO ENTAO OS REGISTROS
      *VIVOS SAO REMOVIDOS. A CONSULTA DO P172912 ALCANCA OS ANOS
      *ARQUIVADOS NA PESQUISA POR PERIODO. ANTES DE TUDO RODA O
      *VERAUDIT; TRILHA COM PROBLEMA (AUDVERIF.TXT) NAO E ARQUIVADA.
      *O RESUMO SAI EM RELARQA.TXT.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RELARQA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREL.
           SELECT AUDVERIF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERRVER.

           SELECT CADPARAM ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               VALUE OF FILE-ID IS "RELARQA.TXT".
           01 LINHAREL PIC X(80) VALUE SPACES.

           FD AUDVERIF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AUDVERIF.TXT".
           01 LINHAVERIF.
               02 AV-DATA      PIC 9(8).
               02 AV-SEQ       PIC 9(9).
               02 AV-SELO      PIC X(36).
               02 AV-PROBLEMAS PIC 9(7).

           FD CADPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARAM.DAT".
               02 PA-VALOR PIC X(40) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROARQ   PIC X(2) VALUE "00".
           01 ERRPAR    PIC X(2) VALUE "00".
           01 ERROREL   PIC X(2) VALUE "00".
           01 ERRVER    PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 TRILHAOK  PIC 9(1) VALUE 0.
           01 DATACORTE PIC 9(8) VALUE ZEROES.
           01 DATACORTE-R REDEFINES DATACORTE.
               02 DC-ANO PIC 9(4).
               INTO LINHAREL
           END-STRING
           WRITE LINHAREL
           GO TO VERIFICATRILHA.

      *A TRILHA E VERIFICADA ANTES DE QUALQUER COPIA - SO COM A
      *VERIFICACAO DE HOJE SEM PROBLEMA O ARQUIVAMENTO SEGUE
       VERIFICATRILHA.
           CLOSE CADAUDIT
           CALL "VERAUDIT"
           OPEN I-O CADAUDIT
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE 0 TO TRILHAOK
           OPEN INPUT AUDVERIF
           IF ERRVER = "00"
               READ AUDVERIF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AV-DATA = DATAHOJE AND AV-PROBLEMAS = ZEROES
                           MOVE 1 TO TRILHAOK
                       END-IF
               END-READ
               CLOSE AUDVERIF
           END-IF
           MOVE "00" TO ERRVER
           IF ERRO NOT = "00"
               MOVE 0 TO TRILHAOK
           END-IF
           IF TRILHAOK = 0
               MOVE SPACES TO LINHAREL
               MOVE
               "TRILHA DE AUDITORIA COM PROBLEMAS - VER RELVAUD.TXT"
                   TO LINHAREL
               WRITE LINHAREL
               DISPLAY LINHAREL
               MOVE "NADA FOI ARQUIVADO" TO LINHAREL
               WRITE LINHAREL
               DISPLAY LINHAREL
               IF ERRO = "00"
                   CLOSE CADAUDIT
               END-IF
               CLOSE RELARQA
               GO TO SAIR
           END-IF
           GO TO COPIAEVENTOS.

      *PRIMEIRA FASE - COPIA OS EVENTOS ANTIGOS PARA O ARQUIVO DO
           ELSE
               IF AUD-DATA NOT = ZEROES AND AUD-DATA < DATACORTE
                   DELETE CADAUDIT
                   MOVE "E" TO PJ-OPERACAO
                   PERFORM JORNAUDIT
                   IF ERRO = "00"
                       ADD 1 TO QTDAPAGADOS
                   ELSE

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADAUDIT PARA O JORNAL DE TRANSACOES
       JORNAUDIT.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADAUDIT" TO PJ-ARQUIVO
               MOVE REGAUDIT TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM ARQAUDIT.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JORNTRAN.
      *-----------------------------------------------------------------
      *JORNAL DE TRANSACOES DO DIA. RECEBE O ARQUIVO MESTRE, A
      *OPERACAO (I INCLUSAO, A ALTERACAO, E EXCLUSAO) E A IMAGEM DO
      *REGISTRO DEPOIS DA GRAVACAO, E ACRESCENTA UMA LINHA COM DATA E
      *HORA EM JORNTRAN.TXT. CHAMADO POR TODO PROGRAMA QUE GRAVA NOS
      *ARQUIVOS COBERTOS PELO COPIASEG, LOGO DEPOIS DE CADA GRAVACAO
      *BEM SUCEDIDA. O COPIASEG COMECA UM JORNAL NOVO A CADA COPIA DE
      *SEGURANCA GRAVADA, E O REAPLICA REFAZ O MOVIMENTO DO JORNAL
      *SOBRE A GERACAO RESTAURADA PELO RESTSEG.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JORNAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROJN.

       DATA DIVISION.
       FILE SECTION.
           FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNTRAN.TXT".
           01 LINHAJORNAL.
               02 JN-DATA     PIC 9(8).
               02 JN-HORA     PIC 9(8).
               02 JN-ARQUIVO  PIC X(8).
               02 JN-OPERACAO PIC X(1).
               02 JN-IMAGEM   PIC X(450).

           WORKING-STORAGE SECTION.
           01 ERROJN PIC X(2) VALUE "00".

       LINKAGE SECTION.
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08).
               02 PJ-OPERACAO PIC X(01).
               02 PJ-IMAGEM   PIC X(450).

           PROCEDURE DIVISION USING PARAMJORN.
      *ACRESCENTA A IMAGEM NO FIM DO JORNAL, CRIANDO NA PRIMEIRA VEZ
       GRAVA.
           OPEN EXTEND JORNAL
           IF ERROJN NOT = "00"
               OPEN OUTPUT JORNAL
           END-IF
           IF ERROJN = "00"
               ACCEPT JN-DATA FROM DATE YYYYMMDD
               ACCEPT JN-HORA FROM TIME
               MOVE PJ-ARQUIVO TO JN-ARQUIVO
               MOVE PJ-OPERACAO TO JN-OPERACAO
               MOVE PJ-IMAGEM TO JN-IMAGEM
               WRITE LINHAJORNAL
               CLOSE JORNAL
           END-IF
           MOVE "00" TO ERROJN
           GO TO SAIR.

       SAIR.
           GOBACK.
           END PROGRAM JORNTRAN.

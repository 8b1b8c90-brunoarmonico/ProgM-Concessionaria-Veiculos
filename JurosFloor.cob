      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JUROFLR.
      *-----------------------------------------------------------------
      *APURACAO NOTURNA DOS JUROS DE FLOOR PLAN - PERCORRE O CADFLOOR
      *(LANCADO NO P172947) E, PARA CADA EMPRESTIMO EM ABERTO, SOMA EM
      *FP-JUROS OS JUROS DOS DIAS DESDE A ULTIMA APURACAO (VALOR X
      *TAXA AO DIA X DIAS, BASE COMERCIAL DE 360 DIAS) E MARCA A DATA
      *DE HOJE EM FP-ULTAPUR. RODAR DUAS VEZES NO MESMO DIA NAO COBRA
      *O DIA DE NOVO. A QUITACAO NA VENDA APURA OS DIAS RESTANTES.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADFLOOR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEFLOOR
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS FP-BANCO WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
           FD CADFLOOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADFLOOR.DAT".
           01 REGFLOOR.
               02 CHAVEFLOOR.
                   03 FP-CHASSI    PIC X(17) VALUE SPACES.
                   03 FP-SEQ       PIC 9(3) VALUE ZEROES.
               02 FP-BANCO         PIC 9(3) VALUE ZEROES.
               02 FP-VALOR         PIC 9(7)V99 VALUE ZEROES.
               02 FP-DATAINI       PIC 9(8) VALUE ZEROES.
               02 FP-TAXADIA       PIC 9(1)V9(4) VALUE ZEROES.
               02 FP-JUROS         PIC 9(7)V99 VALUE ZEROES.
               02 FP-ULTAPUR       PIC 9(8) VALUE ZEROES.
               02 FP-FILIAL        PIC 9(2) VALUE ZEROES.
               02 FP-DATAQUIT      PIC 9(8) VALUE ZEROES.
               02 FP-VALORQUIT     PIC 9(7)V99 VALUE ZEROES.
               02 FP-SITUACAO      PIC X(1) VALUE SPACES.
                   88 FLOOR-ABERTO    VALUE "A".
               02 FP-OPERADOR      PIC X(8) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 DATAHOJE  PIC 9(8) VALUE ZEROES.
           01 DATACONV  PIC 9(8) VALUE ZEROES.
           01 DATACONV-R REDEFINES DATACONV.
               02 DC-ANO PIC 9(4).
               02 DC-MES PIC 9(2).
               02 DC-DIA PIC 9(2).
           01 DIASCONV  PIC 9(7) VALUE ZEROES.
           01 DIASHOJE  PIC 9(7) VALUE ZEROES.
           01 DIASFLOOR PIC 9(5) VALUE ZEROES.
           01 JUROSDIA  PIC 9(7)V99 VALUE ZEROES.
           01 FIMFLR    PIC 9(1) VALUE 0.
           01 QTDABERTOS PIC 9(5) VALUE ZEROES.
           01 QTDAPURADOS PIC 9(5) VALUE ZEROES.
           01 TOTJUROSDIA PIC 9(9)V99 VALUE ZEROES.
           01 ED-TOTJUROS PIC Z(8)9,99.

           PROCEDURE DIVISION.
      *ABRE O ARQUIVO DE FLOOR PLAN PARA ATUALIZACAO
       ABREARQUIVO.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE DATAHOJE TO DATACONV
           PERFORM DATAPARADIAS
           MOVE DIASCONV TO DIASHOJE
           OPEN I-O CADFLOOR
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADFLOOR NAO ENCONTRADO OU VAZIO"
               GO TO SAIR
           END-IF
           MOVE 0 TO FIMFLR
           MOVE LOW-VALUES TO CHAVEFLOOR
           START CADFLOOR KEY IS GREATER THAN CHAVEFLOOR
               INVALID KEY
                   MOVE 1 TO FIMFLR
           END-START
           PERFORM APURA UNTIL FIMFLR = 1
           GO TO ENCERRA.

      *SOMA OS JUROS DOS DIAS AINDA NAO APURADOS DE CADA EMPRESTIMO
      *EM ABERTO
       APURA.
           READ CADFLOOR NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMFLR
           ELSE
               IF FLOOR-ABERTO
                   ADD 1 TO QTDABERTOS
                   MOVE FP-ULTAPUR TO DATACONV
                   PERFORM DATAPARADIAS
                   IF DIASHOJE > DIASCONV
                       COMPUTE DIASFLOOR = DIASHOJE - DIASCONV
                       COMPUTE JUROSDIA ROUNDED =
                           FP-VALOR * FP-TAXADIA / 100 * DIASFLOOR
                       ADD JUROSDIA TO FP-JUROS
                       ADD JUROSDIA TO TOTJUROSDIA
                       MOVE DATAHOJE TO FP-ULTAPUR
                       REWRITE REGFLOOR
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNFLOOR
                       ADD 1 TO QTDAPURADOS
                   END-IF
               END-IF
           END-IF.

      *CONVERTE AAAAMMDD EM DIAS NA BASE COMERCIAL DE 360
       DATAPARADIAS.
           COMPUTE DIASCONV = DC-ANO * 360 + (DC-MES - 1) * 30 + DC-DIA.

      *EXIBE O RESUMO DA APURACAO E FECHA O ARQUIVO
       ENCERRA.
           MOVE TOTJUROSDIA TO ED-TOTJUROS
           DISPLAY "FLOOR PLANS EM ABERTO: " QTDABERTOS
           DISPLAY "EMPRESTIMOS APURADOS: " QTDAPURADOS
           DISPLAY "JUROS APURADOS NESTA EXECUCAO: " ED-TOTJUROS
           CLOSE CADFLOOR.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADFLOOR PARA O JORNAL DE TRANSACOES
       JORNFLOOR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADFLOOR" TO PJ-ARQUIVO
               MOVE REGFLOOR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM JUROFLR.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HASHSENHA.
      *-----------------------------------------------------------------
      *RESUMO DE SENHA DOS OPERADORES. RECEBE O SAL (8) E A SENHA (20)
      *E DEVOLVE O RESUMO DE 36 DIGITOS QUE FICA NO CADOPER NO LUGAR
      *DA SENHA. O CAMINHO E DE MAO UNICA: NAO HA COMO VOLTAR DO RESUMO
      *PARA A SENHA, SO COMPARAR O RESUMO DA SENHA DIGITADA COM O
      *GRAVADO. SAL EM BRANCO FAZ O PROGRAMA GERAR UM NOVO (DATA, HORA
      *E CONTADOR DE CHAMADAS), DEVOLVIDO EM PH-SAL PARA SER GRAVADO
      *JUNTO COM O RESUMO. CHAMADO POR TODOS OS PROGRAMAS QUE CONFEREM
      *OU TROCAM SENHA, PARA QUE O CALCULO SEJA UM SO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 TEXTOHASH.
               02 TH-SAL   PIC X(08) VALUE SPACES.
               02 TH-SENHA PIC X(20) VALUE SPACES.
           01 TEXTOHASH-R REDEFINES TEXTOHASH.
               02 TH-CARAC PIC X(01) OCCURS 28 TIMES.
      *CODIGO DO CARACTER - O BYTE BAIXO DE UM BINARIO DE 2 BYTES
           01 CODIGOCARAC.
               02 FILLER   PIC X(01) VALUE LOW-VALUE.
               02 CC-CARAC PIC X(01) VALUE LOW-VALUE.
           01 CODIGOCARAC-R REDEFINES CODIGOCARAC.
               02 CC-VALOR PIC 9(04) COMP.
           01 ACUMULADORES.
               02 HA PIC 9(09) OCCURS 4 TIMES.
           01 ACUMULADORES-R REDEFINES ACUMULADORES PIC X(36).
           01 HS-RODADA  PIC 9(04) VALUE ZEROES.
           01 HS-POS     PIC 9(02) VALUE ZEROES.
           01 HS-IND     PIC 9(01) VALUE 1.
           01 HS-PROX    PIC 9(01) VALUE 2.
           01 HS-PRODUTO PIC 9(18) VALUE ZEROES.
           01 HS-QUOC    PIC 9(18) VALUE ZEROES.
           01 HS-SALNUM  PIC 9(08) VALUE ZEROES.
           01 HS-DATA    PIC 9(08) VALUE ZEROES.
           01 HS-HORA    PIC 9(08) VALUE ZEROES.
           01 HS-CONTADOR PIC 9(06) VALUE ZEROES.

       LINKAGE SECTION.
           01 PARAMHASH.
               02 PH-SAL   PIC X(08).
               02 PH-SENHA PIC X(20).
               02 PH-HASH  PIC X(36).

           PROCEDURE DIVISION USING PARAMHASH.
      *GERA O SAL QUANDO NAO INFORMADO E CALCULA O RESUMO - 4
      *ACUMULADORES DE 9 DIGITOS, CADA UM MISTURADO COM O VIZINHO,
      *EM 500 PASSADAS SOBRE O SAL E A SENHA
       CALCULA.
           IF PH-SAL = SPACES
               PERFORM GERASAL
           END-IF
           MOVE PH-SAL TO TH-SAL
           MOVE PH-SENHA TO TH-SENHA
           MOVE 123456791 TO HA(1)
           MOVE 362436069 TO HA(2)
           MOVE 521288629 TO HA(3)
           MOVE 088675123 TO HA(4)
           MOVE 1 TO HS-IND
           PERFORM RODADA VARYING HS-RODADA FROM 1 BY 1
               UNTIL HS-RODADA > 500
           MOVE ACUMULADORES-R TO PH-HASH
           MOVE SPACES TO TEXTOHASH
           GO TO SAIR.

       RODADA.
           PERFORM MISTURA VARYING HS-POS FROM 1 BY 1
               UNTIL HS-POS > 28.

      *ACUMULADOR = (ACUMULADOR * 31337 + CODIGO * PESO DA POSICAO
      *+ VIZINHO + RODADA) MOD 999999937
       MISTURA.
           MOVE TH-CARAC(HS-POS) TO CC-CARAC
           IF HS-IND = 4
               MOVE 1 TO HS-PROX
           ELSE
               COMPUTE HS-PROX = HS-IND + 1
           END-IF
           COMPUTE HS-PRODUTO = HA(HS-IND) * 31337
               + CC-VALOR * (HS-POS + 7) + HA(HS-PROX) + HS-RODADA
           DIVIDE HS-PRODUTO BY 999999937 GIVING HS-QUOC
               REMAINDER HA(HS-IND)
           MOVE HS-PROX TO HS-IND.

      *SAL NOVO - DATA, HORA E CONTADOR DE CHAMADAS, PARA QUE DUAS
      *SENHAS GRAVADAS NO MESMO INSTANTE NAO RECEBAM O MESMO SAL
       GERASAL.
           ACCEPT HS-DATA FROM DATE YYYYMMDD
           ACCEPT HS-HORA FROM TIME
           ADD 1 TO HS-CONTADOR
           COMPUTE HS-PRODUTO = HS-HORA * 7919 + HS-DATA
               + HS-CONTADOR * 104729
           DIVIDE HS-PRODUTO BY 99999989 GIVING HS-QUOC
               REMAINDER HS-SALNUM
           MOVE HS-SALNUM TO PH-SAL.

       SAIR.
           GOBACK.
           END PROGRAM HASHSENHA.

      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELOAUD.
      *-----------------------------------------------------------------
      *SELO DA AUDITORIA. RECEBE ATE 419 POSICOES (PS-TAM) E DEVOLVE UM
      *VALOR DE CONFERENCIA DE 36 DIGITOS, NOS MOLDES DO HASHSENHA.
      *QUALQUER MUDANCA NOS DADOS MUDA O VALOR. USADO DUAS VEZES POR
      *EVENTO: NO REGISTRO INTEIRO DO CADAUDIT (RESUMO DO EVENTO) E NO
      *SELO DO EVENTO ANTERIOR SEGUIDO DESSE RESUMO (SELO ENCADEADO).
      *CHAMADO POR QUEM GRAVA NA AUDITORIA E PELO VERAUDIT, PARA QUE O
      *CALCULO SEJA UM SO.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 TEXTOSELO.
               02 TS-CARAC PIC X(01) OCCURS 419 TIMES.
      *CODIGO DO CARACTER - O BYTE BAIXO DE UM BINARIO DE 2 BYTES
           01 CODIGOCARAC.
               02 FILLER   PIC X(01) VALUE LOW-VALUE.
               02 CC-CARAC PIC X(01) VALUE LOW-VALUE.
           01 CODIGOCARAC-R REDEFINES CODIGOCARAC.
               02 CC-VALOR PIC 9(04) COMP.
           01 ACUMULADORES.
               02 HA PIC 9(09) OCCURS 4 TIMES.
           01 ACUMULADORES-R REDEFINES ACUMULADORES PIC X(36).
           01 SA-RODADA  PIC 9(01) VALUE ZEROES.
           01 SA-POS     PIC 9(03) VALUE ZEROES.
           01 SA-TAM     PIC 9(03) VALUE ZEROES.
           01 SA-IND     PIC 9(01) VALUE 1.
           01 SA-PROX    PIC 9(01) VALUE 2.
           01 SA-PRODUTO PIC 9(18) VALUE ZEROES.
           01 SA-QUOC    PIC 9(18) VALUE ZEROES.

       LINKAGE SECTION.
           01 PARAMSELO.
               02 PS-TAM   PIC 9(03).
               02 PS-DADOS PIC X(419).
               02 PS-SELO  PIC X(36).

           PROCEDURE DIVISION USING PARAMSELO.
      *DUAS PASSADAS SOBRE OS DADOS, COM 4 ACUMULADORES DE 9 DIGITOS
      *MISTURADOS COM O VIZINHO; O TAMANHO ENTRA NO CALCULO
       CALCULA.
           MOVE PS-TAM TO SA-TAM
           IF SA-TAM = ZEROES OR SA-TAM > 419
               MOVE 419 TO SA-TAM
           END-IF
           MOVE PS-DADOS TO TEXTOSELO
           MOVE 123456791 TO HA(1)
           MOVE 362436069 TO HA(2)
           MOVE 521288629 TO HA(3)
           COMPUTE HA(4) = 088675123 + SA-TAM
           MOVE 1 TO SA-IND
           PERFORM RODADA VARYING SA-RODADA FROM 1 BY 1
               UNTIL SA-RODADA > 2
           MOVE ACUMULADORES-R TO PS-SELO
           GO TO SAIR.

       RODADA.
           PERFORM MISTURA VARYING SA-POS FROM 1 BY 1
               UNTIL SA-POS > SA-TAM.

      *ACUMULADOR = (ACUMULADOR * 31337 + CODIGO * PESO DA POSICAO
      *+ VIZINHO + RODADA) MOD 999999937
       MISTURA.
           MOVE TS-CARAC(SA-POS) TO CC-CARAC
           IF SA-IND = 4
               MOVE 1 TO SA-PROX
           ELSE
               COMPUTE SA-PROX = SA-IND + 1
           END-IF
           COMPUTE SA-PRODUTO = HA(SA-IND) * 31337
               + CC-VALOR * (SA-POS + 7) + HA(SA-PROX) + SA-RODADA
           DIVIDE SA-PRODUTO BY 999999937 GIVING SA-QUOC
               REMAINDER HA(SA-IND)
           MOVE SA-PROX TO SA-IND.

       SAIR.
           GOBACK.
           END PROGRAM SELOAUD.

      *PERCORRE O ARQUIVO DE PARCELAS EM ORDEM DE CPF, SOMA AS PARCELAS
      *EM ABERTO VENCIDAS POR FAIXA DE ATRASO (ATE 30, 31-60, 61-90 E
      *ACIMA DE 90 DIAS) E GRAVA UMA LINHA POR CLIENTE COM O NOME
      *RESOLVIDO NO CADASTRO DE PROPRIETARIOS. CADA PARCELA ENTRA
      *PELO SALDO EM ABERTO (VALOR MENOS PAGAMENTOS PARCIAIS).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01 DIASHOJE  PIC 9(8) VALUE ZEROES.
           01 DIASVENC  PIC 9(8) VALUE ZEROES.
           01 DIASATRASO PIC S9(8) VALUE ZEROES.
           01 SALDOPARC PIC 9(7)V99 VALUE ZEROES.
           01 CPFANTERIOR PIC X(11) VALUE SPACES.
           01 FAIXA30   PIC 9(9)V99 VALUE ZEROES.
           01 FAIXA60   PIC 9(9)V99 VALUE ZEROES.
           MOVE VENCUTIL-N TO VENCDATA
           COMPUTE DIASVENC = VD-ANO * 360 + (VD-MES - 1) * 30 + VD-DIA
           COMPUTE DIASATRASO = DIASHOJE - DIASVENC
           COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
           IF DIASATRASO NOT > 30
               ADD SALDOPARC TO FAIXA30
           ELSE IF DIASATRASO NOT > 60
               ADD SALDOPARC TO FAIXA60
           ELSE IF DIASATRASO NOT > 90
               ADD SALDOPARC TO FAIXA90
           ELSE
               ADD SALDOPARC TO FAIXAMAIS
           END-IF
           ADD SALDOPARC TO TOTCLIENTE.

       CLASSIFICAATRASO-FIM.
           CONTINUE.

      *LOTE EM PR-REMESSA PARA NAO SAIR DUAS VEZES - COM HEADER E
      *TRAILER DE QUANTIDADE E VALOR TOTAL PARA O BANCO VALIDAR. A
      *BAIXA AUTOMATICA DO ARQUIVO DE RETORNO E FEITA PELO RETPARC.
      *O BANCO COBRA O SALDO EM ABERTO DA PARCELA (VALOR MENOS OS
      *PAGAMENTOS PARCIAIS FEITOS NA LOJA).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               02 RC-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERROREM   PIC X(2) VALUE "00".
           01 ERROECT   PIC X(2) VALUE "00".
                   MOVE PR-NUMPARC TO RM-NUMPARC
                   MOVE PR-CPF     TO RM-CPF
                   MOVE PR-VENCTO  TO RM-VENCTO
                   COMPUTE RM-VALOR = PR-VALOR - PR-VALORPAGO
                   WRITE LINHAREM
                   ADD 1 TO QTDREMETIDAS
                   ADD RM-VALOR TO TOTREMETIDO
                   MOVE NUMLOTE TO PR-REMESSA
                   REWRITE REGPARC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNPARC
               END-IF
           END-IF.


       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADPARC PARA O JORNAL DE TRANSACOES
       JORNPARC.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPARC" TO PJ-ARQUIVO
               MOVE REGPARC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM EXPPARC.

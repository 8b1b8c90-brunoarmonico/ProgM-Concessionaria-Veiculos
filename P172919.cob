      *DO CAIXA CONTRA OS RECEBIMENTOS ESPERADOS DO MOVIMENTO.
      *TIPOS DE LANCAMENTO: V VENDA A VISTA, E ENTRADA DE
      *FINANCIAMENTO, P PARCELA RECEBIDA, C REPASSE A CONSIGNANTE,
      *M MOVIMENTO MANUAL, O ORDEM DE SERVICO DA OFICINA PAGA PELO
      *CLIENTE (P172939), T MULTA DE TRANSITO PAGA PELA LOJA
      *(P172942), B REPASSE DO BANCO NA VENDA POR CDC, N RETORNO
      *PAGO PELO BANCO (P172946), L QUITACAO DE FLOOR PLAN NA VENDA
      *DO CARRO (P172947) E G COMISSAO DE SEGURO PAGA PELA SEGURADORA
      *(P172961). SINAL: E ENTRADA, S SAIDA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               VALUE OF FILE-ID IS "CADOPER.DAT".
           01 REGOPER.
               02 OPERADORID PIC X(08) VALUE SPACES.
               02 SALSENHA   PIC X(08) VALUE SPACES.
               02 NIVEL      PIC 9(01) VALUE 0.
               02 DATASENHA  PIC 9(08) VALUE ZEROES.
               02 TENTATIVAS PIC 9(01) VALUE 0.
                   03 PRELATORIO PIC 9(1) VALUE 0.
                   03 PAUTMARGEM PIC 9(1) VALUE 0.
               02 OPFILIAL   PIC 9(02) VALUE 0.
               02 SENHAHASH  PIC X(36) VALUE SPACES.

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 OPERADOR PIC X(08) VALUE SPACES.
           01 SENHAINF PIC X(20) VALUE SPACES.
           01 PARAMHASH.
               02 PH-SAL   PIC X(08) VALUE SPACES.
               02 PH-SENHA PIC X(20) VALUE SPACES.
               02 PH-HASH  PIC X(36) VALUE SPACES.
           01 SENHAOK PIC 9(1) VALUE 0.
           01 BSOPER PIC 9(1) VALUE 0.
           01 NIVELOPER PIC 9(01) VALUE 0.
           01 PERFILOPER PIC X(6) VALUE SPACES.
           OPEN INPUT CADOPER
           READ CADOPER
           IF ERROOPE = "00"
               MOVE SENHAINF TO PH-SENHA
               PERFORM CONFERESENHA
               IF OPER-BLOQUEADO OR SENHAOK = 0
                   MOVE 1 TO BSOPER
               ELSE
                   MOVE NIVEL TO NIVELOPER
           CLOSE CADOPER
           MOVE "00" TO ERROOPE.

      *CONFERE A SENHA EM PH-SENHA COM O RESUMO GRAVADO NO CADOPER -
      *SO O SAL E O RESUMO FICAM NO ARQUIVO, NUNCA A SENHA
       CONFERESENHA.
           MOVE 0 TO SENHAOK
           IF SENHAHASH NOT = SPACES AND SALSENHA NOT = SPACES
               MOVE SALSENHA TO PH-SAL
               CALL "HASHSENHA" USING PARAMHASH
               IF PH-HASH = SENHAHASH
                   MOVE 1 TO SENHAOK
               END-IF
           END-IF
           MOVE SPACES TO PH-SENHA PH-HASH.

      *PROCURA UMA SESSAO ABERTA PELO MENU GERAL (P172900)
       LERSESSAO.
           MOVE 0 TO SESSAOATIVA
               MOVE DATAHOJE TO CX-DATA
               MOVE OPERADOR TO CX-OPERADOR
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADCAIXA
           DISPLAY TELACAIXA
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCAIXA PARA O JORNAL DE TRANSACOES
       JORNCAIXA.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCAIXA" TO PJ-ARQUIVO
               MOVE REGCAIXA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

       EXTRATODIA-LOOP.
           READ CADCAIXA NEXT
           IF ERRO NOT = "00"

      *P172923) E POR ACERTO DE CONSIGNACAO (LANCADO NA VENDA DO
      *CONSIGNADO), COM VENCIMENTO E BAIXA DE PAGAMENTO. A BAIXA
      *LANCA A SAIDA NO LIVRO CAIXA (TIPO F PARA COMPRA, C PARA
      *REPASSE A CONSIGNANTE). A QUITACAO DE FLOOR PLAN NA VENDA JA
      *ENTRA PAGA, COM A SAIDA LANCADA NO CAIXA PELA PROPRIA VENDA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               02 PG-TIPO       PIC X(1) VALUE SPACES.
                   88 PAG-COMPRA      VALUE "C".
                   88 PAG-CONSIGNACAO VALUE "S".
                   88 PAG-FLOORPLAN   VALUE "L".
               02 PG-VENCTO     PIC 9(8) VALUE ZEROES.
               02 PG-VALOR      PIC 9(7)V99 VALUE ZEROES.
               02 PG-DATAPAGTO  PIC 9(8) VALUE ZEROES.
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
           END-IF
           GO TO MOSTRAPAG.

      *IMAGEM GRAVADA NO CADCAIXA PARA O JORNAL DE TRANSACOES
       JORNCAIXA.
           IF ERROCAI = "00" OR ERROCAI = "02"
               MOVE "CADCAIXA" TO PJ-ARQUIVO
               MOVE REGCAIXA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADPAG PARA O JORNAL DE TRANSACOES
       JORNPAG.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPAG" TO PJ-ARQUIVO
               MOVE REGPAG TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *EXIBE O TITULO CORRENTE E OFERECE A BAIXA
       MOSTRAPAG.
           READ CADPAG NEXT
           IF PAG-COMPRA
               DISPLAY "TIPO: COMPRA DE VEICULO" AT 1305
           ELSE
               IF PAG-FLOORPLAN
                   DISPLAY "TIPO: QUITACAO DE FLOOR PLAN" AT 1305
               ELSE
                   DISPLAY "TIPO: ACERTO DE CONSIGNACAO" AT 1305
               END-IF
           END-IF
           IF PAG-PAGA
               DISPLAY "SITUACAO: PAGO" AT 1405
           MOVE VALORBAIXA TO PG-VALORPAGO
           MOVE 1 TO PG-SITUACAO
           REWRITE REGPAG
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNPAG
           IF ERRO = "00" OR "02"
               PERFORM LANCACAIXAPAG
               PERFORM LIMPATELA
               MOVE VALORBAIXA TO CX-VALOR
               MOVE OPERADOR TO CX-OPERADOR
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.

      *PLANO NOVO E GRAVADO NO MESMO CHASSI COM A NUMERACAO SEGUINDO
      *A ULTIMA PARCELA EXISTENTE - ASSIM O RELATRASO E A PORTEIRA DE
      *CREDITO DO P172904 CONTINUAM ENXERGANDO A DIVIDA REAL. O
      *RESUMO DO ACORDO SAI EM RENEGOC.TXT. A DIVIDA DE CADA PARCELA
      *E O SALDO EM ABERTO (VALOR MENOS PAGAMENTOS PARCIAIS DO
      *P172909), CORRIGIDO QUANDO VENCIDA.
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

           FD RENEGOC
               LABEL RECORD IS STANDARD
           01 LINHAREN PIC X(100) VALUE SPACES.

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
           01 DIASVENC PIC 9(8) VALUE ZEROES.
           01 DIASATRASO PIC S9(8) VALUE ZEROES.
           01 VALORCORRPARC PIC 9(7)V99 VALUE ZEROES.
           01 SALDOPARC PIC 9(7)V99 VALUE ZEROES.
           01 QTDNOVAS PIC 9(3) VALUE ZEROES.
           01 TAXARENEG PIC 9(2)V99 VALUE ZEROES.
           01 VALORPARCNOVA PIC 9(7)V99 VALUE ZEROES.
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
                   MOVE PR-NUMPARC TO ULTNUMPARC
                   IF PARC-ABERTA AND PR-CPF = CPFRENEG
                       ADD 1 TO QTDABERTAS
                       PERFORM CORRIGEPARCELA
                       ADD SALDOPARC TO TOTORIGINAL
                       ADD VALORCORRPARC TO TOTCORRIGIDO
                   END-IF
               END-IF
      *BAIXA DO P172909 - SENAO O ACORDO COBRARIA O FIM DE SEMANA
      *QUE A TELA DE QUITACAO PERDOA
       CORRIGEPARCELA.
           COMPUTE SALDOPARC = PR-VALOR - PR-VALORPAGO
           MOVE SALDOPARC TO VALORCORRPARC
           MOVE PR-VENCTO TO VENCUTIL
           PERFORM PROXDIAUTIL
           MOVE VENCUTIL-N TO VENCDATA
               + VD-DIA
           COMPUTE DIASATRASO = DIASHOJE - DIASVENC
           IF DIASATRASO > ZEROES AND TEMMULTA = 1
               COMPUTE VALORCORRPARC ROUNDED = SALDOPARC
                   + SALDOPARC * MULTAPCT / 100
                   + SALDOPARC * JUROSDIAPCT / 100 * DIASATRASO
           END-IF.

      *RECEBE O NOVO PRAZO E CALCULA A PARCELA DO ACORDO
               AT 1505
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADPARC PARA O JORNAL DE TRANSACOES
       JORNPARC.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADPARC" TO PJ-ARQUIVO
               MOVE REGPARC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *MARCA AS PARCELAS EM ABERTO DO ACORDO COM A SITUACAO
      *RENEGOCIADA - DISTINTA DO ESTORNO
       MARCAANTIGAS.
                       AND PR-NUMPARC NOT > ULTNUMPARC
                       MOVE 3 TO PR-SITUACAO
                       REWRITE REGPARC
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNPARC
                   END-IF
               END-IF
           END-IF.
           MOVE 0 TO PR-SITUACAO
           MOVE ZEROES TO PR-REMESSA
           WRITE REGPARC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNPARC
           ADD 1 TO PARC-IND.

      *ROLA O VENCIMENTO EM VENCUTIL PARA O PROXIMO DIA UTIL - FIM

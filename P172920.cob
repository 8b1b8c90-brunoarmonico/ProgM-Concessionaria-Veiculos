      *OPERADOR, O QUE FOI COMBINADO) E A DATA DE PROMESSA DE
      *PAGAMENTO. ASSIM DOIS ATENDENTES NAO LIGAM PARA O MESMO CLIENTE
      *NA MESMA SEMANA E NINGUEM FICA SEM COBRANCA. O RELCOBR IMPRIME
      *A AGENDA DIARIA DE PROMESSAS VENCENDO E QUEBRADAS. O VALOR EM
      *ATRASO E O SALDO EM ABERTO (VALOR MENOS PAGAMENTOS PARCIAIS).
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

           FD CADFER
               LABEL RECORD IS STANDARD
               02 FE-DESCRICAO PIC X(30) VALUE SPACES.

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
                       PERFORM PROXDIAUTIL
                       IF VENCUTIL-N < DATAHOJE
                           ADD 1 TO QTDATRASO
                           COMPUTE TOTATRASO = TOTATRASO + PR-VALOR
                               - PR-VALORPAGO
                       END-IF
                   END-IF
               END-IF
               MOVE DATAHOJE TO CB-ABERTURA
               MOVE ZEROES TO CB-PROMESSA CB-ULTCONTATO
               REWRITE REGCOBR
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNCOBR
               DISPLAY "CASO REABERTO" AT 1405
               GO TO MENUPRINC
           END-IF
           MOVE 0 TO CB-SITUACAO
           MOVE ZEROES TO CB-PROMESSA CB-ULTCONTATO
           WRITE REGCOBR
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNCOBR
           IF ERRO = "00" OR "02"
               DISPLAY "CASO ABERTO" AT 1405
           ELSE
           MOVE ANOTACAO TO CC-ANOTACAO
           MOVE PROMESSA TO CC-PROMESSA
           WRITE REGCOBC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNCOBC
           IF ERROCTT = "00" OR ERROCTT = "02"
               MOVE DATAHOJE TO CB-ULTCONTATO
               IF PROMESSA NOT = ZEROES
                   MOVE PROMESSA TO CB-PROMESSA
               END-IF
               REWRITE REGCOBR
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNCOBR
               DISPLAY "CONTATO REGISTRADO" AT 1405
           ELSE
               DISPLAY "ERRO AO GRAVAR O CONTATO" AT 1405
           END-IF
           MOVE 1 TO CB-SITUACAO
           REWRITE REGCOBR
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNCOBR
           IF ERRO = "00" OR "02"
               DISPLAY "CASO ENCERRADO" AT 1505
           ELSE
           END-IF
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCOBC PARA O JORNAL DE TRANSACOES
       JORNCOBC.
           IF ERROCTT = "00" OR ERROCTT = "02"
               MOVE "CADCOBC" TO PJ-ARQUIVO
               MOVE REGCOBC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADCOBR PARA O JORNAL DE TRANSACOES
       JORNCOBR.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADCOBR" TO PJ-ARQUIVO
               MOVE REGCOBR TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *LIMPA DADOS NAS VARIAVEIS
       LIMPAVAR.
           MOVE ZEROES TO ACTKEY TOTATRASO QTDATRASO ULTIMOSEQ

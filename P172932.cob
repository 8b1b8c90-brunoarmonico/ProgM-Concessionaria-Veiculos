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
           MOVE OPERADOR TO RS-OPERADOR
           MOVE 0 TO RS-SITUACAO
           WRITE REGRES
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNRES
           IF ERRO = "22"
      *RESERVA ANTERIOR DO MESMO CHASSI JA ENCERRADA - REAPROVEITA
               REWRITE REGRES
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNRES
           END-IF
           IF ERRO NOT = "00" AND ERRO NOT = "02"
               DISPLAY "ERRO NA GRAVACAO DO ARQUIVO CADRES" AT 1805
                   MOVE 2 TO STATUSVEIC
                   ADD 1 TO VERSAO
                   REWRITE REGVEIC
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNVEIC
               END-IF
               CLOSE CADVEIC
           END-IF
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           MOVE 3 TO RS-SITUACAO
           REWRITE REGRES
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNRES
           OPEN I-O CADVEIC
           IF ERROVEI = "00"
               MOVE RS-CHASSI TO CHASSI
                       MOVE 0 TO STATUSVEIC
                       ADD 1 TO VERSAO
                       REWRITE REGVEIC
                       MOVE "A" TO PJ-OPERACAO
                       PERFORM JORNVEIC
                   END-IF
               END-IF
               CLOSE CADVEIC
           DISPLAY "RESERVA LIBERADA - SINAL DEVOLVIDO" AT 2005
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADCAIXA PARA O JORNAL DE TRANSACOES
       JORNCAIXA.
           IF ERROCAI = "00" OR ERROCAI = "02"
               MOVE "CADCAIXA" TO PJ-ARQUIVO
               MOVE REGCAIXA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADRES PARA O JORNAL DE TRANSACOES
       JORNRES.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADRES" TO PJ-ARQUIVO
               MOVE REGRES TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADVEIC PARA O JORNAL DE TRANSACOES
       JORNVEIC.
           IF ERROVEI = "00" OR ERROVEI = "02"
               MOVE "CADVEIC" TO PJ-ARQUIVO
               MOVE REGVEIC TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *LANCA O MOVIMENTO DO SINAL NO LIVRO CAIXA (TIPO R) COM A
      *PROXIMA SEQUENCIA DO DIA
       LANCACAIXARES.
               MOVE OPERADOR TO CX-OPERADOR
               MOVE HISTCAIXA TO CX-HISTORICO
               WRITE REGCAIXA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNCAIXA
               CLOSE CADCAIXA
           END-IF
           MOVE "00" TO ERROCAI.

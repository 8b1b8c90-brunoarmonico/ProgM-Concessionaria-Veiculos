       PROGRAM-ID. RODANOITE.
      *-----------------------------------------------------------------
      *CONTROLADOR DA CADEIA NOTURNA - RODA EM ORDEM OS PROGRAMAS DA
      *LISTA DE NOITPARAM.TXT (UM CODIGO POR LINHA: FECHADIA, CONFBASE,
      *EXPVENDA, COPIASEG, RELLOTE, RELATRASO, EXPANUN, EXPPARC,
      *RELIDADE, RELCOBR, AVISOREV, AVISOPAR, EXPCOMUN, RELDETR, RELCDC,
      *JUROFLR, RELFLOOR, CARGLEAD, RELLEAD, RELENTR, PESQNPS,
      *CONCBANC, RELCONC, GERADESP, RELDESP, RELDRE, RELFLUX,
      *APURCOAF, EXPNFE, RETNFE, RELPED, RELDUPL, ANONLGPD, RELTITUL,
      *VERAUDIT; SEM O ARQUIVO, A CADEIA PADRAO (FECHADIA/CONFBASE/
      *EXPVENDA/COPIASEG/RELLOTE/JUROFLR)). CADA PASSO TEM INICIO, FIM
      *E RESULTADO REGISTRADOS EM JOBLOG.TXT. UM PASSO COM FALHA PARA
      *A CADEIA, E A REEXECUCAO NO MESMO DIA RETOMA DO PASSO SEGUINTE
      *AO ULTIMO CONCLUIDO (NOITCTRL.TXT) -
      *ASSIM O FECHADIA NUNCA FECHA O MESMO DIA DUAS VEZES NO FECHCTRL.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
      *LISTA DOS PASSOS DA CADEIA DESTA EXECUCAO
           01 TABPASSO.
               03 TP-CODIGO PIC X(8) OCCURS 30 TIMES.
           01 QTDPASSOS PIC 9(2) VALUE ZEROES.
           01 PASSOATUAL PIC 9(2) VALUE ZEROES.
           01 PASSOINICIO PIC 9(2) VALUE 1.
               MOVE "EXPVENDA" TO TP-CODIGO(3)
               MOVE "COPIASEG" TO TP-CODIGO(4)
               MOVE "RELLOTE" TO TP-CODIGO(5)
               MOVE "JUROFLR" TO TP-CODIGO(6)
               MOVE 6 TO QTDPASSOS
           END-IF
           MOVE 1 TO PASSOINICIO
           OPEN INPUT NOITCTRL
                   MOVE 1 TO FIMPARAM
               NOT AT END
                   IF LINHAPARAM NOT = SPACES
                       AND QTDPASSOS < 30
                       ADD 1 TO QTDPASSOS
                       MOVE LINHAPARAM TO TP-CODIGO(QTDPASSOS)
                   END-IF
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "AVISOREV"
               MOVE 1 TO CODVALIDO
               CALL "AVISOREV"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "AVISOPAR"
               MOVE 1 TO CODVALIDO
               CALL "AVISOPARC"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "EXPCOMUN"
               MOVE 1 TO CODVALIDO
               CALL "EXPCOMUN"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELDETR"
               MOVE 1 TO CODVALIDO
               CALL "RELDETR"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELCDC"
               MOVE 1 TO CODVALIDO
               CALL "RELCDC"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "JUROFLR"
               MOVE 1 TO CODVALIDO
               CALL "JUROFLR"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "CARGLEAD"
               MOVE 1 TO CODVALIDO
               CALL "CARGALEAD"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELLEAD"
               MOVE 1 TO CODVALIDO
               CALL "RELLEAD"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELENTR"
               MOVE 1 TO CODVALIDO
               CALL "RELENTR"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "PESQNPS"
               MOVE 1 TO CODVALIDO
               CALL "PESQNPS"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "CONCBANC"
               MOVE 1 TO CODVALIDO
               CALL "CONCBANC"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELCONC"
               MOVE 1 TO CODVALIDO
               CALL "RELCONC"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "GERADESP"
               MOVE 1 TO CODVALIDO
               CALL "GERADESP"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELDESP"
               MOVE 1 TO CODVALIDO
               CALL "RELDESP"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELDRE"
               MOVE 1 TO CODVALIDO
               CALL "RELDRE"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELFLUX"
               MOVE 1 TO CODVALIDO
               CALL "RELFLUX"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "APURCOAF"
               MOVE 1 TO CODVALIDO
               CALL "APURCOAF"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "EXPNFE"
               MOVE 1 TO CODVALIDO
               CALL "EXPNFE"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RETNFE"
               MOVE 1 TO CODVALIDO
               CALL "RETNFE"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELPED"
               MOVE 1 TO CODVALIDO
               CALL "RELPED"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELDUPL"
               MOVE 1 TO CODVALIDO
               CALL "RELDUPL"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "ANONLGPD"
               MOVE 1 TO CODVALIDO
               CALL "ANONLGPD"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELTITUL"
               MOVE 1 TO CODVALIDO
               CALL "RELTITUL"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "VERAUDIT"
               MOVE 1 TO CODVALIDO
               CALL "VERAUDIT"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN "RELFLOOR"
               MOVE 1 TO CODVALIDO
               CALL "RELFLOOR"
                   ON EXCEPTION
                       MOVE 1 TO FALHOU
               END-CALL
           WHEN OTHER
               MOVE 1 TO FALHOU
           END-EVALUATE

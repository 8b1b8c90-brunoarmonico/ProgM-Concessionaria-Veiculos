      *DEPOIS DO TEST-DRIVE O RESULTADO E REGISTRADO NO AGENDAMENTO
      *(INTERESSADO, SEM INTERESSE OU ORCAMENTO EMITIDO COM O NUMERO
      *DO CADORCA) E O RELFUNIL MONTA O FUNIL DE VENDAS DO MES.
      *AO INFORMAR O CHASSI AVISA QUANDO A CHAVE ESTA FORA DO QUADRO
      *(CADCHAV, CONTROLADO PELO P172960) E COM QUEM ELA ESTA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY   IS AG-CHAVE
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS AG-DATA WITH DUPLICATES.
           SELECT CADCHAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECHAV
               FILE STATUS  IS ERROCHV
               ALTERNATE RECORD KEY IS CV-FILIAL WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
                   88 AGEN-VIROU-ORCA    VALUE 3.
               02 AG-NUMORCA    PIC 9(6) VALUE ZEROES.

      *MOVIMENTO DAS CHAVES DO QUADRO (P172960)
           FD CADCHAV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADCHAV.DAT".
           01 REGCHAV.
               02 CHAVECHAV.
                   03 CV-CHASSI      PIC X(17) VALUE SPACES.
                   03 CV-SEQ         PIC 9(3) VALUE ZEROES.
               02 CV-FILIAL          PIC 9(2) VALUE ZEROES.
               02 CV-MOTIVO          PIC X(1) VALUE SPACES.
               02 CV-AGDATA          PIC 9(8) VALUE ZEROES.
               02 CV-AGHORA          PIC 9(4) VALUE ZEROES.
               02 CV-NUMTRANSF       PIC 9(6) VALUE ZEROES.
               02 CV-RESPONSAVEL     PIC X(30) VALUE SPACES.
               02 CV-NOTA            PIC X(30) VALUE SPACES.
               02 CV-DATASAIDA       PIC 9(8) VALUE ZEROES.
               02 CV-HORASAIDA       PIC 9(4) VALUE ZEROES.
               02 CV-OPERSAIDA       PIC X(8) VALUE SPACES.
               02 CV-PREVISTA        PIC 9(8) VALUE ZEROES.
               02 CV-HORAPREV        PIC 9(4) VALUE ZEROES.
               02 CV-DATADEVOL       PIC 9(8) VALUE ZEROES.
               02 CV-HORADEVOL       PIC 9(4) VALUE ZEROES.
               02 CV-OPERDEVOL       PIC X(8) VALUE SPACES.
               02 CV-SITUACAO        PIC X(1) VALUE SPACES.
                   88 CHAVE-FORA     VALUE "F".
                   88 CHAVE-DEVOLVIDA VALUE "D".

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
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

      *SESSOES POR TERMINAL - CADA ESTACAO (VARIAVEL DE AMBIENTE
      *TERMINAL, CONSOLE QUANDO AUSENTE) CARREGA O PROPRIO OPERADOR
               02 FILLER    PIC X(35).

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
           01 PERFILOPER.
               02 OPAUTMARGEM PIC 9(1) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROCHV PIC X(2) VALUE "00".
           01 CHAVEFORA PIC 9(1) VALUE 0.
           01 CHASSICHV PIC X(17) VALUE SPACES.
           01 RESPCHV PIC X(30) VALUE SPACES.
           01 ERROPRO PIC X(2) VALUE "00".
           01 ERROSES PIC X(2) VALUE "00".
           01 SESSAOATIVA PIC 9(1) VALUE 0.
               02 DS2-DIA PIC 9(2).
           01 DIASLOGIN PIC 9(8) VALUE ZEROES.
           01 DIASSENHA PIC 9(8) VALUE ZEROES.
           01 SENHANOVA1 PIC X(20) VALUE SPACES.
           01 SENHANOVA2 PIC X(20) VALUE SPACES.
           01 TAMSENHA PIC 9(02) VALUE ZEROES.
           01 HORAAGORA PIC 9(8) VALUE ZEROES.
           01 HORAAGORA-R REDEFINES HORAAGORA.
               02 HA-HH PIC 9(2).
           ACCEPT OPERADOR AT 0611
           DISPLAY "SENHA:" AT 0701
           ACCEPT SENHAINF AT 0708
           DISPLAY "F2 TROCAR A PROPRIA SENHA" AT 0731
           ACCEPT ACTKEY FROM ESCAPE KEY
           IF ACTKEY = 02
               PERFORM TROCAPROPRIA
                       DISPLAY "SUPERVISOR" AT 0932
                       MOVE 1 TO BSOPER
                   ELSE
                       MOVE SENHAINF TO PH-SENHA
                       PERFORM CONFERESENHA
                       IF SENHAOK = 0
                           ADD 1 TO TENTATIVAS
                           IF TENTATIVAS > 2
                               MOVE 1 TO BLOQUEADO
                               DISPLAY "TENTATIVAS" AT 0928
                           END-IF
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE 1 TO BSOPER
                       ELSE
                           MOVE 0 TO TENTATIVAS
                           REWRITE REGOPER
                           MOVE "A" TO PJ-OPERACAO
                           PERFORM JORNOPER
                           MOVE NIVEL TO NIVELOPER
                           MOVE PERFIL TO PERFILOPER
                           MOVE OPFILIAL TO FILIALOPER
           CLOSE CADOPER
           MOVE "00" TO ERRO.

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

      *CONFERE A IDADE DA SENHA EM BASE COMERCIAL DE 360 DIAS - SENHA
      *SEM DATA OU COM MAIS DE 90 DIAS OBRIGA A TROCA NO ATO
       CHECAVALIDADESENHA.
           END-IF.

      *RECEBE E GRAVA A NOVA SENHA DO OPERADOR
      *MINIMO DE 6 CARACTERES; GRAVA SO O RESUMO, COM SAL NOVO
       TROCASENHANOVA.
           DISPLAY "NOVA SENHA:" AT 1001
           ACCEPT SENHANOVA1 AT 1013
           DISPLAY "REPITA A NOVA SENHA:" AT 1101
           ACCEPT SENHANOVA2 AT 1122
           IF SENHANOVA1 = SPACES OR SENHANOVA1 NOT = SENHANOVA2
               DISPLAY "SENHAS NAO CONFEREM              " AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE 0 TO TAMSENHA
           INSPECT SENHANOVA1 TALLYING TAMSENHA
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF TAMSENHA < 6
               DISPLAY "MINIMO DE 6 CARACTERES SEM ESPACO" AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE SENHANOVA1 TO PH-SENHA
           PERFORM CONFERESENHA
           IF SENHAOK = 1
               DISPLAY "NOVA SENHA IGUAL A ATUAL         " AT 1201
               GO TO TROCASENHANOVA
           END-IF
           MOVE SPACES TO PH-SAL
           MOVE SENHANOVA1 TO PH-SENHA
           CALL "HASHSENHA" USING PARAMHASH
           MOVE PH-SAL TO SALSENHA
           MOVE PH-HASH TO SENHAHASH
           MOVE SPACES TO PH-SENHA PH-HASH
           ACCEPT DATALOGIN FROM DATE YYYYMMDD
           MOVE DATALOGIN TO DATASENHA
           MOVE 0 TO TENTATIVAS
           REWRITE REGOPER
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNOPER
           DISPLAY "SENHA ALTERADA                   " AT 1201
           MOVE SPACES TO SENHANOVA1 SENHANOVA2.

      *TROCA DE SENHA PELO PROPRIO OPERADOR (F2 APOS A SENHA NA TELA
           MOVE OPERADOR TO OPERADORID
           OPEN I-O CADOPER
           READ CADOPER
           MOVE SENHAINF TO PH-SENHA
           PERFORM CONFERESENHA
           IF ERRO = "00" AND SENHAOK = 1 AND BLOQUEADO = 0
               PERFORM TROCASENHANOVA
           ELSE
               DISPLAY "OPERADOR/SENHA INVALIDOS OU BLOQUEADO" AT 0901
                   GO TO R-AGCHASSI
               ELSE
                   PERFORM LIMPATELA
                   DISPLAY "                                       "
                       AT 1102
                   DISPLAY "                                       "
                       AT 1141
                   MOVE AG-CHASSI TO CHASSICHV
                   PERFORM CHECACHAVE
               END-IF.

      *CONFERE O CHASSI NO ESTOQUE
           IF ACTKEY = 01
               MOVE OPERADOR TO AG-OPERADOR
               WRITE REGAGEN
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAGEN
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADAGEN
                   ACCEPT ACTKEY FROM ESCAPE KEY
                   IF ACTKEY = 01
                       DELETE CADAGEN
                       MOVE "E" TO PJ-OPERACAO
                       PERFORM JORNAGEN
                       IF ERRO = "00"
                           PERFORM LIMPAVAR
                           DISPLAY TELAAGEN
           MOVE ORCAINF TO AG-NUMORCA
           GO TO GRAVARESULT.

      *IMAGEM GRAVADA NO CADAGEN PARA O JORNAL DE TRANSACOES
       JORNAGEN.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADAGEN" TO PJ-ARQUIVO
               MOVE REGAGEN TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADFICHA PARA O JORNAL DE TRANSACOES
       JORNFICHA.
           IF ERROFIC = "00" OR ERROFIC = "02"
               MOVE "CADFICHA" TO PJ-ARQUIVO
               MOVE REGFICHA TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADKM PARA O JORNAL DE TRANSACOES
       JORNKM.
           IF ERROKM = "00" OR ERROKM = "02"
               MOVE "CADKM" TO PJ-ARQUIVO
               MOVE REGKM TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *IMAGEM GRAVADA NO CADOPER PARA O JORNAL DE TRANSACOES
       JORNOPER.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADOPER" TO PJ-ARQUIVO
               MOVE REGOPER TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *CONFERE O ORCAMENTO INFORMADO NO ARQUIVO DE ORCAMENTOS
       LERORCAFUNIL.
           MOVE 0 TO BSORCA
       GRAVARESULT.
           MOVE RESULTINF TO AG-RESULTADO
           REWRITE REGAGEN
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNAGEN
           IF ERRO = "00" OR "02"
               PERFORM R-KMRETORNO
               PERFORM LIMPAVAR
               MOVE "T" TO KM-EVENTO
               MOVE OPERADOR TO KM-OPERADOR
               WRITE REGKM
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNKM
               CLOSE CADKM
           END-IF
           MOVE "00" TO ERROKM.
               IF ERROFIC = "00"
                   MOVE KMINF TO FC-KM
                   REWRITE REGFICHA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFICHA
               ELSE
                   MOVE AG-CHASSI TO FC-CHASSI
                   MOVE KMINF TO FC-KM
                   MOVE SPACES TO FC-COMBUSTIVEL FC-CAMBIO
                   MOVE ZEROES TO FC-PORTAS
                   WRITE REGFICHA
                   MOVE "I" TO PJ-OPERACAO
                   PERFORM JORNFICHA
               END-IF
               CLOSE CADFICHA
           END-IF
           MOVE ZEROES TO AG-RESULTADO AG-NUMORCA RESULTINF ORCAINF
           MOVE SPACES TO AG-CHASSI AG-CPF AG-OPERADOR AUX.

      *PROCURA UMA RETIRADA EM ABERTO DA CHAVE DO CHASSI NO QUADRO
      *DE CHAVES - SO AVISA, NAO IMPEDE A OPERACAO
       CHECACHAVE.
           MOVE 0 TO CHAVEFORA
           OPEN INPUT CADCHAV
           IF ERROCHV = "00"
               MOVE CHASSICHV TO CV-CHASSI
               MOVE ZEROES TO CV-SEQ
               START CADCHAV KEY IS GREATER THAN CHAVECHAV
                   INVALID KEY
                       MOVE "10" TO ERROCHV
               END-START
               PERFORM CHECACHAVE-LE UNTIL ERROCHV NOT = "00"
               CLOSE CADCHAV
           END-IF
           MOVE "00" TO ERROCHV
           IF CHAVEFORA = 1
               DISPLAY "ATENCAO: A CHAVE ESTA FORA DO QUADRO COM"
                   AT 1105
               DISPLAY RESPCHV AT 1146
           END-IF.

       CHECACHAVE-LE.
           READ CADCHAV NEXT
           IF ERROCHV = "00"
               IF CV-CHASSI NOT = CHASSICHV
                   MOVE "10" TO ERROCHV
               ELSE
                   IF CHAVE-FORA
                       MOVE 1 TO CHAVEFORA
                       MOVE CV-RESPONSAVEL TO RESPCHV
                   END-IF
               END-IF
           END-IF.

      *LIMPA A TELA - PREENCHE COM ESPACOS EM BRANCO
       LIMPATELA.
           DISPLAY "                                       " AT 1302

      *PARA O TEST-DRIVE DO P172915. A CONFIRMACAO DE RECEBIMENTO NA
      *FILIAL DE DESTINO CARIMBA A NOVA FILIAL NO CADVEIC E ENCERRA A
      *TRANSFERENCIA. O RELTRF LISTA AS TRANSFERENCIAS EM ABERTO -
      *CADA CARRO NA ESTRADA TEM DONO E DOCUMENTO. NO DESPACHO AVISA
      *QUANDO A CHAVE DO CARRO ESTA FORA DO QUADRO (CADCHAV) E COM
      *QUEM ELA ESTA.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY   IS TN-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS TN-CHASSI WITH DUPLICATES.
           SELECT CADCHAV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVECHAV
               FILE STATUS  IS ERROCHV
               ALTERNATE RECORD KEY IS CV-FILIAL WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
                   88 TRANSF-ABERTA   VALUE 0.
                   88 TRANSF-RECEBIDA VALUE 1.

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
           01 FILIALOPER PIC 9(2) VALUE 0.
           01 ERRO PIC X(2) VALUE "00".
           01 ERROVEI PIC X(2) VALUE "00".
           01 ERROCHV PIC X(2) VALUE "00".
           01 CHAVEFORA PIC 9(1) VALUE 0.
           01 CHASSICHV PIC X(17) VALUE SPACES.
           01 RESPCHV PIC X(30) VALUE SPACES.
           01 ERROFIL PIC X(2) VALUE "00".
           01 ERROSES PIC X(2) VALUE "00".
           01 ERROOPE PIC X(2) VALUE "00".
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
               CLOSE CADVEIC
               GO TO MENUPRINC
           END-IF
           MOVE CHASSIBUSCA TO CHASSICHV
           PERFORM CHECACHAVE
           DISPLAY "FILIAL ATUAL:" AT 1705
           DISPLAY FILIAL AT 1719
           DISPLAY "FILIAL DE DESTINO:" AT 1805
           MOVE SPACES TO TN-OPERCHEGADA
           MOVE 0 TO TN-SITUACAO
           WRITE REGTRANSF
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNTRANSF
           IF ERRO NOT = "00" AND ERRO NOT = "02"
               DISPLAY "ERRO AO GRAVAR A TRANSFERENCIA" AT 2105
               CLOSE CADVEIC
           MOVE 3 TO STATUSVEIC
           ADD 1 TO VERSAO
           REWRITE REGVEIC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVEIC
           CLOSE CADVEIC
           MOVE "00" TO ERROVEI
           PERFORM LIMPATELA
           MOVE 0 TO STATUSVEIC
           ADD 1 TO VERSAO
           REWRITE REGVEIC
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNVEIC
           CLOSE CADVEIC
           MOVE "00" TO ERROVEI
           MOVE DATAHOJE TO TN-DATACHEGADA
           MOVE OPERADOR TO TN-OPERCHEGADA
           MOVE 1 TO TN-SITUACAO
           REWRITE REGTRANSF
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNTRANSF
           PERFORM LIMPATELA
           DISPLAY "RECEBIMENTO CONFIRMADO" AT 2005
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADTRANSF PARA O JORNAL DE TRANSACOES
       JORNTRANSF.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADTRANSF" TO PJ-ARQUIVO
               MOVE REGTRANSF TO PJ-IMAGEM
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
                   AT 1505
               DISPLAY RESPCHV AT 1546
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

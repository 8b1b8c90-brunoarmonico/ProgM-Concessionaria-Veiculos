      *AVALIACAO ACEITA EM COMPRA DE ESTOQUE: O CHASSI ENTRA NO
      *CADVEIC DISPONIVEL COM ORIGEMCOMPRA P E CPFORIGEM DO CLIENTE,
      *COMO A TROCA DO P172904 JA FAZ. O RELAVALI LISTA A CARTEIRA DE
      *AVALIACOES EM ABERTO, NOS MOLDES DO RELORCA. O CARRO
      *COMPRADO JA ABRE A VISTORIA DE ENTRADA PENDENTE (P172959).
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEKM
               FILE STATUS  IS ERROKM.
           SELECT CADVIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHAVEVIST
               FILE STATUS  IS ERROVIS.
           SELECT CADPAG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               02 KM-EVENTO   PIC X(1) VALUE SPACES.
               02 KM-OPERADOR PIC X(8) VALUE SPACES.

      *VISTORIA DE ENTRADA DO VEICULO - ABERTA PENDENTE AQUI E FEITA
      *NO P172959
           FD CADVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVIST.DAT".
           01 REGVIST.
               02 CHAVEVIST.
                   03 VI-CHASSI      PIC X(17) VALUE SPACES.
                   03 VI-DATA        PIC 9(8) VALUE ZEROES.
               02 VI-ORIGEM          PIC X(1) VALUE SPACES.
               02 VI-FILIAL          PIC 9(2) VALUE ZEROES.
               02 VI-SITUACAO        PIC X(1) VALUE SPACES.
               02 VI-DATAVIST        PIC 9(8) VALUE ZEROES.
               02 VI-KM              PIC 9(7) VALUE ZEROES.
               02 VI-INSPETOR        PIC X(8) VALUE SPACES.
               02 VI-QTDITENS        PIC 9(2) VALUE ZEROES.
               02 VI-QTDOK           PIC 9(2) VALUE ZEROES.
               02 VI-QTDDANO         PIC 9(2) VALUE ZEROES.
               02 VI-QTDFALTA        PIC 9(2) VALUE ZEROES.
               02 VI-ABERTOS         PIC 9(2) VALUE ZEROES.
               02 FILLER             PIC X(10) VALUE SPACES.

           FD CADPAG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPAG.DAT".
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
           01 FIMPAG PIC 9(1) VALUE 0.
           01 SEQPAG PIC 9(3) VALUE ZEROES.
           01 ERROFIC PIC X(2) VALUE "00".
           01 ERROVIS PIC X(2) VALUE "00".
           01 ORIGVIST PIC X(1) VALUE SPACES.
           01 ERROKM PIC X(2) VALUE "00".
           01 KMINF PIC 9(7) VALUE ZEROES.
           01 COMBINF PIC X(1) VALUE SPACES.
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
               MOVE OPERADOR TO AV-AVALIADOR
               MOVE 0 TO AV-SITUACAO
               WRITE REGAVAL
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNAVAL
               IF ERRO = "00" OR "02"
                   PERFORM LIMPATELA
                   CLOSE CADAVAL
           MOVE 0 TO STATUSVEIC
           MOVE 1 TO VERSAO
           WRITE REGVEIC
           MOVE "I" TO PJ-OPERACAO
           PERFORM JORNVEIC
           IF ERROVEI = "00" OR ERROVEI = "02"
               MOVE 1 TO AV-SITUACAO
               REWRITE REGAVAL
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNAVAL
               CLOSE CADVEIC
               PERFORM GRAVAPAGAVAL
               MOVE "A" TO ORIGVIST
               PERFORM ABREVISTORIA
      *O USADO COMPRADO TAMBEM ENTRA NO ESTOQUE - A FICHA TECNICA E
      *A LEITURA DE ABERTURA DO HODOMETRO SAEM AQUI, COMO NA
      *ENTRADA DIRETA DO P172904
           END-IF
           MOVE 2 TO AV-SITUACAO
           REWRITE REGAVAL
           MOVE "A" TO PJ-OPERACAO
           PERFORM JORNAVAL
           IF ERRO = "00" OR "02"
               DISPLAY "AVALIACAO RECUSADA" AT 2010
           ELSE
           END-IF
           GO TO MENUPRINC.

      *IMAGEM GRAVADA NO CADAVAL PARA O JORNAL DE TRANSACOES
       JORNAVAL.
           IF ERRO = "00" OR ERRO = "02"
               MOVE "CADAVAL" TO PJ-ARQUIVO
               MOVE REGAVAL TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADPAG PARA O JORNAL DE TRANSACOES
       JORNPAG.
           IF ERROPAG = "00" OR ERROPAG = "02"
               MOVE "CADPAG" TO PJ-ARQUIVO
               MOVE REGPAG TO PJ-IMAGEM
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

      *IMAGEM GRAVADA NO CADVIST PARA O JORNAL DE TRANSACOES
       JORNVIST.
           IF ERROVIS = "00" OR ERROVIS = "02"
               MOVE "CADVIST" TO PJ-ARQUIVO
               MOVE REGVIST TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.

      *ABRE A VISTORIA DE ENTRADA PENDENTE DO CHASSI QUE ACABOU DE
      *ENTRAR NO ESTOQUE - O INSPETOR FAZ A VISTORIA NO P172959
       ABREVISTORIA.
           OPEN I-O CADVIST
           IF ERROVIS NOT = "00"
               IF ERROVIS = "30" OR ERROVIS = "35"
                   OPEN OUTPUT CADVIST
                   CLOSE CADVIST
                   OPEN I-O CADVIST
               END-IF
           END-IF
           IF ERROVIS = "00"
               MOVE SPACES TO REGVIST
               MOVE AV-CHASSI TO VI-CHASSI
               ACCEPT VI-DATA FROM DATE YYYYMMDD
               MOVE ORIGVIST TO VI-ORIGEM
               MOVE FILIALOPER TO VI-FILIAL
               MOVE "P" TO VI-SITUACAO
               MOVE ZEROES TO VI-DATAVIST VI-KM VI-QTDITENS VI-QTDOK
                   VI-QTDDANO VI-QTDFALTA VI-ABERTOS
               WRITE REGVIST
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNVIST
               CLOSE CADVIST
           END-IF
           MOVE "00" TO ERROVIS.

      *FICHA TECNICA NA ENTRADA DO VEICULO NO ESTOQUE - HODOMETRO,
      *COMBUSTIVEL (G/E/D/F), CAMBIO (M/A) E PORTAS. A LEITURA DO
      *HODOMETRO ABRE O HISTORICO DO CHASSI (EVENTO E), NOS MESMOS
               MOVE CAMBIOINF TO FC-CAMBIO
               MOVE PORTASINF TO FC-PORTAS
               WRITE REGFICHA
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNFICHA
               IF ERROFIC = "22"
                   REWRITE REGFICHA
                   MOVE "A" TO PJ-OPERACAO
                   PERFORM JORNFICHA
               END-IF
               CLOSE CADFICHA
           END-IF
               MOVE "E" TO KM-EVENTO
               MOVE OPERADOR TO KM-OPERADOR
               WRITE REGKM
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNKM
               CLOSE CADKM
           END-IF
           MOVE "00" TO ERROKM.
               MOVE ZEROES TO PG-DATAPAGTO PG-VALORPAGO
               MOVE 0 TO PG-SITUACAO
               WRITE REGPAG
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNPAG
               CLOSE CADPAG
           END-IF
           MOVE "00" TO ERROPAG.

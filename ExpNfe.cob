      ******************************************************************
      *AUTOR: BRUNO CHAGAS DA SILVA ARMONICO
      *TURMA: ADS 4ฐ SEMESTRE - TARDE - 2017
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPNFE.
      *-----------------------------------------------------------------
      *TRANSMISSAO DA NOTA FISCAL ELETRONICA - LE OS DOCUMENTOS DE
      *VENDA DO CADNF (EMITENF DO P172904 E VENDA DE FROTA DO P172944)
      *E GRAVA NUM ARQUIVO DE LARGURA FIXA POR LOTE (NFENNNN.TXT,
      *NUMERO CONTROLADO EM NFECTRL.TXT), NOS MOLDES DA REMESSA DO
      *EXPPARC, O EVENTO DE CADA NOTA AINDA NAO TRANSMITIDA COM OS
      *DADOS DO COMPRADOR (CADPROPR), DO VEICULO (CADVEIC) E DO
      *IMPOSTO (CADTRIB). O DOCUMENTO DO COMPRADOR SAI COM O TIPO (F
      *CPF, J CNPJ) - O CLIENTE PESSOA JURIDICA SAI COM O CNPJ DO
      *CADEMPR NO LUGAR DO CODIGO "J". EVENTOS:
      *  E - EMISSAO DA NOTA EMITIDA;
      *  C - CANCELAMENTO DA NOTA JA AUTORIZADA E CANCELADA NO
      *      ESTORNO DA VENDA;
      *  I - INUTILIZACAO DO NUMERO CANCELADO SEM TER SIDO AUTORIZADO.
      *A SITUACAO DA NOTA NA SEFAZ FICA NO CADNFE (UM REGISTRO POR
      *NUMERO) - TRANSMITIDA ATE O RETORNO (RETNFE) AUTORIZAR OU
      *REJEITAR. A NOTA REJEITADA SO VOLTA A SAIR DEPOIS DE CORRIGIDA
      *E MARCADA PARA REENVIO NO P172929. CANCELAMENTO DE NOTA AINDA
      *SEM RETORNO ESPERA O RETORNO DA EMISSAO. SEM EVENTO A
      *TRANSMITIR NAO GERA LOTE.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADNF ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NF-NUMERO
               FILE STATUS  IS ERRO
               ALTERNATE RECORD KEY IS NF-CHASSI WITH DUPLICATES.
           SELECT CADNFE ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS NE-NUMERO
               FILE STATUS  IS ERRONFE.
           SELECT CADPROPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CPF
               FILE STATUS  IS ERROPRO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES.
           SELECT CADVEIC ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHASSI
               FILE STATUS  IS ERROVEI
               ALTERNATE RECORD KEY IS PLACA WITH DUPLICATES
               ALTERNATE RECORD KEY IS VEICULO WITH DUPLICATES
               ALTERNATE RECORD KEY IS V-ANO WITH DUPLICATES
               ALTERNATE RECORD KEY IS P-CPF WITH DUPLICATES.
           SELECT CADTRIB ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS TR-CHASSI
               FILE STATUS  IS ERROTRI.
           SELECT CADEMPR ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EM-CNPJ
               FILE STATUS  IS ERROEMP
               ALTERNATE RECORD KEY IS EM-CODIGO.
           SELECT REMNFE ASSIGN TO DYNAMIC REMNOME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROREM.
           SELECT NFECTRL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ERROECT.

       DATA DIVISION.
       FILE SECTION.
           FD CADNF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNF.DAT".
           01 REGNF.
               02 NF-NUMERO   PIC 9(6) VALUE ZEROES.
               02 NF-CHASSI   PIC X(17) VALUE SPACES.
               02 NF-CPF      PIC X(11) VALUE SPACES.
               02 NF-DATA     PIC 9(8) VALUE ZEROES.
               02 NF-VALOR    PIC 9(7)V99 VALUE ZEROES.
               02 NF-OPERADOR PIC X(8) VALUE SPACES.
               02 NF-SITUACAO PIC 9(1) VALUE ZEROES.
                   88 NF-EMITIDA   VALUE 0.
                   88 NF-CANCELADA VALUE 1.
               02 NF-MOTIVO   PIC X(30) VALUE SPACES.

      *SITUACAO DA NOTA NA SEFAZ - TIPO DO ULTIMO EVENTO TRANSMITIDO
      *(E EMISSAO, C CANCELAMENTO, I INUTILIZACAO) E O RESULTADO; A
      *CHAVE DE ACESSO E O PROTOCOLO SAO OS DA AUTORIZACAO DA EMISSAO
           FD CADNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADNFE.DAT".
           01 REGNFE.
               02 NE-NUMERO      PIC 9(6).
               02 NE-TIPO        PIC X(1).
                   88 NFE-EVEMISSAO VALUE "E".
               02 NE-SITUACAO    PIC 9(1).
                   88 NFE-TRANSMITIDA VALUE 1.
                   88 NFE-AUTORIZADA  VALUE 2.
                   88 NFE-REJEITADA   VALUE 3.
                   88 NFE-REENVIAR    VALUE 4.
               02 NE-LOTE        PIC 9(4).
               02 NE-DATAENVIO   PIC 9(8).
               02 NE-CHAVEACESSO PIC X(44).
               02 NE-PROTOCOLO   PIC X(15).
               02 NE-DATAAUT     PIC 9(8).
               02 NE-PROTCANC    PIC X(15).
               02 NE-DATACANC    PIC 9(8).
               02 NE-REJEICAO    PIC X(40).
               02 FILLER         PIC X(10).

           FD CADPROPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPROPR.DAT".
           01 REGPROPR.
               02 CPF          PIC X(11) VALUE ZEROES.
               02 NOME         PIC X(30) VALUE SPACES.
               02 DATANASC     PIC 9(8) VALUE ZEROES.
               02 BCEP         PIC 9(8) VALUE ZEROES.
               02 NUM          PIC 9(6) VALUE ZEROES.
               02 COMPLEMENTO  PIC X(25) VALUE SPACES.
               02 FILLER       PIC X(47).

           FD CADVEIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADVEIC.DAT".
           01 REGVEIC.
               02 CHASSI               PIC X(17) VALUE SPACES.
               02 PLACA                PIC X(7) VALUE SPACES.
               02 VEICULO.
                   03 V-MARCA          PIC 9(3) VALUE ZEROES.
                   03 V-MODELO         PIC 9(3) VALUE ZEROES.
                   03 P-CPF            PIC X(11) VALUE SPACES.
               02 V-ANO VALUE ZEROES.
                   03 ANOFABRIC        PIC 9(4).
                   03 ANOMODELO        PIC 9(4).
               02 COR                  PIC 99 VALUE ZEROES.
               02 COMPRA.
                   03 VALORCOMPRA      PIC 9(7)V99 VALUE ZEROES.
                   03 DATACOMPRA       PIC 9(8) VALUE ZEROES.
                   03 ORIGEMCOMPRA     PIC X(1) VALUE SPACES.
                   03 CPFORIGEM        PIC X(11) VALUE SPACES.
               02 CONSIG.
                   03 TEMCONSIG        PIC 9(1) VALUE ZEROES.
                       88 VEIC-CONSIGNADO VALUE 1.
                       88 VEIC-PROPRIO    VALUE 0.
                   03 CONSIGCPF        PIC X(11) VALUE SPACES.
                   03 CONSIGTAXA       PIC 9(2)V99 VALUE ZEROES.
               02 VENDA VALUE ZEROES.
                   03 VALORVENDA       PIC 9(7)V99.
                   03 COMISSAO         PIC 9(2)V99.
                   03 DATAVENDA        PIC 9(8).
                   03 VENDEDOR         PIC 9(3).
                   03 FINANCIADO       PIC 9(1).
                       88 VEIC-VENDA-FINANCIADA VALUE 1.
                       88 VEIC-VENDA-AVISTA     VALUE 0.
                   03 VALORENTRADA     PIC 9(7)V99.
                   03 QTDPARCELAS      PIC 9(3).
                   03 TAXAFINANC       PIC 9(2)V99.
                   03 VALORPARCELA     PIC 9(7)V99.
                   03 EXPORTADO        PIC 9(1).
                       88 VENDA-EXPORTADA    VALUE 1.
                       88 VENDA-NAOEXPORTADA VALUE 0.
               02 TROCA VALUE ZEROES.
                   03 TEMTROCA         PIC 9(1).
                       88 VEIC-COM-TROCA VALUE 1.
                       88 VEIC-SEM-TROCA VALUE 0.
                   03 TROCAMARCA       PIC 9(3).
                   03 TROCAMODELO      PIC 9(3).
                   03 TROCAANO         PIC 9(4).
                   03 VALORTROCA       PIC 9(7)V99.
               02 FILIAL               PIC 9(2) VALUE ZEROES.
               02 STATUSVEIC           PIC 9(1) VALUE ZEROES.
                   88 VEIC-DISPONIVEL  VALUE 0.
                   88 VEIC-VENDIDO     VALUE 1.
               02 VERSAO               PIC 9(6) VALUE ZEROES.

           FD CADTRIB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADTRIB.DAT".
           01 REGTRIB.
               02 TR-CHASSI   PIC X(17) VALUE SPACES.
               02 TR-DATA     PIC 9(8) VALUE ZEROES.
               02 TR-TIPO     PIC X(1) VALUE SPACES.
               02 TR-BASE     PIC 9(7)V99 VALUE ZEROES.
               02 TR-ALIQUOTA PIC 9(2)V99 VALUE ZEROES.
               02 TR-IMPOSTO  PIC 9(7)V99 VALUE ZEROES.

      *CLIENTE PESSOA JURIDICA - CNPJ E CODIGO USADO NO LUGAR DO CPF
           FD CADEMPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADEMPR.DAT".
           01 REGEMPR.
               02 EM-CNPJ      PIC X(14) VALUE SPACES.
               02 EM-CODIGO    PIC X(11) VALUE SPACES.
               02 EM-CONTATO   PIC X(30) VALUE SPACES.
               02 EM-DATACAD   PIC 9(8) VALUE ZEROES.
               02 EM-OPERADOR  PIC X(8) VALUE SPACES.

           FD REMNFE
               LABEL RECORD IS STANDARD.
           01 LINHANFE.
               02 NT-TIPO       PIC X(1).
               02 NT-NUMERO     PIC 9(6).
               02 NT-DATA       PIC 9(8).
               02 NT-VALOR      PIC 9(7)V99.
               02 NT-TIPODOC    PIC X(1).
                   88 NT-DOCCPF  VALUE "F".
                   88 NT-DOCCNPJ VALUE "J".
               02 NT-CPF        PIC X(14).
               02 NT-NOME       PIC X(30).
               02 NT-CEP        PIC 9(8).
               02 NT-NUMEND     PIC 9(6).
               02 NT-COMPL      PIC X(25).
               02 NT-CHASSI     PIC X(17).
               02 NT-PLACA      PIC X(7).
               02 NT-MARCA      PIC 9(3).
               02 NT-MODELO     PIC 9(3).
               02 NT-ANOFABRIC  PIC 9(4).
               02 NT-ANOMODELO  PIC 9(4).
               02 NT-COR        PIC 9(2).
               02 NT-TRIBTIPO   PIC X(1).
               02 NT-BASE       PIC 9(7)V99.
               02 NT-ALIQUOTA   PIC 9(2)V99.
               02 NT-IMPOSTO    PIC 9(7)V99.
               02 NT-CHAVEACESSO PIC X(44).
               02 NT-MOTIVO     PIC X(30).
           01 LINHATEXTO PIC X(251).

           FD NFECTRL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "NFECTRL.TXT".
           01 LINHAECT.
               02 RC-LOTE PIC 9(4).
               02 RC-DATA PIC 9(8).

           WORKING-STORAGE SECTION.
      *IMAGEM PARA O JORNAL DE TRANSACOES (JORNTRAN)
           01 PARAMJORN.
               02 PJ-ARQUIVO  PIC X(08) VALUE SPACES.
               02 PJ-OPERACAO PIC X(01) VALUE SPACES.
               02 PJ-IMAGEM   PIC X(450) VALUE SPACES.
           01 ERRO      PIC X(2) VALUE "00".
           01 ERRONFE   PIC X(2) VALUE "00".
           01 ERROPRO   PIC X(2) VALUE "00".
           01 ERROVEI   PIC X(2) VALUE "00".
           01 ERROTRI   PIC X(2) VALUE "00".
           01 ERROEMP   PIC X(2) VALUE "00".
           01 ERROREM   PIC X(2) VALUE "00".
           01 ERROECT   PIC X(2) VALUE "00".
           01 TEMPRO    PIC 9(1) VALUE 0.
           01 TEMVEIC   PIC 9(1) VALUE 0.
           01 TEMTRIB   PIC 9(1) VALUE 0.
           01 TEMEMPR   PIC 9(1) VALUE 0.
           01 FIMARQ    PIC 9(1) VALUE 0.
           01 LOTEABERTO PIC 9(1) VALUE 0.
           01 ACHOUNFE  PIC 9(1) VALUE 0.
           01 ACHOUTRIB PIC 9(1) VALUE 0.
           01 EVENTO    PIC X(1) VALUE SPACE.
           01 QTDENVIADAS PIC 9(6) VALUE ZEROES.
           01 QTDEMISSAO  PIC 9(6) VALUE ZEROES.
           01 QTDCANCEL   PIC 9(6) VALUE ZEROES.
           01 QTDINUTIL   PIC 9(6) VALUE ZEROES.
           01 QTDSEMTRIB  PIC 9(6) VALUE ZEROES.
           01 NUMLOTE PIC 9(4) VALUE ZEROES.
           01 DATAHOJE PIC 9(8) VALUE ZEROES.
           01 REMNOME PIC X(12) VALUE SPACES.
           01 TOTENVIADO PIC 9(11)V99 VALUE ZEROES.

           PROCEDURE DIVISION.
      *ABRE OS ARQUIVOS ENVOLVIDOS NA TRANSMISSAO
       ABREARQUIVOS.
           ACCEPT DATAHOJE FROM DATE YYYYMMDD
           OPEN INPUT CADNF
           IF ERRO NOT = "00"
               DISPLAY "ARQUIVO CADNF NAO ENCONTRADO OU VAZIO"
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN I-O CADNFE
           IF ERRONFE = "30" OR ERRONFE = "35"
               OPEN OUTPUT CADNFE
               CLOSE CADNFE
               OPEN I-O CADNFE
           END-IF
           IF ERRONFE NOT = "00"
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADNFE"
               CLOSE CADNF
               MOVE 8 TO RETURN-CODE
               GO TO SAIR
           END-IF
           OPEN INPUT CADPROPR
           IF ERROPRO = "00"
               MOVE 1 TO TEMPRO
           END-IF
           MOVE "00" TO ERROPRO
           OPEN INPUT CADVEIC
           IF ERROVEI = "00"
               MOVE 1 TO TEMVEIC
           END-IF
           MOVE "00" TO ERROVEI
           OPEN INPUT CADTRIB
           IF ERROTRI = "00"
               MOVE 1 TO TEMTRIB
           END-IF
           MOVE "00" TO ERROTRI
           OPEN INPUT CADEMPR
           IF ERROEMP = "00"
               MOVE 1 TO TEMEMPR
           END-IF
           MOVE "00" TO ERROEMP
           GO TO TRANSMITE.

      *PERCORRE AS NOTAS PELO NUMERO E TRANSMITE O EVENTO DEVIDO
       TRANSMITE.
           MOVE 0 TO FIMARQ
           MOVE ZEROES TO NF-NUMERO
           START CADNF KEY IS NOT LESS THAN NF-NUMERO
               INVALID KEY
                   MOVE 1 TO FIMARQ
           END-START
           PERFORM TRANSMITE-LOOP UNTIL FIMARQ = 1
           MOVE "00" TO ERRO
           GO TO ENCERRA.

       TRANSMITE-LOOP.
           READ CADNF NEXT
           IF ERRO NOT = "00"
               MOVE 1 TO FIMARQ
           ELSE
               PERFORM DEFINEEVENTO
               IF EVENTO NOT = SPACE
                   PERFORM GRAVAEVENTO
               END-IF
           END-IF.

      *DECIDE O EVENTO DA NOTA PELA SITUACAO NO CADNF E NO CADNFE -
      *EM BRANCO, NADA A TRANSMITIR
       DEFINEEVENTO.
           MOVE SPACE TO EVENTO
           MOVE 0 TO ACHOUNFE
           MOVE NF-NUMERO TO NE-NUMERO
           READ CADNFE
           IF ERRONFE = "00"
               MOVE 1 TO ACHOUNFE
           END-IF
           MOVE "00" TO ERRONFE
           IF ACHOUNFE = 0
               IF NF-EMITIDA
                   MOVE "E" TO EVENTO
               ELSE
                   MOVE "I" TO EVENTO
               END-IF
           ELSE
               IF NF-EMITIDA
                   IF NFE-REENVIAR
                       MOVE "E" TO EVENTO
                   END-IF
               ELSE
                   IF NFE-EVEMISSAO
                       IF NFE-AUTORIZADA
                           MOVE "C" TO EVENTO
                       END-IF
                       IF NFE-REJEITADA OR NFE-REENVIAR
                           MOVE "I" TO EVENTO
                       END-IF
                   ELSE
                       IF NFE-REENVIAR
                           MOVE NE-TIPO TO EVENTO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *GRAVA A LINHA DO EVENTO COM COMPRADOR, VEICULO E IMPOSTO E
      *MARCA A NOTA COMO TRANSMITIDA NO LOTE
       GRAVAEVENTO.
           IF LOTEABERTO = 0
               PERFORM ABRELOTE
           END-IF
           MOVE SPACES TO LINHANFE
           MOVE ZEROES TO NT-CEP NT-NUMEND NT-MARCA NT-MODELO
               NT-ANOFABRIC NT-ANOMODELO NT-COR NT-BASE NT-ALIQUOTA
               NT-IMPOSTO
           MOVE EVENTO    TO NT-TIPO
           MOVE NF-NUMERO TO NT-NUMERO
           MOVE NF-DATA   TO NT-DATA
           MOVE NF-VALOR  TO NT-VALOR
           PERFORM DOCCOMPRADOR
           MOVE NF-CHASSI TO NT-CHASSI
           IF TEMPRO = 1
               MOVE NF-CPF TO CPF
               READ CADPROPR
               IF ERROPRO = "00"
                   MOVE NOME TO NT-NOME
                   MOVE BCEP TO NT-CEP
                   MOVE NUM TO NT-NUMEND
                   MOVE COMPLEMENTO TO NT-COMPL
               END-IF
               MOVE "00" TO ERROPRO
           END-IF
           IF TEMVEIC = 1
               MOVE NF-CHASSI TO CHASSI
               READ CADVEIC
               IF ERROVEI = "00"
                   MOVE PLACA TO NT-PLACA
                   MOVE V-MARCA TO NT-MARCA
                   MOVE V-MODELO TO NT-MODELO
                   MOVE ANOFABRIC TO NT-ANOFABRIC
                   MOVE ANOMODELO TO NT-ANOMODELO
                   MOVE COR TO NT-COR
               END-IF
               MOVE "00" TO ERROVEI
           END-IF
           IF EVENTO = "E"
               PERFORM LERTRIB
           ELSE
               MOVE NF-MOTIVO TO NT-MOTIVO
               IF ACHOUNFE = 1
                   MOVE NE-CHAVEACESSO TO NT-CHAVEACESSO
               END-IF
           END-IF
           WRITE LINHANFE
           ADD 1 TO QTDENVIADAS
           ADD NF-VALOR TO TOTENVIADO
           EVALUATE EVENTO
           WHEN "E"
               ADD 1 TO QTDEMISSAO
           WHEN "C"
               ADD 1 TO QTDCANCEL
           WHEN "I"
               ADD 1 TO QTDINUTIL
           END-EVALUATE
           IF ACHOUNFE = 0
               MOVE SPACES TO REGNFE
               MOVE NF-NUMERO TO NE-NUMERO
               MOVE ZEROES TO NE-DATAAUT NE-DATACANC
           END-IF
           MOVE EVENTO TO NE-TIPO
           MOVE 1 TO NE-SITUACAO
           MOVE NUMLOTE TO NE-LOTE
           MOVE DATAHOJE TO NE-DATAENVIO
           MOVE SPACES TO NE-REJEICAO
           IF ACHOUNFE = 0
               WRITE REGNFE
               MOVE "I" TO PJ-OPERACAO
               PERFORM JORNNFE
           ELSE
               REWRITE REGNFE
               MOVE "A" TO PJ-OPERACAO
               PERFORM JORNNFE
           END-IF
           MOVE "00" TO ERRONFE.

      *DOCUMENTO DO COMPRADOR - CLIENTE PESSOA JURIDICA (CODIGO "J")
      *SAI COM O CNPJ DO CADEMPR NO LUGAR DO CODIGO
       DOCCOMPRADOR.
           MOVE "F" TO NT-TIPODOC
           MOVE NF-CPF TO NT-CPF
           IF NF-CPF(1:1) = "J"
               MOVE "J" TO NT-TIPODOC
               IF TEMEMPR = 1
                   MOVE NF-CPF TO EM-CODIGO
                   READ CADEMPR KEY IS EM-CODIGO
                   IF ERROEMP = "00"
                       MOVE EM-CNPJ TO NT-CPF
                   END-IF
                   MOVE "00" TO ERROEMP
               END-IF
           END-IF.

      *IMPOSTO DA VENDA - SEM REGISTRO NO CADTRIB A NOTA SAI ZERADA E
      *E CONTADA NO RESUMO PARA CONFERENCIA
       LERTRIB.
           MOVE 0 TO ACHOUTRIB
           IF TEMTRIB = 1
               MOVE NF-CHASSI TO TR-CHASSI
               READ CADTRIB
               IF ERROTRI = "00"
                   MOVE 1 TO ACHOUTRIB
                   MOVE TR-TIPO TO NT-TRIBTIPO
                   MOVE TR-BASE TO NT-BASE
                   MOVE TR-ALIQUOTA TO NT-ALIQUOTA
                   MOVE TR-IMPOSTO TO NT-IMPOSTO
               END-IF
               MOVE "00" TO ERROTRI
           END-IF
           IF ACHOUTRIB = 0
               ADD 1 TO QTDSEMTRIB
           END-IF.

      *NUMERA O LOTE E GRAVA O HEADER - SO QUANDO HA EVENTO A ENVIAR
       ABRELOTE.
           OPEN INPUT NFECTRL
           IF ERROECT = "00"
               READ NFECTRL
                   AT END
                       MOVE ZEROES TO NUMLOTE
                   NOT AT END
                       MOVE RC-LOTE TO NUMLOTE
               END-READ
               CLOSE NFECTRL
           END-IF
           ADD 1 TO NUMLOTE
           MOVE SPACES TO REMNOME
           STRING "NFE" DELIMITED BY SIZE
               NUMLOTE DELIMITED BY SIZE
               ".TXT" DELIMITED BY SIZE
               INTO REMNOME
           END-STRING
           OPEN OUTPUT REMNFE
           MOVE SPACES TO LINHATEXTO
           STRING "HEADER LOTE " DELIMITED BY SIZE
               NUMLOTE DELIMITED BY SIZE
               " DATA " DELIMITED BY SIZE
               DATAHOJE DELIMITED BY SIZE
               INTO LINHATEXTO
           END-STRING
           WRITE LINHATEXTO
           MOVE 1 TO LOTEABERTO.

      *GRAVA O TRAILER DE CONFERENCIA E O NOVO NUMERO DE LOTE
       ENCERRA.
           IF LOTEABERTO = 0
               DISPLAY "NENHUMA NOTA A TRANSMITIR"
           ELSE
               MOVE SPACES TO LINHATEXTO
               STRING "TRAILER REGISTROS " DELIMITED BY SIZE
                   QTDENVIADAS DELIMITED BY SIZE
                   " VALOR TOTAL " DELIMITED BY SIZE
                   TOTENVIADO DELIMITED BY SIZE
                   INTO LINHATEXTO
               END-STRING
               WRITE LINHATEXTO
               CLOSE REMNFE
               OPEN OUTPUT NFECTRL
               MOVE NUMLOTE TO RC-LOTE
               MOVE DATAHOJE TO RC-DATA
               WRITE LINHAECT
               CLOSE NFECTRL
               DISPLAY "LOTE " NUMLOTE " GRAVADO EM " REMNOME
               DISPLAY "EMISSOES: " QTDEMISSAO
                   " CANCELAMENTOS: " QTDCANCEL
                   " INUTILIZACOES: " QTDINUTIL
               IF QTDSEMTRIB NOT = ZEROES
                   DISPLAY "NOTAS SEM IMPOSTO NO CADTRIB: " QTDSEMTRIB
               END-IF
           END-IF
           CLOSE CADNF
           CLOSE CADNFE
           IF TEMPRO = 1
               CLOSE CADPROPR
           END-IF
           IF TEMVEIC = 1
               CLOSE CADVEIC
           END-IF
           IF TEMTRIB = 1
               CLOSE CADTRIB
           END-IF
           IF TEMEMPR = 1
               CLOSE CADEMPR
           END-IF.

       SAIR.
           GOBACK.

      *IMAGEM GRAVADA NO CADNFE PARA O JORNAL DE TRANSACOES
       JORNNFE.
           IF ERRONFE = "00" OR ERRONFE = "02"
               MOVE "CADNFE" TO PJ-ARQUIVO
               MOVE REGNFE TO PJ-IMAGEM
               CALL "JORNTRAN" USING PARAMJORN
           END-IF
           MOVE SPACES TO PJ-OPERACAO.
           END PROGRAM EXPNFE.

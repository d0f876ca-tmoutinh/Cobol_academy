       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA62.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: PENHORA DE SALDOS BANCARIOS - CARREGA AS
      *            ORDENS NOVAS DOS TRIBUNAIS E DA AUTORIDADE
      *            TRIBUTARIA (PNHENT) NO PENHSLD E, PARA CADA
      *            PENHORA ATIVA, PROCURA TODAS AS CONTAS DO
      *            NIF (FICHAS DO CLIMST COM ESSE NIF E AS
      *            CONTAS ONDE ESSAS FICHAS SAO TITULARES OU
      *            COTITULARES NO TITULARES), E CATIVA O SALDO
      *            DISPONIVEL ATE AO VALOR EM FALTA, DEIXANDO
      *            LIVRE O MINIMO PROTEGIDO DO DEVEDOR (SYSIN)
      *            E, NAS CONTAS COLETIVAS, SO A QUOTA DO
      *            DEVEDOR; CADA CATIVO "P" FICA LIGADO A
      *            PENHORA NO PENHCTA E A RESPOSTA A
      *            AUTORIDADE SAI NO PNHRSP - AS PENHORAS NAO
      *            SATISFEITAS CONTINUAM A CAPTAR OS SALDOS
      *            QUE ENTRAREM NOS DIAS SEGUINTES; A REMESSA
      *            FAZ-SE POR ORDEM NO COBVSA63
      *            (AS PENHORAS DE VENCIMENTO DOS FUNCIONARIOS
      *            SAO OUTRO CIRCUITO - TR00PTTK/TR00PTT8)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * PNHENT      INPUT       -----   (ORDENS NOVAS)
      * PENHSLD     I-O         BOOKPNH
      * PENHCTA     I-O         BOOKPNC
      * CLIMST      INPUT       -----
      * TITULARES   INPUT       -----
      * ARQCLI      INPUT       -----
      * CATIVOS     I-O         BOOKCAT
      * DATACTL     INPUT       -----
      * PNHRSP      OUTPUT      -----   (RESPOSTA A AUTORIDADE)
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT ENT ASSIGN TO PNHENT
           FILE STATUS IS WRK-FS-PNHENT.

           SELECT PNH ASSIGN TO PENHSLD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PNH-NUMERO
           FILE STATUS   IS WRK-FS-PENHSLD.

           SELECT PNC ASSIGN TO PENHCTA
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PNC-ID
           FILE STATUS   IS WRK-FS-PENHCTA.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT RSP ASSIGN TO PNHRSP
           FILE STATUS IS WRK-FS-PNHRSP.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD ENT
           RECORDING MODE IS F
           RECORD CONTAINS 98 CHARACTERS.
       01 REG-PNHENT.
          05 ENT-NUMERO           PIC X(15).
          05 ENT-ENTIDADE         PIC X(01).
          05 ENT-AUTORIDADE       PIC X(30).
          05 ENT-NIF              PIC 9(09).
          05 ENT-VALOR            PIC 9(08)V99.
          05 ENT-IBAN-REMESSA     PIC X(25).
          05 ENT-DATA             PIC 9(08).

       FD PNH.
       COPY BOOKPNH.

       FD PNC.
       COPY BOOKPNC.

       FD CLM.
       01 REG-CLIMST.
          05 CLI-CHAVE            PIC X(09).
          05 CLI-NOME             PIC X(30).
          05 CLI-MORADA1          PIC X(30).
          05 CLI-MORADA2          PIC X(30).
          05 CLI-CODPOSTAL        PIC X(08).
          05 CLI-LOCALIDADE       PIC X(20).
          05 CLI-NIF              PIC 9(09).
          05 CLI-DATA-NASC        PIC 9(08).
          05 CLI-TELEFONE         PIC X(12).
          05 CLI-EMAIL            PIC X(30).
          05 CLI-FALECIDO         PIC X(01).
          05 CLI-DATA-OBITO       PIC 9(08).
          05 CLI-PAIS-FISCAL      PIC X(02).
          05 CLI-NIF-ESTRANG      PIC X(20).
          05 CLI-EUA              PIC X(01).
          05 CLI-DATA-AUTOCERT    PIC 9(08).
          05 CLI-DOC-TIPO         PIC X(02).
          05 CLI-DOC-NUMERO       PIC X(20).
          05 CLI-DOC-VALIDADE     PIC 9(08).
          05 CLI-RISCO            PIC X(01).
          05 CLI-DATA-REVISAO     PIC 9(08).
          05 CLI-MORADA-DEVOL     PIC X(01).
          05 CLI-DATA-DEVOL       PIC 9(08).
          05 CLI-DOC-DEVOL        PIC X(03).

       FD TIT.
       01 REG-TITULARES.
          05 TIT-ID.
             10 TIT-CHAVE         PIC X(09).
             10 TIT-CLIENTE       PIC X(09).
          05 TIT-PAPEL            PIC X(01).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CAT.
       COPY BOOKCAT.

       FD CTD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-DATACTL.
          05 CTD-DATA-NEGOCIO     PIC 9(08).
          05 CTD-FIM-MES          PIC X(01).
          05 CTD-FIM-ANO          PIC X(01).

      *    TIPO: I-CATIVO NA RECECAO  C-CATIVO POSTERIOR
      *          T-TOTAL DA PENHORA   N-NADA A PENHORAR
      *          R-ORDEM RECUSADA
       FD RSP
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
       01 REG-PNHRSP.
          05 RSP-NUMERO           PIC X(15).
          05 RSP-NIF              PIC 9(09).
          05 RSP-TIPO             PIC X(01).
          05 RSP-CONTA            PIC X(09).
          05 RSP-SALDO            PIC S9(06)V99.
          05 RSP-VALOR            PIC 9(08)V99.
          05 RSP-FALTA            PIC 9(08)V99.
          05 RSP-DATA             PIC 9(08).
          05 RSP-MOTIVO           PIC X(20).

       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-PNHENT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENHSLD          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENHCTA          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PNHRSP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
       77 WRK-TEM-PNHENT          PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(20) VALUE SPACES.
      *------------- MINIMO PROTEGIDO (SYSIN) -------------
      *    O SALARIO MINIMO NACIONAL E IMPENHORAVEL NO
      *    CONJUNTO DAS CONTAS DO DEVEDOR
       01 WRK-MINIMO-PARM         PIC X(08) VALUE SPACES.
       01 FILLER REDEFINES WRK-MINIMO-PARM.
          05 WRK-MINIMO-PARM-NUM  PIC 9(06)V99.
       77 WRK-MINIMO-PROTEGIDO    PIC 9(06)V99 VALUE 870,00.
       77 WRK-PROTEGIDO-RESTA     PIC S9(07)V99 COMP VALUE ZEROS.
      *------------- CONTAS DO NIF -----------------------
       77 WRK-EOF-CLIMST          PIC X(01) VALUE "N".
       77 WRK-EOF-TITULARES       PIC X(01) VALUE "N".
       77 WRK-QTD-FICHAS          PIC 9(03) COMP VALUE 0.
       77 WRK-QTD-CONTAS          PIC 9(03) COMP VALUE 0.
       77 WRK-IND-FICHA           PIC 9(03) COMP VALUE 0.
       77 WRK-IND-CONTA           PIC 9(03) COMP VALUE 0.
       77 WRK-ACHOU               PIC X(01) VALUE "N".
       01 WRK-TAB-FICHAS.
          05 WRK-TF-CHAVE         PIC X(09) OCCURS 20 TIMES.
       01 WRK-TAB-CONTAS.
          05 WRK-TC-CHAVE         PIC X(09) OCCURS 50 TIMES.
       77 WRK-CONTA-NOVA          PIC X(09) VALUE SPACES.
       77 WRK-QTD-TITULARES       PIC 9(03) COMP VALUE 0.
      *------------- CALCULO DO CATIVO --------------------
       77 WRK-FALTA               PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-DISPONIVEL          PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-PENHORAVEL          PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-VALOR-CATIVO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CATIVADO-ORDEM      PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-CATIVADO-CONTA      PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-FIM-PENHCTA         PIC X(01) VALUE "N".
       77 WRK-TIPO-RESPOSTA       PIC X(01) VALUE SPACES.
       77 WRK-ULTIMO-CATIVO       PIC 9(05) VALUE ZEROS.
      *------------- CATIVOS DE SALDO (VER COBVSA55) ------
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-CATIVO-CONTA        PIC X(09) VALUE SPACES.
       77 WRK-CATIVO-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(07)V99 COMP VALUE ZEROS.
      *------------- CONTADORES ---------------------------
       77 WRK-EOF-PENHSLD         PIC X(01) VALUE "N".
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CARREGADAS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADAS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ATIVAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CATIVOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SATISFEITAS PIC 9(10) COMP VALUE 0.
       77 WRK-TOT-CATIVADO        PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-LOG.
          05 WRK-LOG-ANO          PIC 9(04).
          05 WRK-LOG-MES          PIC 9(02).
          05 WRK-LOG-DIA          PIC 9(02).
       77 WRK-HORA-LOG            PIC 9(06).
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TEM-PNHENT EQUAL "S"
             PERFORM 0200-CARREGAR-ORDEM
                     UNTIL WRK-FS-PNHENT EQUAL "10"
           END-IF.
           PERFORM 0250-PROCESSAR-PENHORAS.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
      *    CAI NA DATA DA MAQUINA SE DATACTL FALTAR
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL EQUAL "00"
             READ CTD
             MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC
             CLOSE CTD
           ELSE
             DISPLAY "DATACTL INDISPONIVEL - USA DATA DA MAQUINA"
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
           END-IF.
           ACCEPT WRK-MINIMO-PARM FROM SYSIN.
           IF WRK-MINIMO-PARM NOT EQUAL SPACES AND
              WRK-MINIMO-PARM-NUM NUMERIC
             MOVE WRK-MINIMO-PARM-NUM TO WRK-MINIMO-PROTEGIDO
           END-IF.
           DISPLAY "MINIMO PROTEGIDO " WRK-MINIMO-PROTEGIDO.
      *    SEM ORDENS NOVAS O LOTE SO CAPTA SALDOS PARA AS
      *    PENHORAS JA ATIVAS
           OPEN INPUT ENT.
           IF WRK-FS-PNHENT EQUAL "00"
             MOVE "S" TO WRK-TEM-PNHENT
             READ ENT
           ELSE
             DISPLAY "PNHENT INDISPONIVEL - SO CAPTACAO"
           END-IF.
           OPEN I-O PNH.
           IF WRK-FS-PENHSLD EQUAL "35"
             OPEN OUTPUT PNH
             CLOSE PNH
             OPEN I-O PNH
           END-IF.
           IF WRK-FS-PENHSLD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PENHSLD - STATUS "
                     WRK-FS-PENHSLD
             GOBACK
           END-IF.
           OPEN I-O PNC.
           IF WRK-FS-PENHCTA EQUAL "35"
             OPEN OUTPUT PNC
             CLOSE PNC
             OPEN I-O PNC
           END-IF.
           IF WRK-FS-PENHCTA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PENHCTA - STATUS "
                     WRK-FS-PENHCTA
             GOBACK
           END-IF.
      *    SEM O CLIMST E O TITULARES NAO SE CHEGA AS
      *    CONTAS DO NIF - NADA E CATIVADO
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS " WRK-FS-CLIMST
             GOBACK
           END-IF.
           OPEN INPUT TIT.
           IF WRK-FS-TITULARES NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA TITULARES - STATUS "
                     WRK-FS-TITULARES
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             GOBACK
           END-IF.
           OPEN I-O CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
           OPEN OUTPUT RSP.
           IF WRK-FS-PNHRSP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PNHRSP - STATUS "
                     WRK-FS-PNHRSP
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  VALIDA A ORDEM RECEBIDA E REGISTA-A NO        *
      *  PENHSLD - AS RECUSADAS SEGUEM NA RESPOSTA     *
      **************************************************
       0200-CARREGAR-ORDEM                       SECTION.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
             WHEN ENT-NUMERO EQUAL SPACES
               MOVE "PROCESSO EM FALTA"    TO WRK-MOTIVO
             WHEN ENT-ENTIDADE NOT EQUAL "T" AND "F"
               MOVE "ENTIDADE INVALIDA"    TO WRK-MOTIVO
             WHEN ENT-NIF NOT NUMERIC OR ENT-NIF EQUAL ZEROS
               MOVE "NIF INVALIDO"         TO WRK-MOTIVO
             WHEN ENT-VALOR NOT NUMERIC OR ENT-VALOR EQUAL ZEROS
               MOVE "VALOR INVALIDO"       TO WRK-MOTIVO
             WHEN OTHER
               MOVE ENT-NUMERO TO PNH-NUMERO
               READ PNH
               IF WRK-FS-PENHSLD EQUAL "00"
                 MOVE "PROCESSO REPETIDO"  TO WRK-MOTIVO
               END-IF
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             MOVE SPACES           TO REG-PNHRSP
             MOVE ENT-NUMERO       TO RSP-NUMERO
             MOVE ENT-NIF          TO RSP-NIF
             MOVE "R"              TO RSP-TIPO
             MOVE ZEROS            TO RSP-SALDO
             MOVE ZEROS            TO RSP-VALOR
             MOVE ZEROS            TO RSP-FALTA
             MOVE WRK-DATA-PROC    TO RSP-DATA
             MOVE WRK-MOTIVO       TO RSP-MOTIVO
             WRITE REG-PNHRSP
             ADD 1 TO WRK-CONTADOR-RECUSADAS
             GO TO 0200-LER-PROXIMA
           END-IF.
           MOVE ENT-NUMERO        TO PNH-NUMERO.
           MOVE ENT-ENTIDADE      TO PNH-ENTIDADE.
           MOVE ENT-AUTORIDADE    TO PNH-AUTORIDADE.
           MOVE ENT-NIF           TO PNH-NIF.
           MOVE ENT-VALOR         TO PNH-VALOR.
           MOVE ZEROS             TO PNH-CATIVADO.
           MOVE ZEROS             TO PNH-REMETIDO.
           MOVE ENT-IBAN-REMESSA  TO PNH-IBAN-REMESSA.
           MOVE WRK-DATA-PROC     TO PNH-DATA-RECEPCAO.
           MOVE ZEROS             TO PNH-DATA-ULT-CAPT.
           MOVE "A"               TO PNH-ESTADO.
           MOVE ZEROS             TO PNH-DATA-FIM.
           WRITE REG-PENHSLD
             INVALID KEY
               DISPLAY "ERRO NA GRAVACAO DO PENHSLD " PNH-NUMERO
             NOT INVALID KEY
               ADD 1 TO WRK-CONTADOR-CARREGADAS
           END-WRITE.
       0200-LER-PROXIMA.
           READ ENT.
       0200-CARREGAR-ORDEM-FIM.  EXIT.
      **************************************************
      *  PERCORRE O PENHSLD E CATIVA PARA CADA PENHORA *
      *  ATIVA - INCLUI AS CARREGADAS NESTA EXECUCAO   *
      **************************************************
       0250-PROCESSAR-PENHORAS                   SECTION.
           MOVE "N"              TO WRK-EOF-PENHSLD.
           MOVE LOW-VALUES       TO PNH-NUMERO.
           START PNH KEY IS GREATER THAN OR EQUAL PNH-NUMERO
             INVALID KEY
               MOVE "S"          TO WRK-EOF-PENHSLD
           END-START.
           PERFORM UNTIL WRK-EOF-PENHSLD EQUAL "S"
             READ PNH NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-PENHSLD
               NOT AT END
                 IF PNH-ESTADO EQUAL "A"
                   ADD 1 TO WRK-CONTADOR-ATIVAS
                   PERFORM 0260-PENHORAR-ORDEM
                 END-IF
             END-READ
           END-PERFORM.
       0250-PROCESSAR-PENHORAS-FIM.  EXIT.
      **************************************************
      *  CATIVA AS CONTAS DO NIF ATE AO VALOR EM FALTA *
      *  - O MINIMO PROTEGIDO VALE PARA O CONJUNTO DAS *
      *  CONTAS E SAI DO PRIMEIRO SALDO ENCONTRADO     *
      **************************************************
       0260-PENHORAR-ORDEM                       SECTION.
           IF PNH-DATA-RECEPCAO EQUAL WRK-DATA-PROC
             MOVE "I" TO WRK-TIPO-RESPOSTA
           ELSE
             MOVE "C" TO WRK-TIPO-RESPOSTA
           END-IF.
           MOVE ZEROS TO WRK-CATIVADO-ORDEM.
           COMPUTE WRK-FALTA = PNH-VALOR - PNH-CATIVADO
                             - PNH-REMETIDO.
           IF WRK-FALTA NOT GREATER THAN ZEROS
             GO TO 0260-ATUALIZAR
           END-IF.
           PERFORM 0270-CONTAS-DO-NIF.
           IF WRK-QTD-CONTAS EQUAL ZEROS
             MOVE "SEM CONTAS NO BANCO" TO WRK-MOTIVO
             GO TO 0260-ATUALIZAR
           END-IF.
           MOVE WRK-MINIMO-PROTEGIDO TO WRK-PROTEGIDO-RESTA.
           PERFORM VARYING WRK-IND-CONTA FROM 1 BY 1
                   UNTIL WRK-IND-CONTA > WRK-QTD-CONTAS
                      OR WRK-FALTA NOT GREATER THAN ZEROS
             PERFORM 0280-PENHORAR-CONTA
           END-PERFORM.
           MOVE "SEM SALDO PENHORAVEL" TO WRK-MOTIVO.
       0260-ATUALIZAR.
      *    A AUTORIDADE RECEBE SEMPRE RESPOSTA A UMA
      *    ORDEM NOVA; DEPOIS SO QUANDO HA CAPTACAO
           IF WRK-CATIVADO-ORDEM GREATER THAN ZEROS
             MOVE SPACES          TO REG-PNHRSP
             MOVE PNH-NUMERO      TO RSP-NUMERO
             MOVE PNH-NIF         TO RSP-NIF
             MOVE "T"             TO RSP-TIPO
             MOVE ZEROS           TO RSP-SALDO
             COMPUTE RSP-VALOR = PNH-CATIVADO + PNH-REMETIDO
             MOVE ZEROS           TO RSP-FALTA
             IF WRK-FALTA GREATER THAN ZEROS
               MOVE WRK-FALTA     TO RSP-FALTA
             END-IF
             MOVE WRK-DATA-PROC   TO RSP-DATA
             WRITE REG-PNHRSP
             MOVE WRK-DATA-PROC   TO PNH-DATA-ULT-CAPT
           ELSE
             IF WRK-TIPO-RESPOSTA EQUAL "I"
               MOVE SPACES        TO REG-PNHRSP
               MOVE PNH-NUMERO    TO RSP-NUMERO
               MOVE PNH-NIF       TO RSP-NIF
               MOVE "N"           TO RSP-TIPO
               MOVE ZEROS         TO RSP-SALDO
               MOVE ZEROS         TO RSP-VALOR
               MOVE PNH-VALOR     TO RSP-FALTA
               MOVE WRK-DATA-PROC TO RSP-DATA
               MOVE WRK-MOTIVO    TO RSP-MOTIVO
               WRITE REG-PNHRSP
             END-IF
           END-IF.
           IF WRK-FALTA NOT GREATER THAN ZEROS
             MOVE "S" TO PNH-ESTADO
             ADD 1    TO WRK-CONTADOR-SATISFEITAS
           END-IF.
           REWRITE REG-PENHSLD
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO DO PENHSLD " PNH-NUMERO
           END-REWRITE.
       0260-PENHORAR-ORDEM-FIM.  EXIT.
      **************************************************
      *  JUNTA AS CONTAS DO NIF: AS FICHAS DO CLIMST   *
      *  COM ESSE NIF (A CHAVE DA FICHA E A CONTA      *
      *  PRINCIPAL) E AS CONTAS ONDE ESSAS FICHAS SAO  *
      *  TITULARES OU COTITULARES - O AUTORIZADO NAO   *
      *  E DONO DO SALDO                               *
      **************************************************
       0270-CONTAS-DO-NIF                        SECTION.
           MOVE ZEROS            TO WRK-QTD-FICHAS.
           MOVE ZEROS            TO WRK-QTD-CONTAS.
           MOVE "N"              TO WRK-EOF-CLIMST.
           MOVE LOW-VALUES       TO CLI-CHAVE.
           START CLM KEY IS GREATER THAN OR EQUAL CLI-CHAVE
             INVALID KEY
               MOVE "S"          TO WRK-EOF-CLIMST
           END-START.
           PERFORM UNTIL WRK-EOF-CLIMST EQUAL "S"
             READ CLM NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-CLIMST
               NOT AT END
                 IF CLI-NIF EQUAL PNH-NIF
                   IF WRK-QTD-FICHAS < 20
                     ADD 1 TO WRK-QTD-FICHAS
                     MOVE CLI-CHAVE TO WRK-TF-CHAVE (WRK-QTD-FICHAS)
                     MOVE CLI-CHAVE TO WRK-CONTA-NOVA
                     PERFORM 0275-JUNTAR-CONTA
                   ELSE
                     DISPLAY "MAIS DE 20 FICHAS NO NIF " PNH-NIF
                             " - FICHA " CLI-CHAVE " IGNORADA"
                     MOVE 4 TO RETURN-CODE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF WRK-QTD-FICHAS EQUAL ZEROS
             GO TO 0270-CONTAS-DO-NIF-FIM
           END-IF.
           MOVE "N"              TO WRK-EOF-TITULARES.
           MOVE LOW-VALUES       TO TIT-ID.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-TITULARES
           END-START.
           PERFORM UNTIL WRK-EOF-TITULARES EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-TITULARES
               NOT AT END
                 IF TIT-PAPEL EQUAL "T" OR "S"
                   PERFORM VARYING WRK-IND-FICHA FROM 1 BY 1
                           UNTIL WRK-IND-FICHA > WRK-QTD-FICHAS
                     IF TIT-CLIENTE EQUAL WRK-TF-CHAVE (WRK-IND-FICHA)
                       MOVE TIT-CHAVE TO WRK-CONTA-NOVA
                       PERFORM 0275-JUNTAR-CONTA
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
       0270-CONTAS-DO-NIF-FIM.  EXIT.
      **************************************************
       0275-JUNTAR-CONTA                         SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-IND-CONTA FROM 1 BY 1
                   UNTIL WRK-IND-CONTA > WRK-QTD-CONTAS
             IF WRK-TC-CHAVE (WRK-IND-CONTA) EQUAL WRK-CONTA-NOVA
               MOVE "S" TO WRK-ACHOU
             END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
             IF WRK-QTD-CONTAS < 50
               ADD 1 TO WRK-QTD-CONTAS
               MOVE WRK-CONTA-NOVA TO WRK-TC-CHAVE (WRK-QTD-CONTAS)
             ELSE
               DISPLAY "MAIS DE 50 CONTAS NO NIF " PNH-NIF
                       " - CONTA " WRK-CONTA-NOVA " IGNORADA"
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
       0275-JUNTAR-CONTA-FIM.  EXIT.
      **************************************************
      *  CATIVA UMA CONTA DO DEVEDOR - SO O DISPONIVEL *
      *  (SALDO MENOS CATIVOS), NA CONTA COLETIVA SO A *
      *  QUOTA DO DEVEDOR, E SEMPRE DEPOIS DE GUARDAR  *
      *  O QUE RESTA DO MINIMO PROTEGIDO               *
      *  A QUOTA CONTA COM O SALDO MENOS OS CATIVOS    *
      *  DOS OUTROS E DESCONTA O QUE ESTA ORDEM JA TEM *
      *  CATIVO NA CONTA - SO SE CATIVA A DIFERENCA    *
      **************************************************
       0280-PENHORAR-CONTA                       SECTION.
           MOVE WRK-TC-CHAVE (WRK-IND-CONTA) TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             GO TO 0280-PENHORAR-CONTA-FIM
           END-IF.
      *    CONTAS ENCERRADAS OU EM HERANCA NAO SAO DO
      *    DEVEDOR; AS PENHORAS SAO EM EUROS
           IF REG-ARQCLI-STATUS EQUAL "E" OR "O" OR
              REG-ARQCLI-MOEDA NOT EQUAL "EUR"
             GO TO 0280-PENHORAR-CONTA-FIM
           END-IF.
           MOVE REG-ARQCLI-CHAVE TO WRK-CATIVO-CONTA.
           MOVE WRK-DATA-PROC    TO WRK-CATIVO-DATA.
           PERFORM 0216-SOMAR-CATIVOS.
           PERFORM 0282-CATIVADO-NA-CONTA.
           COMPUTE WRK-DISPONIVEL =
                   REG-ARQCLI-SALDO - WRK-TOT-CATIVOS
                 + WRK-CATIVADO-CONTA.
           IF WRK-DISPONIVEL NOT GREATER THAN ZEROS
             GO TO 0280-PENHORAR-CONTA-FIM
           END-IF.
           PERFORM 0285-CONTAR-TITULARES.
           IF WRK-QTD-TITULARES GREATER THAN 1
             DIVIDE WRK-QTD-TITULARES INTO WRK-DISPONIVEL
           END-IF.
           SUBTRACT WRK-CATIVADO-CONTA FROM WRK-DISPONIVEL.
           IF WRK-DISPONIVEL NOT GREATER THAN ZEROS
             GO TO 0280-PENHORAR-CONTA-FIM
           END-IF.
           MOVE WRK-DISPONIVEL TO WRK-PENHORAVEL.
           IF WRK-PROTEGIDO-RESTA GREATER THAN ZEROS
             IF WRK-PENHORAVEL NOT GREATER THAN WRK-PROTEGIDO-RESTA
               SUBTRACT WRK-PENHORAVEL FROM WRK-PROTEGIDO-RESTA
               MOVE ZEROS TO WRK-PENHORAVEL
             ELSE
               SUBTRACT WRK-PROTEGIDO-RESTA FROM WRK-PENHORAVEL
               MOVE ZEROS TO WRK-PROTEGIDO-RESTA
             END-IF
           END-IF.
           IF WRK-PENHORAVEL GREATER THAN WRK-FALTA
             MOVE WRK-FALTA TO WRK-PENHORAVEL
           END-IF.
           IF WRK-PENHORAVEL NOT GREATER THAN ZEROS
             GO TO 0280-PENHORAR-CONTA-FIM
           END-IF.
           MOVE WRK-PENHORAVEL TO WRK-VALOR-CATIVO.
           PERFORM 0240-ULTIMO-CATIVO.
           MOVE REG-ARQCLI-CHAVE  TO CAT-CONTA.
           COMPUTE CAT-NUMERO = WRK-ULTIMO-CATIVO + 1.
           MOVE WRK-VALOR-CATIVO  TO CAT-VALOR.
           MOVE "P"               TO CAT-MOTIVO.
           MOVE WRK-DATA-PROC     TO CAT-DATA-INI.
           MOVE ZEROS             TO CAT-DATA-FIM.
           MOVE "COBVSA62"        TO CAT-USERID.
           MOVE "A"               TO CAT-ESTADO.
           MOVE ZEROS             TO CAT-DATA-LIBERTA.
           WRITE REG-CATIVO
             INVALID KEY
               DISPLAY "ERRO NA GRAVACAO DO CATIVO " CAT-CHAVE
               GO TO 0280-PENHORAR-CONTA-FIM
           END-WRITE.
           MOVE PNH-NUMERO        TO PNC-NUMERO.
           MOVE CAT-CONTA         TO PNC-CONTA.
           MOVE CAT-NUMERO        TO PNC-CATIVO.
           MOVE WRK-VALOR-CATIVO  TO PNC-VALOR.
           MOVE WRK-DATA-PROC     TO PNC-DATA.
           MOVE "A"               TO PNC-ESTADO.
           MOVE ZEROS             TO PNC-DATA-FIM.
           WRITE REG-PENHCTA
             INVALID KEY
               DISPLAY "ERRO NA GRAVACAO DO PENHCTA " PNC-ID
               DISPLAY "INTERVENCAO MANUAL NECESSARIA"
           END-WRITE.
           ADD WRK-VALOR-CATIVO   TO PNH-CATIVADO.
           ADD WRK-VALOR-CATIVO   TO WRK-CATIVADO-ORDEM.
           SUBTRACT WRK-VALOR-CATIVO FROM WRK-FALTA.
           ADD 1                  TO WRK-CONTADOR-CATIVOS.
           ADD WRK-VALOR-CATIVO   TO WRK-TOT-CATIVADO.
           MOVE SPACES            TO REG-PNHRSP.
           MOVE PNH-NUMERO        TO RSP-NUMERO.
           MOVE PNH-NIF           TO RSP-NIF.
           MOVE WRK-TIPO-RESPOSTA TO RSP-TIPO.
           MOVE REG-ARQCLI-CHAVE  TO RSP-CONTA.
           MOVE REG-ARQCLI-SALDO  TO RSP-SALDO.
           MOVE WRK-VALOR-CATIVO  TO RSP-VALOR.
           MOVE ZEROS             TO RSP-FALTA.
           IF WRK-FALTA GREATER THAN ZEROS
             MOVE WRK-FALTA       TO RSP-FALTA
           END-IF.
           MOVE WRK-DATA-PROC     TO RSP-DATA.
           IF WRK-QTD-TITULARES GREATER THAN 1
             MOVE "CONTA COLETIVA"  TO RSP-MOTIVO
           END-IF.
           WRITE REG-PNHRSP.
       0280-PENHORAR-CONTA-FIM.  EXIT.
      **************************************************
      *  SOMA OS CATIVOS ATIVOS DESTA ORDEM NA CONTA   *
      *  (PENHCTA DO PROCESSO E CONTA NO ESTADO A)     *
      **************************************************
       0282-CATIVADO-NA-CONTA                    SECTION.
           MOVE ZEROS            TO WRK-CATIVADO-CONTA.
           MOVE "N"              TO WRK-FIM-PENHCTA.
           MOVE PNH-NUMERO       TO PNC-NUMERO.
           MOVE REG-ARQCLI-CHAVE TO PNC-CONTA.
           MOVE ZEROS            TO PNC-CATIVO.
           START PNC KEY IS NOT LESS THAN PNC-ID
             INVALID KEY
               MOVE "S"          TO WRK-FIM-PENHCTA
           END-START.
           PERFORM UNTIL WRK-FIM-PENHCTA EQUAL "S"
             READ PNC NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-FIM-PENHCTA
               NOT AT END
                 IF PNC-NUMERO NOT EQUAL PNH-NUMERO OR
                    PNC-CONTA NOT EQUAL REG-ARQCLI-CHAVE
                   MOVE "S"      TO WRK-FIM-PENHCTA
                 ELSE
                   IF PNC-ESTADO EQUAL "A"
                     ADD PNC-VALOR TO WRK-CATIVADO-CONTA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0282-CATIVADO-NA-CONTA-FIM.  EXIT.
      **************************************************
      *  NA CONTA COLETIVA PRESUME-SE QUE O SALDO E    *
      *  DOS TITULARES EM PARTES IGUAIS                *
      **************************************************
       0285-CONTAR-TITULARES                     SECTION.
           MOVE ZEROS            TO WRK-QTD-TITULARES.
           MOVE "N"              TO WRK-EOF-TITULARES.
           MOVE REG-ARQCLI-CHAVE TO TIT-CHAVE.
           MOVE LOW-VALUES       TO TIT-CLIENTE.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-TITULARES
           END-START.
           PERFORM UNTIL WRK-EOF-TITULARES EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-TITULARES
               NOT AT END
                 IF TIT-CHAVE NOT EQUAL REG-ARQCLI-CHAVE
                   MOVE "S"      TO WRK-EOF-TITULARES
                 ELSE
                   IF TIT-PAPEL EQUAL "T" OR "S"
                     ADD 1 TO WRK-QTD-TITULARES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF WRK-QTD-TITULARES EQUAL ZEROS
             MOVE 1 TO WRK-QTD-TITULARES
           END-IF.
       0285-CONTAR-TITULARES-FIM.  EXIT.
      **************************************************
      *  SOMA OS CATIVOS ATIVOS E NAO EXPIRADOS DA     *
      *  CONTA (VER COBVSA55) - O CLIENTE SO PODE      *
      *  GASTAR O SALDO MENOS ESTA SOMA                *
      **************************************************
       0216-SOMAR-CATIVOS                        SECTION.
           MOVE ZEROS            TO WRK-TOT-CATIVOS.
           MOVE "N"              TO WRK-FIM-CATIVOS.
           MOVE WRK-CATIVO-CONTA TO CAT-CONTA.
           MOVE ZEROS            TO CAT-NUMERO.
           START CAT KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
               MOVE "S"          TO WRK-FIM-CATIVOS
           END-START.
           PERFORM UNTIL WRK-FIM-CATIVOS EQUAL "S"
             READ CAT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-FIM-CATIVOS
               NOT AT END
                 IF CAT-CONTA NOT EQUAL WRK-CATIVO-CONTA
                   MOVE "S"      TO WRK-FIM-CATIVOS
                 ELSE
                   IF CAT-ESTADO EQUAL "A" AND
                      (CAT-DATA-FIM EQUAL ZEROS OR
                       CAT-DATA-FIM NOT LESS THAN WRK-CATIVO-DATA)
                     ADD CAT-VALOR TO WRK-TOT-CATIVOS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0216-SOMAR-CATIVOS-FIM.  EXIT.
      **************************************************
       0240-ULTIMO-CATIVO                        SECTION.
           MOVE ZEROS            TO WRK-ULTIMO-CATIVO.
           MOVE "N"              TO WRK-FIM-CATIVOS.
           MOVE REG-ARQCLI-CHAVE TO CAT-CONTA.
           MOVE ZEROS            TO CAT-NUMERO.
           START CAT KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
               MOVE "S"          TO WRK-FIM-CATIVOS
           END-START.
           PERFORM UNTIL WRK-FIM-CATIVOS EQUAL "S"
             READ CAT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-FIM-CATIVOS
               NOT AT END
                 IF CAT-CONTA NOT EQUAL REG-ARQCLI-CHAVE
                   MOVE "S"      TO WRK-FIM-CATIVOS
                 ELSE
                   MOVE CAT-NUMERO TO WRK-ULTIMO-CATIVO
                 END-IF
             END-READ
           END-PERFORM.
       0240-ULTIMO-CATIVO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR             TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "ORDENS RECEBIDAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CARREGADAS  TO WRK-CONTADOR-IDE.
           DISPLAY "ORDENS REGISTADAS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADAS   TO WRK-CONTADOR-IDE.
           DISPLAY "ORDENS RECUSADAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ATIVAS      TO WRK-CONTADOR-IDE.
           DISPLAY "PENHORAS ATIVAS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CATIVOS     TO WRK-CONTADOR-IDE.
           DISPLAY "CATIVOS ABERTOS....... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-CATIVADO         TO WRK-TOTAL-IDE.
           DISPLAY "VALOR CATIVADO........ " WRK-TOTAL-IDE.
           MOVE WRK-CONTADOR-SATISFEITAS TO WRK-CONTADOR-IDE.
           DISPLAY "PENHORAS SATISFEITAS.. " WRK-CONTADOR-IDE.
           PERFORM 0910-GRAVAR-LOG.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0910-GRAVAR-LOG                           SECTION.
           OPEN EXTEND LOG.
           IF WRK-FS-OPLOG NOT EQUAL "00"
             OPEN OUTPUT LOG
           END-IF.
           IF WRK-FS-OPLOG NOT EQUAL "00"
             DISPLAY "OPLOG INDISPONIVEL - STATUS " WRK-FS-OPLOG
             GO TO 0910-GRAVAR-LOG-FIM
           END-IF.
           ACCEPT WRK-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-LOG FROM TIME.
           MOVE "COBVSA62"      TO LOG-JOB.
           MOVE WRK-DATA-LOG    TO LOG-DATA.
           MOVE WRK-HORA-LOG    TO LOG-HORA.
           MOVE "F"             TO LOG-TIPO.
           MOVE WRK-CONTADOR    TO LOG-LIDOS.
           MOVE WRK-CONTADOR-CATIVOS TO LOG-GRAVADOS.
           MOVE "00"            TO LOG-RETCODE.
           WRITE REG-OPLOG.
           CLOSE LOG.
       0910-GRAVAR-LOG-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-TEM-PNHENT EQUAL "S"
             CLOSE ENT
           END-IF.
           CLOSE PNH.
           CLOSE PNC.
           CLOSE CLM.
           CLOSE TIT.
           CLOSE AQL.
           CLOSE CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-CATIVOS
           END-IF.
           CLOSE RSP.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

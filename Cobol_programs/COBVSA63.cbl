       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA63.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: REMESSA E LEVANTAMENTO DAS PENHORAS DE
      *            SALDOS POR ORDEM DA AUTORIDADE (PNHINS):
      *            R-REMETER - DEBITA NAS CONTAS O VALOR DE
      *            CADA CATIVO "P" ATIVO DA PENHORA (PENHCTA),
      *            LIBERTA O CATIVO, GRAVA O MOVHIST E JUNTA
      *            O TOTAL NUMA TRANSFERENCIA PARA O IBAN DA
      *            AUTORIDADE (PNHPAG) COM O EVENTO PENHREM NO
      *            RAZAO; SE AINDA FALTAR VALOR A PENHORA
      *            VOLTA A CAPTAR SALDOS NO COBVSA62
      *            L-LEVANTAR - LIBERTA OS CATIVOS SEM
      *            DEBITAR E ENCERRA A PENHORA
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * PNHINS      INPUT       -----   (ORDENS DA AUTORIDADE)
      * PENHSLD     I-O         BOOKPNH
      * PENHCTA     I-O         BOOKPNC
      * ARQCLI      I-O         -----
      * CATIVOS     I-O         BOOKCAT
      * DATACTL     INPUT       -----
      * MOVHIST     EXTEND      -----
      * PNHPAG      OUTPUT      -----   (REMESSAS A AUTORIDADE)
      * GLEVENT     EXTEND      -----
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT INS ASSIGN TO PNHINS
           FILE STATUS IS WRK-FS-PNHINS.

           SELECT PNH ASSIGN TO PENHSLD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PNH-NUMERO
           FILE STATUS   IS WRK-FS-PENHSLD.

           SELECT PNC ASSIGN TO PENHCTA
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PNC-ID
           FILE STATUS   IS WRK-FS-PENHCTA.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT HST ASSIGN TO MOVHIST
           FILE STATUS IS WRK-FS-MOVHIST.

           SELECT PAG ASSIGN TO PNHPAG
           FILE STATUS IS WRK-FS-PNHPAG.

           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD INS
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01 REG-PNHINS.
          05 INS-NUMERO           PIC X(15).
          05 INS-TIPO             PIC X(01).
          05 INS-DATA             PIC 9(08).

       FD PNH.
       COPY BOOKPNH.

       FD PNC.
       COPY BOOKPNC.

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

       FD HST
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 REG-MOVHIST.
          05 HST-CHAVE            PIC X(09).
          05 HST-TIPO             PIC X(01).
          05 HST-VALOR            PIC 9(06)V99.
          05 HST-MOEDA            PIC X(03).
          05 HST-DATA-VALOR       PIC 9(08).
          05 HST-DATA-PROC        PIC 9(08).

       FD PAG
           RECORDING MODE IS F
           RECORD CONTAINS 89 CHARACTERS.
       01 REG-PNHPAG.
          05 PAG-NUMERO           PIC X(15).
          05 PAG-ENTIDADE         PIC X(01).
          05 PAG-AUTORIDADE       PIC X(30).
          05 PAG-IBAN             PIC X(25).
          05 PAG-VALOR            PIC 9(08)V99.
          05 PAG-DATA             PIC 9(08).

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-PNHINS           PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENHSLD          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PENHCTA          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PNHPAG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77 WRK-EOF-PENHCTA         PIC X(01) VALUE "N".
       77 WRK-VALOR-DEBITO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTES         PIC S9(06)V99 VALUE ZEROS.
       77 WRK-ULT-MOVTO-ANTES     PIC 9(08) VALUE ZEROS.
       77 WRK-REMETIDO-ORDEM      PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-LIBERTADO-ORDEM     PIC S9(09)V99 COMP VALUE ZEROS.
      *------------- CONTADORES ---------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REMESSAS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-LEVANTADAS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADAS  PIC 9(10) COMP VALUE 0.
       77 WRK-TOT-REMETIDO        PIC S9(11)V99 COMP VALUE ZEROS.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-PNHINS EQUAL "10".
           PERFORM 0240-GRAVAR-EVENTO.
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
           OPEN INPUT INS.
           IF WRK-FS-PNHINS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PNHINS - STATUS "
                     WRK-FS-PNHINS
             GOBACK
           END-IF.
           OPEN I-O PNH.
           IF WRK-FS-PENHSLD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PENHSLD - STATUS "
                     WRK-FS-PENHSLD
             GOBACK
           END-IF.
           OPEN I-O PNC.
           IF WRK-FS-PENHCTA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PENHCTA - STATUS "
                     WRK-FS-PENHCTA
             GOBACK
           END-IF.
           OPEN I-O AQL.
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
      *    OS DEBITOS FICAM NO HISTORICO - SEM ISSO O
      *    FECHO DO DIA (COBARQ12) NAO BATERIA
           OPEN EXTEND HST.
           IF WRK-FS-MOVHIST NOT EQUAL "00"
             OPEN OUTPUT HST
             IF WRK-FS-MOVHIST NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA MOVHIST - STATUS "
                       WRK-FS-MOVHIST
               GOBACK
             END-IF
           END-IF.
           OPEN OUTPUT PAG.
           IF WRK-FS-PNHPAG NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PNHPAG - STATUS "
                     WRK-FS-PNHPAG
             GOBACK
           END-IF.
           READ INS.
           IF WRK-FS-PNHINS EQUAL "10"
             DISPLAY "ARQUIVO PNHINS VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE INS-NUMERO TO PNH-NUMERO.
           READ PNH.
           EVALUATE TRUE
             WHEN WRK-FS-PENHSLD NOT EQUAL "00"
               MOVE "PENHORA INEXISTENTE"        TO WRK-MOTIVO
             WHEN PNH-ESTADO EQUAL "C"
               MOVE "PENHORA JA CONCLUIDA"       TO WRK-MOTIVO
             WHEN PNH-ESTADO EQUAL "L"
               MOVE "PENHORA JA LEVANTADA"       TO WRK-MOTIVO
             WHEN INS-TIPO NOT EQUAL "R" AND "L"
               MOVE "TIPO DE ORDEM INVALIDO"     TO WRK-MOTIVO
             WHEN INS-TIPO EQUAL "R" AND PNH-CATIVADO EQUAL ZEROS
               MOVE "SEM VALOR CATIVO A REMETER" TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "ORDEM RECUSADA " INS-NUMERO " " WRK-MOTIVO
             ADD 1 TO WRK-CONTADOR-RECUSADAS
             GO TO 0200-LER-PROXIMA
           END-IF.
           MOVE ZEROS TO WRK-REMETIDO-ORDEM.
           MOVE ZEROS TO WRK-LIBERTADO-ORDEM.
           MOVE "N"              TO WRK-EOF-PENHCTA.
           MOVE PNH-NUMERO       TO PNC-NUMERO.
           MOVE LOW-VALUES       TO PNC-CONTA.
           MOVE ZEROS            TO PNC-CATIVO.
           START PNC KEY IS GREATER THAN OR EQUAL PNC-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-PENHCTA
           END-START.
           PERFORM UNTIL WRK-EOF-PENHCTA EQUAL "S"
             READ PNC NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-PENHCTA
               NOT AT END
                 IF PNC-NUMERO NOT EQUAL PNH-NUMERO
                   MOVE "S"      TO WRK-EOF-PENHCTA
                 ELSE
                   IF PNC-ESTADO EQUAL "A"
                     PERFORM 0220-TRATAR-CATIVO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           SUBTRACT WRK-REMETIDO-ORDEM  FROM PNH-CATIVADO.
           SUBTRACT WRK-LIBERTADO-ORDEM FROM PNH-CATIVADO.
           ADD WRK-REMETIDO-ORDEM TO PNH-REMETIDO.
           IF INS-TIPO EQUAL "L"
             MOVE "L"            TO PNH-ESTADO
             MOVE WRK-DATA-PROC  TO PNH-DATA-FIM
             ADD 1 TO WRK-CONTADOR-LEVANTADAS
           ELSE
             IF PNH-REMETIDO NOT LESS THAN PNH-VALOR
               MOVE "C"          TO PNH-ESTADO
               MOVE WRK-DATA-PROC TO PNH-DATA-FIM
             ELSE
               MOVE "A"          TO PNH-ESTADO
             END-IF
             IF WRK-REMETIDO-ORDEM GREATER THAN ZEROS
               PERFORM 0230-GRAVAR-REMESSA
             END-IF
           END-IF.
           REWRITE REG-PENHSLD
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO DO PENHSLD " PNH-NUMERO
           END-REWRITE.
       0200-LER-PROXIMA.
           READ INS.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  REMETE OU LIBERTA UM CATIVO DA PENHORA - NA   *
      *  REMESSA O DEBITO E DESFEITO SE O CATIVO NAO   *
      *  PUDER SER LIBERTADO, PARA NAO SAIR DUAS VEZES *
      **************************************************
       0220-TRATAR-CATIVO                        SECTION.
           MOVE PNC-CONTA  TO CAT-CONTA.
           MOVE PNC-CATIVO TO CAT-NUMERO.
           READ CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00" OR CAT-ESTADO NOT EQUAL "A"
             DISPLAY "CATIVO DA PENHORA INDISPONIVEL " CAT-CHAVE
             GO TO 0220-TRATAR-CATIVO-FIM
           END-IF.
           MOVE ZEROS TO WRK-VALOR-DEBITO.
           IF INS-TIPO EQUAL "R"
             MOVE PNC-CONTA TO REG-ARQCLI-CHAVE
             READ AQL
             IF WRK-FS-ARQCLI NOT EQUAL "00"
               DISPLAY "CONTA DA PENHORA INEXISTENTE " PNC-CONTA
               GO TO 0220-TRATAR-CATIVO-FIM
             END-IF
      *      SO SAI O QUE A CONTA TEM - O RESTO DO CATIVO
      *      E LIBERTADO E A PENHORA VOLTA A CAPTAR
             MOVE PNC-VALOR TO WRK-VALOR-DEBITO
             IF REG-ARQCLI-SALDO LESS THAN WRK-VALOR-DEBITO
               MOVE ZEROS TO WRK-VALOR-DEBITO
               IF REG-ARQCLI-SALDO GREATER THAN ZEROS
                 MOVE REG-ARQCLI-SALDO TO WRK-VALOR-DEBITO
               END-IF
             END-IF
             MOVE REG-ARQCLI-SALDO     TO WRK-SALDO-ANTES
             MOVE REG-ARQCLI-ULT-MOVTO TO WRK-ULT-MOVTO-ANTES
             SUBTRACT WRK-VALOR-DEBITO FROM REG-ARQCLI-SALDO
             MOVE WRK-DATA-PROC        TO REG-ARQCLI-ULT-MOVTO
             REWRITE REG-ARQCLI
               INVALID KEY
                 DISPLAY "ERRO NO DEBITO " PNC-CONTA
                 GO TO 0220-TRATAR-CATIVO-FIM
             END-REWRITE
           END-IF.
           MOVE "L"           TO CAT-ESTADO.
           MOVE WRK-DATA-PROC TO CAT-DATA-LIBERTA.
           REWRITE REG-CATIVO
             INVALID KEY
               DISPLAY "ERRO NA LIBERTACAO " CAT-CHAVE
               IF INS-TIPO EQUAL "R"
                 PERFORM 0250-DESFAZER-DEBITO
               END-IF
               GO TO 0220-TRATAR-CATIVO-FIM
           END-REWRITE.
           IF WRK-VALOR-DEBITO GREATER THAN ZEROS
             MOVE PNC-CONTA        TO HST-CHAVE
             MOVE "D"              TO HST-TIPO
             MOVE WRK-VALOR-DEBITO TO HST-VALOR
             MOVE REG-ARQCLI-MOEDA TO HST-MOEDA
             MOVE WRK-DATA-PROC    TO HST-DATA-VALOR
             MOVE WRK-DATA-PROC    TO HST-DATA-PROC
             WRITE REG-MOVHIST
           END-IF.
           ADD WRK-VALOR-DEBITO TO WRK-REMETIDO-ORDEM.
           COMPUTE WRK-LIBERTADO-ORDEM = WRK-LIBERTADO-ORDEM
                                       + PNC-VALOR - WRK-VALOR-DEBITO.
           IF INS-TIPO EQUAL "R"
             MOVE "R"         TO PNC-ESTADO
           ELSE
             MOVE "L"         TO PNC-ESTADO
           END-IF.
           MOVE WRK-DATA-PROC TO PNC-DATA-FIM.
           REWRITE REG-PENHCTA
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO DO PENHCTA " PNC-ID
           END-REWRITE.
       0220-TRATAR-CATIVO-FIM.  EXIT.
      **************************************************
       0250-DESFAZER-DEBITO                      SECTION.
           MOVE PNC-CONTA TO REG-ARQCLI-CHAVE.
           READ AQL.
           MOVE WRK-SALDO-ANTES     TO REG-ARQCLI-SALDO.
           MOVE WRK-ULT-MOVTO-ANTES TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               DISPLAY "ERRO AO DESFAZER O DEBITO " PNC-CONTA
               DISPLAY "INTERVENCAO MANUAL NECESSARIA"
           END-REWRITE.
           DISPLAY "DEBITO DESFEITO EM " PNC-CONTA.
       0250-DESFAZER-DEBITO-FIM.  EXIT.
      **************************************************
      *  UMA SO TRANSFERENCIA POR ORDEM DE REMESSA     *
      **************************************************
       0230-GRAVAR-REMESSA                       SECTION.
           MOVE PNH-NUMERO         TO PAG-NUMERO.
           MOVE PNH-ENTIDADE       TO PAG-ENTIDADE.
           MOVE PNH-AUTORIDADE     TO PAG-AUTORIDADE.
           MOVE PNH-IBAN-REMESSA   TO PAG-IBAN.
           MOVE WRK-REMETIDO-ORDEM TO PAG-VALOR.
           MOVE WRK-DATA-PROC      TO PAG-DATA.
           WRITE REG-PNHPAG.
           ADD 1                   TO WRK-CONTADOR-REMESSAS.
           ADD WRK-REMETIDO-ORDEM  TO WRK-TOT-REMETIDO.
       0230-GRAVAR-REMESSA-FIM.  EXIT.
      **************************************************
      *  O TOTAL REMETIDO SAI DOS DEPOSITOS DE CLIENTES *
      *  PARA A CONTA DE COMPENSACAO (VER COBARQ24)    *
      **************************************************
       0240-GRAVAR-EVENTO                        SECTION.
           IF WRK-TOT-REMETIDO EQUAL ZEROS
             GO TO 0240-GRAVAR-EVENTO-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-GLEVENT
           ELSE
             MOVE "PENHREM"         TO EVT-TIPO
             MOVE WRK-DATA-PROC     TO EVT-DATA
             MOVE WRK-TOT-REMETIDO  TO EVT-VALOR
             WRITE REG-GLEVENT
             CLOSE EVT
           END-IF.
       0240-GRAVAR-EVENTO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR            TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "ORDENS LIDAS.......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REMESSAS   TO WRK-CONTADOR-IDE.
           DISPLAY "REMESSAS EMITIDAS..... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-REMETIDO        TO WRK-TOTAL-IDE.
           DISPLAY "VALOR REMETIDO........ " WRK-TOTAL-IDE.
           MOVE WRK-CONTADOR-LEVANTADAS TO WRK-CONTADOR-IDE.
           DISPLAY "PENHORAS LEVANTADAS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADAS  TO WRK-CONTADOR-IDE.
           DISPLAY "ORDENS RECUSADAS...... " WRK-CONTADOR-IDE.
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
           MOVE "COBVSA63"      TO LOG-JOB.
           MOVE WRK-DATA-LOG    TO LOG-DATA.
           MOVE WRK-HORA-LOG    TO LOG-HORA.
           MOVE "F"             TO LOG-TIPO.
           MOVE WRK-CONTADOR    TO LOG-LIDOS.
           MOVE WRK-CONTADOR-REMESSAS TO LOG-GRAVADOS.
           MOVE "00"            TO LOG-RETCODE.
           WRITE REG-OPLOG.
           CLOSE LOG.
       0910-GRAVAR-LOG-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE INS.
           CLOSE PNH.
           CLOSE PNC.
           CLOSE AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLI
           END-IF.
           CLOSE CAT.
           CLOSE HST.
           CLOSE PAG.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

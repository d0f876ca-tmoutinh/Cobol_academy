       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA59.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: COMPENSACAO INTERBANCARIA - DEVOLUCOES DAS
      *            TRANSFERENCIAS ENVIADAS. LE O FICHEIRO DE
      *            DEVOLUCOES DA CAMARA (TRFDEV), LOCALIZA A
      *            TRANSFERENCIA ORIGINAL NO TRFENV PELA
      *            REFERENCIA DO PEDIDO (VER COBVSA48), GERA
      *            O CREDITO DE REPOSICAO NA CONTA ORIGEM NO
      *            LAYOUT REG-MOVDIA (BOOKMOV, FICHEIRO
      *            MOVTRD) PARA A POSTAGEM DO COBVSA07, MARCA
      *            A TRANSFERENCIA COMO DEVOLVIDA E PEDE CARTA
      *            AO CLIENTE COM O MOTIVO (NOTIFREQ TIPO TRD)
      *            - DEVOLUCOES SEM TRANSFERENCIA CORRESPONDENTE
      *            ABREM ITEM NOS PENDENTES (SUSPMST) E O SEU
      *            TOTAL SEGUE PARA O RAZAO (EVENTO SUSPENSE)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * TRFDEV      INPUT       -----
      * TRFENV      I-O         BOOKTRF
      * MOVTRD      OUTPUT      BOOKMOV
      * NOTIFREQ    EXTEND      -----
      * SUSPMST     I-O         -----
      * SUSPCTL     I-O         -----
      * GLEVENT     EXTEND      -----
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT RTD ASSIGN TO TRFDEV
           FILE STATUS IS WRK-FS-TRFDEV.

           SELECT ENV ASSIGN TO TRFENV
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TRE-REFER
           FILE STATUS   IS WRK-FS-TRFENV.

           SELECT MVT ASSIGN TO MOVTRD
           FILE STATUS IS WRK-FS-MOVTRD.

           SELECT NTF ASSIGN TO NOTIFREQ
           FILE STATUS IS WRK-FS-NOTIFREQ.

           SELECT SUS ASSIGN TO SUSPMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS SUS-ID
           FILE STATUS   IS WRK-FS-SUSPMST.

           SELECT CTL ASSIGN TO SUSPCTL
           FILE STATUS IS WRK-FS-SUSPCTL.

           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD RTD
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01 REG-TRFDEV.
          05 RTD-REFER            PIC X(20).
          05 RTD-VALOR            PIC 9(11)V99.
          05 RTD-MOTIVO           PIC X(20).
          05 RTD-DATA             PIC 9(08).

       FD ENV.
       COPY BOOKTRF.

       FD MVT
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       COPY BOOKMOV.

       FD NTF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 REG-NOTIFREQ.
          05 NTF-TIPO             PIC X(03).
          05 NTF-CHAVE            PIC X(09).
          05 NTF-VALOR            PIC 9(08)V99.
          05 NTF-DATA             PIC 9(08).
          05 NTF-TEXTO            PIC X(30).

       FD SUS.
       01 REG-SUSPMST.
          05 SUS-ID               PIC 9(07).
          05 SUS-ORIGEM           PIC X(08).
          05 SUS-CHAVE            PIC X(09).
          05 SUS-TIPO             PIC X(01).
          05 SUS-VALOR            PIC 9(08)V99.
          05 SUS-MOTIVO           PIC X(25).
          05 SUS-DATA             PIC 9(08).
          05 SUS-STATUS           PIC X(01).

       FD CTL
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.
       01 REG-SUSPCTL.
          05 CTL-PROX-NUMERO      PIC 9(07).

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
       77 WRK-FS-TRFDEV           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRFENV           PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVTRD           PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTIFREQ         PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUSPMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUSPCTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
       77 WRK-TEM-NOTIFREQ        PIC X(01) VALUE "N".
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-PROX-NUMERO         PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-PENDENTES       PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-RECREDITADO     PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECREDITOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-PENDENTES  PIC 9(10) COMP VALUE 0.
       77 WRK-TENTATIVAS          PIC 9(03) COMP VALUE 0.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-TRFDEV EQUAL "10".
           PERFORM 0240-GRAVAR-EVENTO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT RTD.
           IF WRK-FS-TRFDEV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA TRFDEV - STATUS "
                     WRK-FS-TRFDEV
             GOBACK
           END-IF.
           OPEN I-O ENV.
           IF WRK-FS-TRFENV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA TRFENV - STATUS "
                     WRK-FS-TRFENV
             GOBACK
           END-IF.
           OPEN OUTPUT MVT.
           IF WRK-FS-MOVTRD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA MOVTRD - STATUS "
                     WRK-FS-MOVTRD
             GOBACK
           END-IF.
           OPEN I-O SUS.
           IF WRK-FS-SUSPMST EQUAL "35"
             OPEN OUTPUT SUS
             CLOSE SUS
             OPEN I-O SUS
           END-IF.
           IF WRK-FS-SUSPMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SUSPMST - STATUS "
                     WRK-FS-SUSPMST
             GOBACK
           END-IF.
           OPEN I-O CTL.
           IF WRK-FS-SUSPCTL EQUAL "35"
             OPEN OUTPUT CTL
             MOVE 1 TO CTL-PROX-NUMERO
             WRITE REG-SUSPCTL
             CLOSE CTL
             OPEN I-O CTL
           END-IF.
           IF WRK-FS-SUSPCTL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SUSPCTL - STATUS "
                     WRK-FS-SUSPCTL
             GOBACK
           END-IF.
           READ CTL.
           MOVE CTL-PROX-NUMERO TO WRK-PROX-NUMERO.
      *    AS CARTAS SAO IMPRESSAS PELO COBVSA44 - SEM
      *    NOTIFREQ A REPOSICAO CORRE IGUAL
           OPEN EXTEND NTF.
           IF WRK-FS-NOTIFREQ NOT EQUAL "00"
             OPEN OUTPUT NTF
           END-IF.
           IF WRK-FS-NOTIFREQ EQUAL "00"
             MOVE "S" TO WRK-TEM-NOTIFREQ
           ELSE
             DISPLAY "NOTIFREQ INDISPONIVEL - SEM CARTAS"
           END-IF.
           READ RTD.
           IF WRK-FS-TRFDEV EQUAL "10"
             DISPLAY "ARQUIVO TRFDEV VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SO SE RECREDITA O QUE BATE COM UMA ENVIADA -  *
      *  O RESTO FICA NOS PENDENTES PARA A OPERACAO    *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES    TO WRK-MOTIVO.
           MOVE RTD-REFER TO TRE-REFER.
           READ ENV.
           IF WRK-FS-TRFENV NOT EQUAL "00"
             MOVE SPACES                  TO TRE-CHAVE
             MOVE "DEVOLUCAO SEM ORIGEM"  TO WRK-MOTIVO
           ELSE
             EVALUATE TRUE
               WHEN TRE-ESTADO EQUAL "D"
                 MOVE "DEVOLUCAO REPETIDA"    TO WRK-MOTIVO
               WHEN RTD-VALOR NOT EQUAL TRE-VALOR
                 MOVE "VALOR NAO CONFERE"     TO WRK-MOTIVO
             END-EVALUATE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0220-RECREDITAR
           ELSE
             PERFORM 0230-ABRIR-PENDENTE
           END-IF.
           READ RTD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  O CREDITO DE REPOSICAO SEGUE PELA POSTAGEM    *
      *  NORMAL (COBVSA07) COM A DATA VALOR DO DEBITO  *
      *  ORIGINAL - O CLIENTE NAO PERDE JUROS          *
      **************************************************
       0220-RECREDITAR                           SECTION.
           MOVE TRE-CHAVE        TO MOV-CHAVE.
           MOVE "C"              TO MOV-TIPO.
           MOVE TRE-VALOR        TO MOV-VALOR.
           MOVE TRE-MOEDA        TO MOV-MOEDA.
           MOVE TRE-DATA         TO MOV-DATA-VALOR.
           WRITE REG-MOVDIA.
           IF WRK-FS-MOVTRD NOT EQUAL "00"
             DISPLAY "ERRO NA GRAVACAO DO MOVTRD " TRE-REFER
             MOVE "ERRO NA REPOSICAO"     TO WRK-MOTIVO
             PERFORM 0230-ABRIR-PENDENTE
             GO TO 0220-RECREDITAR-FIM
           END-IF.
           MOVE "D"              TO TRE-ESTADO.
           MOVE RTD-DATA         TO TRE-DATA-DEV.
           MOVE RTD-MOTIVO       TO TRE-MOTIVO-DEV.
           REWRITE REG-TRFENV
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO DO TRFENV " TRE-REFER
           END-REWRITE.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             MOVE "TRD"          TO NTF-TIPO
             MOVE TRE-CHAVE      TO NTF-CHAVE
             MOVE TRE-VALOR      TO NTF-VALOR
             MOVE RTD-DATA       TO NTF-DATA
             MOVE RTD-MOTIVO     TO NTF-TEXTO
             WRITE REG-NOTIFREQ
           END-IF.
           ADD 1                 TO WRK-CONTADOR-RECREDITOS.
           ADD TRE-VALOR         TO WRK-TOT-RECREDITADO.
       0220-RECREDITAR-FIM.   EXIT.
      **************************************************
      *  ITEM NOVO NOS PENDENTES (VER COBARQ35) - A    *
      *  RESOLUCAO E FEITA PELO COBARQ36; NUMERO JA    *
      *  USADO (SUSPCTL ATRASADO) PASSA AO SEGUINTE    *
      **************************************************
       0230-ABRIR-PENDENTE                       SECTION.
           MOVE ZEROS            TO WRK-TENTATIVAS.
       0231-GRAVAR-PENDENTE.
           MOVE WRK-PROX-NUMERO  TO SUS-ID.
           MOVE "TRFDEV  "       TO SUS-ORIGEM.
           MOVE TRE-CHAVE        TO SUS-CHAVE.
           MOVE "C"              TO SUS-TIPO.
           MOVE RTD-VALOR        TO SUS-VALOR.
           MOVE WRK-MOTIVO       TO SUS-MOTIVO.
           MOVE WRK-DATA-PROC    TO SUS-DATA.
           MOVE "A"              TO SUS-STATUS.
           WRITE REG-SUSPMST
             INVALID KEY
               IF WRK-FS-SUSPMST EQUAL "22" AND WRK-TENTATIVAS < 100
                 ADD 1 TO WRK-PROX-NUMERO
                 ADD 1 TO WRK-TENTATIVAS
                 GO TO 0231-GRAVAR-PENDENTE
               END-IF
               DISPLAY "ERRO AO ABRIR O ITEM " SUS-ID
                       " REFERENCIA " RTD-REFER
                       " - STATUS " WRK-FS-SUSPMST
               DISPLAY "NUMERACAO DO SUSPCTL A CORRIGIR - DEVOLUCAO"
                       " POR REGISTAR NOS PENDENTES"
               MOVE 8 TO RETURN-CODE
             NOT INVALID KEY
               ADD 1         TO WRK-PROX-NUMERO
               ADD 1         TO WRK-CONTADOR-PENDENTES
               ADD SUS-VALOR TO WRK-TOT-PENDENTES
           END-WRITE.
       0230-ABRIR-PENDENTE-FIM.  EXIT.
      **************************************************
      *  O TOTAL DOS ITENS NOVOS SEGUE PARA A CONTA DE *
      *  PENDENTES DO RAZAO (VER COBARQ24)             *
      **************************************************
       0240-GRAVAR-EVENTO                        SECTION.
           IF WRK-TOT-PENDENTES EQUAL ZEROS
             GO TO 0240-GRAVAR-EVENTO-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-GLEVENT
           ELSE
             MOVE "SUSPENSE"        TO EVT-TIPO
             MOVE WRK-DATA-PROC     TO EVT-DATA
             MOVE WRK-TOT-PENDENTES TO EVT-VALOR
             WRITE REG-GLEVENT
             CLOSE EVT
           END-IF.
       0240-GRAVAR-EVENTO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR            TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DEVOLUCOES LIDAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECREDITOS TO WRK-CONTADOR-IDE.
           DISPLAY "TRANSF. RECREDITADAS.. " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-RECREDITADO     TO WRK-TOTAL-IDE.
           DISPLAY "VALOR RECREDITADO..... " WRK-TOTAL-IDE.
           MOVE WRK-CONTADOR-PENDENTES  TO WRK-CONTADOR-IDE.
           DISPLAY "ITENS EM PENDENTES.... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-PENDENTES       TO WRK-TOTAL-IDE.
           DISPLAY "VALOR EM PENDENTES.... " WRK-TOTAL-IDE.
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
           MOVE "COBVSA59"      TO LOG-JOB.
           MOVE WRK-DATA-LOG    TO LOG-DATA.
           MOVE WRK-HORA-LOG    TO LOG-HORA.
           MOVE "F"             TO LOG-TIPO.
           MOVE WRK-CONTADOR    TO LOG-LIDOS.
           MOVE WRK-CONTADOR-RECREDITOS TO LOG-GRAVADOS.
           MOVE "00"            TO LOG-RETCODE.
           WRITE REG-OPLOG.
           CLOSE LOG.
       0910-GRAVAR-LOG-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           MOVE WRK-PROX-NUMERO TO CTL-PROX-NUMERO.
           REWRITE REG-SUSPCTL.
           IF WRK-FS-SUSPCTL NOT EQUAL "00"
             DISPLAY "ERRO AO ATUALIZAR SUSPCTL - STATUS "
                     WRK-FS-SUSPCTL
           END-IF.
           CLOSE CTL.
           CLOSE SUS.
           CLOSE RTD.
           CLOSE ENV.
           CLOSE MVT.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             CLOSE NTF
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA58.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: DEVOLUCAO DE CHEQUES DEPOSITADOS SOBRE
      *            OUTROS BANCOS - LE AS DEVOLUCOES DA
      *            COMPENSACAO (CHQRET), LOCALIZA O CHEQUE
      *            NO CHQDEP PELA REFERENCIA ENVIADA PELO
      *            COBVSA57, ESTORNA O CREDITO PROVISORIO
      *            DIRETAMENTE NO ARQCLI (O ESTORNO NAO PODE
      *            SER RECUSADO POR FALTA DE SALDO), LIBERTA
      *            O CATIVO, MARCA O CHEQUE COMO DEVOLVIDO E
      *            PEDE CARTA AO CLIENTE (NOTIFREQ TIPO CHD)
      *            - DEVOLUCOES SEM CHEQUE CORRESPONDENTE
      *            SAEM EM CHQRDJ
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CHQRET      INPUT       -----
      * CHQDEP      I-O         BOOKCHD
      * ARQCLI      I-O         -----
      * CATIVOS     I-O         BOOKCAT
      * MOVHIST     EXTEND      -----
      * NOTIFREQ    EXTEND      -----
      * CHQRDJ      OUTPUT      -----   (DEVOLUCOES RECUSADAS)
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT RET ASSIGN TO CHQRET
           FILE STATUS IS WRK-FS-CHQRET.

           SELECT CHD ASSIGN TO CHQDEP
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CHD-ID
           FILE STATUS   IS WRK-FS-CHQDEP.

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

           SELECT HST ASSIGN TO MOVHIST
           FILE STATUS IS WRK-FS-MOVHIST.

           SELECT NTF ASSIGN TO NOTIFREQ
           FILE STATUS IS WRK-FS-NOTIFREQ.

           SELECT RDJ ASSIGN TO CHQRDJ
           FILE STATUS IS WRK-FS-CHQRDJ.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD RET
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01 REG-CHQRET.
          05 RET-REFER            PIC X(14).
          05 RET-NUMCHQ           PIC 9(07).
          05 RET-MOTIVO           PIC X(20).
          05 RET-DATA             PIC 9(08).

       FD CHD.
       COPY BOOKCHD.

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

       FD NTF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 REG-NOTIFREQ.
          05 NTF-TIPO             PIC X(03).
          05 NTF-CHAVE            PIC X(09).
          05 NTF-VALOR            PIC 9(08)V99.
          05 NTF-DATA             PIC 9(08).
          05 NTF-TEXTO            PIC X(30).

       FD RDJ
           RECORDING MODE IS F.
       01 REG-CHQRDJ.
          05 RDJ-REFER            PIC X(14).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 RDJ-NUMCHQ           PIC 9(07).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 RDJ-MOTIVO-DEV       PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 RDJ-MOTIVO           PIC X(25).

       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-CHQRET           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHQDEP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTIFREQ         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHQRDJ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
       77 WRK-TEM-NOTIFREQ        PIC X(01) VALUE "N".
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ESTORNADOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADAS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOT-ESTORNADO       PIC S9(09)V99 COMP VALUE ZEROS.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CHQRET EQUAL "10".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT RET.
           IF WRK-FS-CHQRET NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CHQRET - STATUS "
                     WRK-FS-CHQRET
             GOBACK
           END-IF.
           OPEN I-O CHD.
           IF WRK-FS-CHQDEP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CHQDEP - STATUS "
                     WRK-FS-CHQDEP
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
      *    OS ESTORNOS FICAM NO HISTORICO - SEM ISSO O
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
      *    AS CARTAS SAO IMPRESSAS PELO COBVSA44 - SEM
      *    NOTIFREQ O ESTORNO CORRE IGUAL
           OPEN EXTEND NTF.
           IF WRK-FS-NOTIFREQ NOT EQUAL "00"
             OPEN OUTPUT NTF
           END-IF.
           IF WRK-FS-NOTIFREQ EQUAL "00"
             MOVE "S" TO WRK-TEM-NOTIFREQ
           ELSE
             DISPLAY "NOTIFREQ INDISPONIVEL - SEM CARTAS"
           END-IF.
           OPEN OUTPUT RDJ.
           READ RET.
           IF WRK-FS-CHQRET EQUAL "10"
             DISPLAY "ARQUIVO CHQRET VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES    TO WRK-MOTIVO.
           MOVE RET-REFER TO CHD-ID.
           READ CHD.
           IF WRK-FS-CHQDEP NOT EQUAL "00"
             MOVE "CHEQUE NAO DEPOSITADO"   TO WRK-MOTIVO
           ELSE
             EVALUATE TRUE
               WHEN CHD-ESTADO EQUAL "D"
                 MOVE "CHEQUE JA DEVOLVIDO"  TO WRK-MOTIVO
               WHEN RET-NUMCHQ NOT EQUAL CHD-NUMCHQ
                 MOVE "NUMERO NAO CONFERE"   TO WRK-MOTIVO
             END-EVALUATE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE CHD-CHAVE TO REG-ARQCLI-CHAVE
             READ AQL
             IF WRK-FS-ARQCLI NOT EQUAL "00"
               MOVE "CONTA INEXISTENTE"     TO WRK-MOTIVO
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0220-ESTORNAR
           ELSE
             PERFORM 0230-RECUSAR
           END-IF.
           READ RET.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  O ESTORNO E FEITO MESMO QUE A CONTA FIQUE     *
      *  DEVEDORA - O CREDITO ERA PROVISORIO E O       *
      *  CHEQUE NAO FOI PAGO PELO OUTRO BANCO          *
      **************************************************
       0220-ESTORNAR                             SECTION.
           SUBTRACT CHD-VALOR FROM REG-ARQCLI-SALDO.
           MOVE RET-DATA      TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               MOVE "ERRO NO ESTORNO" TO WRK-MOTIVO
               PERFORM 0230-RECUSAR
               GO TO 0220-ESTORNAR-FIM
           END-REWRITE.
      *    O DEBITO LEVA A MESMA DATA VALOR DO CREDITO -
      *    O CLIENTE NAO GANHA NEM PERDE JUROS
           MOVE CHD-CHAVE        TO HST-CHAVE.
           MOVE "D"              TO HST-TIPO.
           MOVE CHD-VALOR        TO HST-VALOR.
           MOVE CHD-MOEDA        TO HST-MOEDA.
           MOVE CHD-DATA-VALOR   TO HST-DATA-VALOR.
           MOVE RET-DATA         TO HST-DATA-PROC.
           WRITE REG-MOVHIST.
           PERFORM 0240-LIBERTAR-CATIVO.
           MOVE "D"              TO CHD-ESTADO.
           MOVE RET-DATA         TO CHD-DATA-DEV.
           MOVE RET-MOTIVO       TO CHD-MOTIVO-DEV.
           REWRITE REG-CHQDEP
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO DO CHQDEP " CHD-ID
           END-REWRITE.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             MOVE "CHD"          TO NTF-TIPO
             MOVE CHD-CHAVE      TO NTF-CHAVE
             MOVE CHD-VALOR      TO NTF-VALOR
             MOVE RET-DATA       TO NTF-DATA
             MOVE SPACES         TO NTF-TEXTO
             STRING "CHQ " DELIMITED BY SIZE
                    CHD-NUMCHQ DELIMITED BY SIZE
                    " " DELIMITED BY SIZE
                    RET-MOTIVO DELIMITED BY SIZE
                    INTO NTF-TEXTO
             WRITE REG-NOTIFREQ
           END-IF.
           ADD 1                 TO WRK-CONTADOR-ESTORNADOS.
           ADD CHD-VALOR         TO WRK-TOT-ESTORNADO.
       0220-ESTORNAR-FIM.     EXIT.
      **************************************************
       0230-RECUSAR                              SECTION.
           MOVE SPACES      TO REG-CHQRDJ.
           MOVE RET-REFER   TO RDJ-REFER.
           MOVE RET-NUMCHQ  TO RDJ-NUMCHQ.
           MOVE RET-MOTIVO  TO RDJ-MOTIVO-DEV.
           MOVE WRK-MOTIVO  TO RDJ-MOTIVO.
           WRITE REG-CHQRDJ.
           ADD 1 TO WRK-CONTADOR-RECUSADAS.
       0230-RECUSAR-FIM.      EXIT.
      **************************************************
      *  O CATIVO DO CHEQUE JA PODE TER SIDO LIBERTADO *
      *  PELO COBVSA56 SE A DEVOLUCAO CHEGOU DEPOIS DA *
      *  DATA VALOR - NESSE CASO NADA HA A LIBERTAR    *
      **************************************************
       0240-LIBERTAR-CATIVO                      SECTION.
           MOVE CHD-CHAVE  TO CAT-CONTA.
           MOVE CHD-CATIVO TO CAT-NUMERO.
           READ CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "CATIVO DO CHEQUE INEXISTENTE " CAT-CHAVE
             GO TO 0240-LIBERTAR-CATIVO-FIM
           END-IF.
           IF CAT-ESTADO NOT EQUAL "A"
             GO TO 0240-LIBERTAR-CATIVO-FIM
           END-IF.
           MOVE "L"        TO CAT-ESTADO.
           MOVE RET-DATA   TO CAT-DATA-LIBERTA.
           REWRITE REG-CATIVO
             INVALID KEY
               DISPLAY "ERRO NA LIBERTACAO " CAT-CHAVE
           END-REWRITE.
       0240-LIBERTAR-CATIVO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR            TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DEVOLUCOES LIDAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ESTORNADOS TO WRK-CONTADOR-IDE.
           DISPLAY "CHEQUES ESTORNADOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADAS  TO WRK-CONTADOR-IDE.
           DISPLAY "DEVOLUCOES RECUSADAS.. " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-ESTORNADO       TO WRK-TOTAL-IDE.
           DISPLAY "VALOR ESTORNADO....... " WRK-TOTAL-IDE.
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
           MOVE "COBVSA58"      TO LOG-JOB.
           MOVE WRK-DATA-LOG    TO LOG-DATA.
           MOVE WRK-HORA-LOG    TO LOG-HORA.
           MOVE "F"             TO LOG-TIPO.
           MOVE WRK-CONTADOR    TO LOG-LIDOS.
           MOVE WRK-CONTADOR-ESTORNADOS TO LOG-GRAVADOS.
           MOVE "00"            TO LOG-RETCODE.
           WRITE REG-OPLOG.
           CLOSE LOG.
       0910-GRAVAR-LOG-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE RET.
           CLOSE CHD.
           CLOSE AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLI
           END-IF.
           CLOSE CAT.
           CLOSE HST.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             CLOSE NTF
           END-IF.
           CLOSE RDJ.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA56.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: LIBERTACAO NOCTURNA DOS CATIVOS EXPIRADOS -
      *            PERCORRE O CATIVOS E LIBERTA CADA CATIVO
      *            ATIVO CUJA DATA FIM JA PASSOU NA DATA DE
      *            NEGOCIO (DATACTL), LISTANDO-OS EM CATLIB -
      *            O VALOR VOLTA A FICAR DISPONIVEL AO CLIENTE
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CATIVOS     I-O         BOOKCAT
      * DATACTL     INPUT       -----
      * CATLIB      OUTPUT      -----   (CATIVOS LIBERTADOS)
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT LIB ASSIGN TO CATLIB
           FILE STATUS IS WRK-FS-CATLIB.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD CAT.
       COPY BOOKCAT.

       FD CTD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-DATACTL.
          05 CTD-DATA-NEGOCIO     PIC 9(08).
          05 CTD-FIM-MES          PIC X(01).
          05 CTD-FIM-ANO          PIC X(01).

       FD LIB
           RECORDING MODE IS F.
       01 REG-CATLIB.
          05 LIB-CONTA            PIC X(09).
          05 FILLER               PIC X(01).
          05 LIB-NUMERO           PIC 9(05).
          05 FILLER               PIC X(01).
          05 LIB-VALOR            PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01).
          05 LIB-MOTIVO           PIC X(01).
          05 FILLER               PIC X(01).
          05 LIB-DATA-INI         PIC 9(08).
          05 FILLER               PIC X(01).
          05 LIB-DATA-FIM         PIC 9(08).
          05 FILLER               PIC X(01).
          05 LIB-USERID           PIC X(08).

       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATLIB           PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-LIBERTADOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOT-LIBERTADO       PIC S9(09)V99 COMP VALUE ZEROS.
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
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CATIVOS EQUAL "10".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
      *    A EXPIRACAO CONTA PELA DATA DE NEGOCIO - SO
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
           OPEN I-O CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
           OPEN OUTPUT LIB.
           IF WRK-FS-CATLIB NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATLIB - STATUS "
                     WRK-FS-CATLIB
             GOBACK
           END-IF.
           READ CAT NEXT RECORD.
           IF WRK-FS-CATIVOS EQUAL "10"
             DISPLAY "ARQUIVO CATIVOS VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  O CATIVO SEM DATA FIM (ZEROS) SO SE LIBERTA   *
      *  NA MANUTENCAO (COBVSA55)                      *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           IF CAT-ESTADO EQUAL "A" AND
              CAT-DATA-FIM NOT EQUAL ZEROS AND
              CAT-DATA-FIM LESS THAN WRK-DATA-PROC
             PERFORM 0220-LIBERTAR
           END-IF.
           READ CAT NEXT RECORD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0220-LIBERTAR                             SECTION.
           MOVE "L"             TO CAT-ESTADO.
           MOVE WRK-DATA-PROC   TO CAT-DATA-LIBERTA.
           REWRITE REG-CATIVO
             INVALID KEY
               DISPLAY "ERRO NA LIBERTACAO " CAT-CHAVE
               GO TO 0220-LIBERTAR-FIM
           END-REWRITE.
           MOVE SPACES          TO REG-CATLIB.
           MOVE CAT-CONTA       TO LIB-CONTA.
           MOVE CAT-NUMERO      TO LIB-NUMERO.
           MOVE CAT-VALOR       TO LIB-VALOR.
           MOVE CAT-MOTIVO      TO LIB-MOTIVO.
           MOVE CAT-DATA-INI    TO LIB-DATA-INI.
           MOVE CAT-DATA-FIM    TO LIB-DATA-FIM.
           MOVE CAT-USERID      TO LIB-USERID.
           WRITE REG-CATLIB.
           ADD 1                TO WRK-CONTADOR-LIBERTADOS.
           ADD CAT-VALOR        TO WRK-TOT-LIBERTADO.
       0220-LIBERTAR-FIM.     EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR            TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "CATIVOS LIDOS......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-LIBERTADOS TO WRK-CONTADOR-IDE.
           DISPLAY "CATIVOS LIBERTADOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-LIBERTADO       TO WRK-TOTAL-IDE.
           DISPLAY "VALOR LIBERTADO....... " WRK-TOTAL-IDE.
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
           MOVE "COBVSA56"      TO LOG-JOB.
           MOVE WRK-DATA-LOG    TO LOG-DATA.
           MOVE WRK-HORA-LOG    TO LOG-HORA.
           MOVE "F"             TO LOG-TIPO.
           MOVE WRK-CONTADOR    TO LOG-LIDOS.
           MOVE WRK-CONTADOR-LIBERTADOS TO LOG-GRAVADOS.
           MOVE "00"            TO LOG-RETCODE.
           WRITE REG-OPLOG.
           CLOSE LOG.
       0910-GRAVAR-LOG-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-CATIVOS
           END-IF.
           CLOSE LIB.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

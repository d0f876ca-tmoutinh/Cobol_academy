      *            GRAVA O REGISTO DE FECHO EM GLLOCK, QUE O
      *            COBARQ24 CONSULTA PARA RECUSAR LANCAMENTOS
      *            EM MES JA FECHADO
      *            O FECHO E RECUSADO ENQUANTO O RECQUEB DO
      *            COBARQ51 (RECONCILIACAO AUXILIARES / GL)
      *            TIVER QUEBRAS MATERIAIS EM ABERTO
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * JRNLOUT     INPUT       -----
      * BALANCETE   OUTPUT      -----
      * GLLOCK      EXTEND      -----
      * RECQUEB     INPUT       -----   (QUEBRAS DO COBARQ51)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.

           SELECT LCK ASSIGN TO GLLOCK
           FILE STATUS IS WRK-FS-GLLOCK.

           SELECT QBR ASSIGN TO RECQUEB
           FILE STATUS IS WRK-FS-RECQUEB.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
          05 GLK-STATUS           PIC X(01).
          05 GLK-DATA-FECHO       PIC 9(08).

       FD QBR
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01 REG-RECQUEB.
          05 QBR-RAZAO            PIC X(08).
          05 QBR-MOEDA            PIC X(03).
          05 QBR-CONTA            PIC X(08).
          05 QBR-DATA-INICIO      PIC 9(08).
          05 QBR-DATA-RECON       PIC 9(08).
          05 QBR-DIFERENCA        PIC S9(11)V99.
          05 QBR-MATERIAL         PIC X(01).
          05 FILLER               PIC X(01).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-JRNLOUT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-BALANCETE        PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLLOCK           PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECQUEB          PIC X(02) VALUE ZEROS.
       77 WRK-QUEBRAS-MATERIAIS   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-MES-PARM            PIC X(06) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
      *------------- SALDOS POR CONTA DO RAZAO -----------
       0230-IMPRIMIR-BALANCETE-FIM.  EXIT.
      **************************************************
      *  SO UM PERIODO EQUILIBRADO FECHA - O REGISTO   *
      *  EM GLLOCK TRAVA O COBARQ24 - E SO SEM         *
      *  QUEBRAS MATERIAIS NA RECONCILIACAO            *
      *  O RECQUEB TEM DE SER DA RECONCILIACAO DO MES  *
      *  A FECHAR (UM RECQUEB ANTIGO NAO PROVA NADA) - *
      *  O PRIMEIRO REGISTO E O DE CONTROLO (MATERIAL  *
      *  T) COM A DATA DA RECONCILIACAO, MESMO SEM     *
      *  QUEBRAS                                       *
      **************************************************
       0240-FECHAR-PERIODO                       SECTION.
           IF WRK-EQUILIBRADO EQUAL "N"
             MOVE 8 TO RETURN-CODE
             GO TO 0240-FECHAR-PERIODO-FIM
           END-IF.
           OPEN INPUT QBR.
           IF WRK-FS-RECQUEB NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA RECQUEB - STATUS "
                     WRK-FS-RECQUEB
             DISPLAY "PERIODO NAO FECHADO - CORRER O COBARQ51"
             MOVE 8 TO RETURN-CODE
             GO TO 0240-FECHAR-PERIODO-FIM
           END-IF.
           READ QBR.
           IF WRK-FS-RECQUEB NOT EQUAL "00" OR
              QBR-MATERIAL NOT EQUAL "T"
             DISPLAY "RECQUEB SEM REGISTO DE CONTROLO"
             DISPLAY "PERIODO NAO FECHADO - CORRER O COBARQ51"
             CLOSE QBR
             MOVE 8 TO RETURN-CODE
             GO TO 0240-FECHAR-PERIODO-FIM
           END-IF.
           IF QBR-DATA-RECON (1:6) NOT EQUAL WRK-MES-PARM
             DISPLAY "RECQUEB DA RECONCILIACAO DE " QBR-DATA-RECON
                     " - NAO E DO PERIODO " WRK-MES-PARM
             DISPLAY "PERIODO NAO FECHADO - CORRER O COBARQ51"
             CLOSE QBR
             MOVE 8 TO RETURN-CODE
             GO TO 0240-FECHAR-PERIODO-FIM
           END-IF.
           READ QBR.
           PERFORM UNTIL WRK-FS-RECQUEB NOT EQUAL "00"
             IF QBR-MATERIAL EQUAL "S"
               ADD 1 TO WRK-QUEBRAS-MATERIAIS
               DISPLAY "QUEBRA MATERIAL " QBR-RAZAO " " QBR-MOEDA
                       " CONTA " QBR-CONTA " DESDE " QBR-DATA-INICIO
             END-IF
             READ QBR
           END-PERFORM.
           CLOSE QBR.
           IF WRK-QUEBRAS-MATERIAIS GREATER THAN ZEROS
             DISPLAY "PERIODO NAO FECHADO - QUEBRAS MATERIAIS "
                     "AUXILIARES / RAZAO EM ABERTO"
             MOVE 8 TO RETURN-CODE
             GO TO 0240-FECHAR-PERIODO-FIM
           END-IF.
           OPEN EXTEND LCK.
           IF WRK-FS-GLLOCK NOT EQUAL "00"
             OPEN OUTPUT LCK

      *            LIDA DO PROVPARM - RELATORIO POR ESCALAO E
      *            AGENCIA EM PROVREL E O TOTAL DA PROVISAO
      *            SEGUE PARA O GL VIA GLEVENT
      *            O CONTRATO REESTRUTURADO (EMP-REESTRUT, VER
      *            COBVSA17) E UMA CLASSE PROPRIA - ESCALAO 6
      *            DO PROVPARM - COM OU SEM ATRASO, ENQUANTO
      *            ESTIVER NO LIVRO DE REESTRUTURADOS (COBARQ46)
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
          05 EMP-PROX-PREST       PIC 9(08).
          05 EMP-SALDO-DEV        PIC 9(07)V99.
          05 EMP-STATUS           PIC X(01).
          05 EMP-TIPO-TAXA        PIC X(01).
          05 EMP-INDEXANTE        PIC X(06).
          05 EMP-SPREAD           PIC 9(02)V9(04).
          05 EMP-PERIODO-REV      PIC 9(02).
          05 EMP-DATA-REVISAO     PIC 9(08).
          05 EMP-REESTRUT         PIC X(01).
          05 EMP-DATA-FIM-PROVA   PIC 9(08).
          05 EMP-COBRANCA         PIC X(01).

       FD PRM
           RECORDING MODE IS F
      *------------- PERCENTAGENS POR ESCALAO ------------
      *  1: ATE 30   2: 31-60   3: 61-90
      *  4: 91-180   5: MAIS DE 180
      *  6: REESTRUTURADO
       01 WRK-PCT-TAB.
          05 WRK-PCT-ESCALAO OCCURS 6 TIMES PIC 9(03)V99.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
       77 WRK-PRIMEIRA-VEZ        PIC X(01) VALUE "S".
       01 WRK-AGE-TAB.
          05 WRK-AGE-ESCALAO OCCURS 6 TIMES.
             10 WRK-AGE-CONTRATOS PIC 9(05).
             10 WRK-AGE-PROVISAO  PIC 9(11)V99.
       01 WRK-TOT-TAB.
          05 WRK-TOT-ESCALAO OCCURS 6 TIMES.
             10 WRK-TOT-CONTRATOS PIC 9(07).
             10 WRK-TOT-PROVISAO  PIC 9(13)V99.
       77 WRK-ESC-SUB             PIC 9(01) COMP VALUE ZERO.
       77 WRK-TOT-GERAL           PIC 9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ATRASO     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REESTRUT   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-AGE.
           READ PRM.
           PERFORM UNTIL WRK-FS-PROVPARM NOT EQUAL "00"
             IF PRM-ESCALAO NOT LESS THAN 1 AND
                PRM-ESCALAO NOT GREATER THAN 6
               MOVE PRM-PCT TO WRK-PCT-ESCALAO (PRM-ESCALAO)
             END-IF
             READ PRM
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           IF EMP-STATUS EQUAL "A" AND
              (EMP-PROX-PREST LESS THAN WRK-DATA-PROC OR
               EMP-REESTRUT EQUAL "S")
             PERFORM 0220-CLASSIFICAR-CONTRATO
           END-IF.
           READ EMP NEXT RECORD.
             GO TO 0220-CLASSIFICAR-CONTRATO-FIM
           END-IF.
           MOVE WRK-DAT-DIAS TO WRK-DIAS-ATRASO.
           IF EMP-REESTRUT EQUAL "S"
             MOVE 6 TO WRK-ESCALAO
             ADD 1  TO WRK-CONTADOR-REESTRUT
             GO TO 0220-CALCULAR-PROVISAO
           END-IF.
           IF WRK-DIAS-ATRASO NOT GREATER THAN ZEROS
             GO TO 0220-CLASSIFICAR-CONTRATO-FIM
           END-IF.
           ADD 1            TO WRK-CONTADOR-ATRASO.
           EVALUATE TRUE
             WHEN WRK-DIAS-ATRASO NOT GREATER THAN 30
               MOVE 1 TO WRK-ESCALAO
             WHEN OTHER
               MOVE 5 TO WRK-ESCALAO
           END-EVALUATE.
       0220-CALCULAR-PROVISAO.
           COMPUTE WRK-PROVISAO ROUNDED = EMP-SALDO-DEV
                 * WRK-PCT-ESCALAO (WRK-ESCALAO) / 100.
           ADD 1            TO WRK-AGE-CONTRATOS (WRK-ESCALAO).
           ADD 1            TO WRK-TOT-CONTRATOS (WRK-ESCALAO).
           ADD WRK-PROVISAO TO WRK-TOT-PROVISAO (WRK-ESCALAO).
           ADD WRK-PROVISAO TO WRK-TOT-GERAL.
       0220-CLASSIFICAR-CONTRATO-FIM.  EXIT.
      **************************************************
       0230-TOTAL-AGENCIA                        SECTION.
           PERFORM VARYING WRK-ESC-SUB FROM 1 BY 1
                   UNTIL WRK-ESC-SUB > 6
             IF WRK-AGE-CONTRATOS (WRK-ESC-SUB) GREATER THAN ZEROS
               MOVE WRK-AGENCIA-ANT TO WRK-L-AGENCIA
               MOVE WRK-ESC-SUB     TO WRK-L-ESCALAO
      **************************************************
       0250-TOTAIS-GERAIS                        SECTION.
           PERFORM VARYING WRK-ESC-SUB FROM 1 BY 1
                   UNTIL WRK-ESC-SUB > 6
             MOVE WRK-ESC-SUB TO WRK-T-ESCALAO
             MOVE WRK-TOT-CONTRATOS (WRK-ESC-SUB)
               TO WRK-T-CONTRATOS
           DISPLAY "CONTRATOS LIDOS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ATRASO TO WRK-CONTADOR-IDE.
           DISPLAY "CONTRATOS EM ATRASO... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REESTRUT TO WRK-CONTADOR-IDE.
           DISPLAY "REESTRUTURADOS........ " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

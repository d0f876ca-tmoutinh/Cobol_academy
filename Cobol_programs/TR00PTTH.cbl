      *            MUDANCAS DE SALARIO, NAO VENCIMENTOS
      *            PAGOS, PELO QUE A FONTE DOS VALORES SAO
      *            OS PROPRIOS RECIBOS
      *            OS RECIBOS DOS SUBSIDIOS DE FERIAS E NATAL
      *            (RUBRICAS SFE/SNA) E OS DUODECIMOS ENTRAM NO
      *            BRUTO; A CORRIDA DE SUBSIDIO GRAVA OUTRO
      *            CONTROLO NO MES, PELO QUE SE EXIGEM OS DOZE
      *            MESES E NAO DOZE REGISTOS
      *            OS RETROATIVOS DE AUMENTOS COM DATA EFETIVA
      *            PASSADA (FOL-RETROATIVO) ENTRAM NO BRUTO DO
      *            ANO EM QUE SAO PAGOS
      *  DATA: 01/09/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       FILE                                    SECTION.
       FD FOL
           RECORDING MODE IS F
           RECORD CONTAINS 191 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-FOLPAG.
          05 FOL-IDFUN             PIC 9(05).
          05 FOL-PENSACU           PIC 9(10)V99.
          05 FILLER                PIC X(01).
          05 FOL-LIQUIDO           PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-SUBSIDIO          PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-RUBRICA           PIC X(03).
          05 FILLER                PIC X(01).
          05 FOL-RETROATIVO        PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-RETRO-MESES       PIC 9(02).
          05 FILLER                PIC X(01).
          05 FOL-EMPRESTIMO        PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-DESPESAS          PIC 9(08)V99.

       FD CTL
           RECORDING MODE IS F
       77 WRK-TRIBUTAVEL    PIC 9(11)V99   VALUE ZEROS.
      *------------- PROVA CONTRA OS CONTROLOS ------------
       77 WRK-CTL-MESES     PIC 9(02)      COMP VALUE ZEROS.
       01 WRK-MES-VISTO-TAB.
          05 WRK-MES-VISTO  PIC X(01)      OCCURS 12 TIMES.
       77 WRK-CTL-BRUTO     PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-CTL-LIQUIDO   PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-BRUTO     PIC 9(13)V99   COMP-3 VALUE ZEROS.
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ALL "N" TO WRK-MES-VISTO-TAB.
           READ CTL.
           PERFORM UNTIL WRK-FS-FOLCTL12 NOT EQUAL "00"
             IF CTL-MES GREATER THAN ZEROS AND
                CTL-MES NOT GREATER THAN 12
               IF WRK-MES-VISTO (CTL-MES) EQUAL "N"
                 MOVE "S" TO WRK-MES-VISTO (CTL-MES)
                 ADD 1    TO WRK-CTL-MESES
               END-IF
             END-IF
             ADD CTL-TOT-BRUTO   TO WRK-CTL-BRUTO
             ADD CTL-TOT-LIQUIDO TO WRK-CTL-LIQUIDO
             READ CTL
       0200-CONSOLIDAR                         SECTION.
           ADD 1 TO WRK-STATS-RECIBOS.
           COMPUTE WRK-TOT-BRUTO =
                   WRK-TOT-BRUTO + FOL-BRUTO + FOL-HEXTRA
                 + FOL-SUBSIDIO + FOL-RETROATIVO.
           ADD FOL-LIQUIDO TO WRK-TOT-LIQUIDO.
           MOVE ZEROS TO WRK-FUN-USO.
           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
           END-IF.
           COMPUTE WRK-FUN-BRUTO (WRK-FUN-USO) =
                   WRK-FUN-BRUTO (WRK-FUN-USO)
                 + FOL-BRUTO + FOL-HEXTRA + FOL-SUBSIDIO
                 + FOL-RETROATIVO.
           ADD FOL-IRS    TO WRK-FUN-IRS (WRK-FUN-USO).
           ADD FOL-SEGSOC TO WRK-FUN-SEGSOC (WRK-FUN-USO).
       0200-LER-SEGUINTE.

       IDENTIFICATION                         DIVISION.
       PROGRAM-ID. TR00PTTS.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: DECLARACAO MENSAL DE REMUNERACOES A
      *            SEGURANCA SOCIAL - LE OS RECIBOS DO MES
      *            (FOLPAG DA FOLHA MENSAL E, SE HOUVER, DA
      *            CORRIDA DE SUBSIDIO, CONCATENADOS NA JCL)
      *            E CONSOLIDA POR FUNCIONARIO A REMUNERACAO
      *            POR RUBRICA (BASE, HORAS EXTRA COM AS HORAS
      *            APROVADAS DO HORASAPR, SUBSIDIOS, DIAS E
      *            VALOR DE AUSENCIA NAO PAGA), A CONTRIBUICAO
      *            DO TRABALHADOR E A DA ENTIDADE PATRONAL E
      *            OS DIAS TRABALHADOS, MAIS OS RETROATIVOS DE
      *            AUMENTOS PAGOS NO MES; SO LIBERTA O FICHEIRO
      *            DE LAYOUT FIXO DECLSS (CABECALHO, DETALHE,
      *            TRAILER) DEPOIS DE O BRUTO E O LIQUIDO
      *            BATEREM COM OS CONTROLOS DO MES NO FOLCTL,
      *            E IMPRIME A RECONCILIACAO (DECLSSREL)
      *            SYSIN: AAAAMM E TAXA PATRONAL COM DUAS
      *            DECIMAIS IMPLICITAS (SEM TAXA = 23,75)
      *  DATA: 15/10/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FOL ASSIGN TO FOLPAG
           FILE STATUS IS WRK-FS-FOLPAG.

           SELECT CTL ASSIGN TO FOLCTL
           FILE STATUS IS WRK-FS-FOLCTL.

           SELECT HAP ASSIGN TO HORASAPR
           FILE STATUS IS WRK-FS-HORASAPR.

           SELECT DSS ASSIGN TO DECLSS
           FILE STATUS IS WRK-FS-DECLSS.

           SELECT REL ASSIGN TO DECLSSREL
           FILE STATUS IS WRK-FS-DECLSSREL.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD FOL
           RECORDING MODE IS F
           RECORD CONTAINS 191 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-FOLPAG.
          05 FOL-IDFUN             PIC 9(05).
          05 FILLER                PIC X(01).
          05 FOL-NOMEFUN           PIC X(30).
          05 FILLER                PIC X(01).
          05 FOL-DEPFUN            PIC 9(02).
          05 FILLER                PIC X(01).
          05 FOL-BRUTO             PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-HEXTRA            PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-IRS               PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-SEGSOC            PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-AUSENCIAS         PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-PENHORA           PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-PENSAO            PIC 9(08)V99.
          05 FILLER                PIC X(01).
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
           RECORD CONTAINS 28 CHARACTERS.
       01 REG-FOLCTL.
          05 CTL-MES               PIC 9(02).
          05 CTL-TOT-BRUTO         PIC 9(11)V99.
          05 CTL-TOT-LIQUIDO       PIC 9(11)V99.

       FD HAP
           RECORDING MODE IS F
           RECORD CONTAINS 17 CHARACTERS.
       01 REG-HORASAPR.
          05 APR-IDFUN             PIC 9(05).
          05 APR-DATA              PIC 9(08).
          05 APR-HORAS             PIC 9(02)V9.
          05 APR-TARIFA            PIC X(01).

       FD DSS
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01 REG-DECLSS.
          05 DSS-TIPO              PIC X(01).
          05 DSS-PERIODO           PIC 9(06).
          05 DSS-IDFUN             PIC 9(05).
          05 DSS-NOME              PIC X(30).
          05 DSS-DIAS              PIC 9(02).
          05 DSS-BASE              PIC 9(08)V99.
          05 DSS-HEXTRA            PIC 9(08)V99.
          05 DSS-HORAS             PIC 9(03)V9.
          05 DSS-SUBSIDIOS         PIC 9(08)V99.
          05 DSS-DIAS-AUSENCIA     PIC 9(02).
          05 DSS-AUSENCIAS         PIC 9(08)V99.
          05 DSS-REMUNERACAO       PIC 9(09)V99.
          05 DSS-CONTRIB-FUN       PIC 9(08)V99.
          05 DSS-CONTRIB-EMP       PIC 9(08)V99.
          05 DSS-RETROATIVOS       PIC 9(08)V99.
          05 FILLER                PIC X(09).
       01 REG-DECLSS-CTL.
          05 DSC-TIPO              PIC X(01).
          05 DSC-PERIODO           PIC 9(06).
          05 DSC-QTD-FUN           PIC 9(05).
          05 DSC-TOT-REMUNERACAO   PIC 9(11)V99.
          05 DSC-TOT-CONTRIB-FUN   PIC 9(11)V99.
          05 DSC-TOT-CONTRIB-EMP   PIC 9(11)V99.
          05 DSC-TAXA-EMP          PIC 9(02)V99.
          05 FILLER                PIC X(95).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-DECLSSREL            PIC X(80).

       WORKING-STORAGE                         SECTION.
       77 WRK-FS-FOLPAG     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FOLCTL     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-HORASAPR   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DECLSS     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DECLSSREL  PIC X(02)      VALUE ZEROS.
       01 WRK-PARM.
          05 WRK-PERIODO    PIC 9(06)      VALUE ZEROS.
          05 FILLER REDEFINES WRK-PERIODO.
             10 WRK-PER-ANO PIC 9(04).
             10 WRK-PER-MES PIC 9(02).
          05 WRK-TAXA-EMP   PIC 9(02)V99   VALUE ZEROS.
      *------------- CONSOLIDADO POR FUNCIONARIO ----------
       01 WRK-FUN-TAB.
          05 WRK-FUN-ENTRY OCCURS 500 TIMES.
             10 WRK-FUN-IDFUN     PIC 9(05).
             10 WRK-FUN-NOME      PIC X(30).
             10 WRK-FUN-DIAS      PIC 9(02).
             10 WRK-FUN-BASE      PIC 9(08)V99.
             10 WRK-FUN-HEXTRA    PIC 9(08)V99.
             10 WRK-FUN-HORAS     PIC 9(03)V9.
             10 WRK-FUN-SUBSIDIOS PIC 9(08)V99.
             10 WRK-FUN-DIAS-AUS  PIC 9(02).
             10 WRK-FUN-AUSENCIAS PIC 9(08)V99.
             10 WRK-FUN-CONTRIB   PIC 9(08)V99.
             10 WRK-FUN-RETRO     PIC 9(08)V99.
       77 WRK-FUN-QTD       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-FUN-SUB       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-FUN-USO       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-IDFUN-PROC    PIC 9(05)      VALUE ZEROS.
       77 WRK-DIAS-AUS      PIC 9(02)      VALUE ZEROS.
       77 WRK-REMUNERACAO   PIC 9(09)V99   VALUE ZEROS.
       77 WRK-CONTRIB-EMP   PIC 9(08)V99   VALUE ZEROS.
      *------------- PROVA CONTRA O CONTROLO DO MES -------
       77 WRK-CTL-REGISTOS  PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-CTL-BRUTO     PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-CTL-LIQUIDO   PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-BRUTO     PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-LIQUIDO   PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-BASE      PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-HEXTRA    PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-SUBSIDIOS PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-AUSENCIAS PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-RETRO     PIC 9(13)V99   COMP-3 VALUE ZEROS.
       77 WRK-TOT-REMUN     PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-CONTR-FUN PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-CONTR-EMP PIC 9(11)V99   VALUE ZEROS.
       77 WRK-PROVA-OK      PIC X(01)      VALUE "N".
       77 WRK-STATS-RECIBOS PIC 9(07)      VALUE ZEROS.
       77 WRK-VALOR-IDE     PIC ZZZ.ZZZ.ZZ9,99.
      *------------- RECONCILIACAO ------------------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(38) VALUE
             "RECONCILIACAO DECLARACAO SEG. SOCIAL  ".
          05 WRK-C-ANO            PIC 9(04).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-C-MES            PIC 9(02).
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-RUBRICA.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-R-ROTULO         PIC X(30).
          05 WRK-R-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(31) VALUE SPACES.
       01 WRK-LINHA-ESTADO.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-E-TEXTO          PIC X(60).
          05 FILLER               PIC X(18) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONSOLIDAR UNTIL WRK-FS-FOLPAG EQUAL "10".
           PERFORM 0210-HORAS-APROVADAS.
           PERFORM 0215-CONTRIBUICAO-PATRONAL.
           PERFORM 0220-PROVAR-CONTROLO.
           IF WRK-PROVA-OK EQUAL "S"
             PERFORM 0230-DECLARAR
           ELSE
             DISPLAY "TOTAIS NAO BATEM COM O CONTROLO DO MES"
             DISPLAY "DECLARACAO NAO LIBERTADA"
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0240-RECONCILIACAO.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-PRINCIPAL-FIM.   EXIT.
      ***************************************************
       0100-INICIALIZAR                        SECTION.
           ACCEPT WRK-PARM FROM SYSIN.
           IF WRK-PERIODO NOT NUMERIC OR
              WRK-PER-MES EQUAL ZEROS OR
              WRK-PER-MES GREATER THAN 12
             DISPLAY "PARAMETRO DE PERIODO (AAAAMM) OBRIGATORIO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WRK-TAXA-EMP NOT NUMERIC OR WRK-TAXA-EMP EQUAL ZEROS
             MOVE 23,75 TO WRK-TAXA-EMP
           END-IF.
           OPEN INPUT FOL.
           IF WRK-FS-FOLPAG NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA FOLPAG - STATUS " WRK-FS-FOLPAG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    O CONTROLO DO MES PODE TER MAIS DE UM REGISTO
      *    (FOLHA MENSAL E CORRIDA DE SUBSIDIO)
           OPEN INPUT CTL.
           IF WRK-FS-FOLCTL NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA FOLCTL - STATUS " WRK-FS-FOLCTL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ CTL.
           PERFORM UNTIL WRK-FS-FOLCTL NOT EQUAL "00"
             IF CTL-MES EQUAL WRK-PER-MES
               ADD 1               TO WRK-CTL-REGISTOS
               ADD CTL-TOT-BRUTO   TO WRK-CTL-BRUTO
               ADD CTL-TOT-LIQUIDO TO WRK-CTL-LIQUIDO
             END-IF
             READ CTL
           END-PERFORM.
           CLOSE CTL.
           OPEN OUTPUT REL.
           READ FOL.
           IF WRK-FS-FOLPAG EQUAL "10"
             DISPLAY "FOLPAG VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
      *  O RECIBO MENSAL (VEN) DA A BASE E OS DIAS; O  *
      *  DE SUBSIDIO SO ACRESCENTA A RUBRICA SUBSIDIOS *
      ***************************************************
       0200-CONSOLIDAR                         SECTION.
           ADD 1 TO WRK-STATS-RECIBOS.
           COMPUTE WRK-TOT-BRUTO =
                   WRK-TOT-BRUTO + FOL-BRUTO + FOL-HEXTRA
                 + FOL-SUBSIDIO + FOL-RETROATIVO.
           ADD FOL-LIQUIDO   TO WRK-TOT-LIQUIDO.
           MOVE FOL-IDFUN TO WRK-IDFUN-PROC.
           PERFORM 0250-LOCALIZAR-FUNCIONARIO.
           IF WRK-FUN-USO EQUAL ZEROS
             GO TO 0200-LER-SEGUINTE
           END-IF.
           IF WRK-FUN-NOME (WRK-FUN-USO) EQUAL SPACES
             MOVE FOL-NOMEFUN TO WRK-FUN-NOME (WRK-FUN-USO)
           END-IF.
           ADD FOL-BRUTO    TO WRK-FUN-BASE (WRK-FUN-USO).
           ADD FOL-HEXTRA   TO WRK-FUN-HEXTRA (WRK-FUN-USO).
           ADD FOL-SUBSIDIO TO WRK-FUN-SUBSIDIOS (WRK-FUN-USO).
           ADD FOL-AUSENCIAS TO WRK-FUN-AUSENCIAS (WRK-FUN-USO).
           ADD FOL-SEGSOC   TO WRK-FUN-CONTRIB (WRK-FUN-USO).
           ADD FOL-RETROATIVO TO WRK-FUN-RETRO (WRK-FUN-USO).
      *    DIAS DE AUSENCIA = DESCONTO SOBRE O DIA DE SALARIO
      *    (SALFUN / 30), COMO NA FOLHA
           IF FOL-RUBRICA NOT EQUAL "SFE" AND
              FOL-RUBRICA NOT EQUAL "SNA" AND
              FOL-BRUTO GREATER THAN ZEROS
             COMPUTE WRK-DIAS-AUS ROUNDED =
                     FOL-AUSENCIAS * 30 / FOL-BRUTO
             IF WRK-DIAS-AUS GREATER THAN 30
               MOVE 30 TO WRK-DIAS-AUS
             END-IF
             ADD WRK-DIAS-AUS TO WRK-FUN-DIAS-AUS (WRK-FUN-USO)
             COMPUTE WRK-FUN-DIAS (WRK-FUN-USO) =
                     30 - WRK-FUN-DIAS-AUS (WRK-FUN-USO)
           END-IF.
       0200-LER-SEGUINTE.
           READ FOL.
       0200-CONSOLIDAR-FIM.  EXIT.
      ***************************************************
      *  HORAS EXTRA APROVADAS NO MES - SO INFORMATIVO *
      *  (O VALOR VEM DO RECIBO); SEM O FICHEIRO AS    *
      *  HORAS SAEM A ZERO                             *
      ***************************************************
       0210-HORAS-APROVADAS                    SECTION.
           OPEN INPUT HAP.
           IF WRK-FS-HORASAPR NOT EQUAL "00"
             DISPLAY "HORASAPR INDISPONIVEL - HORAS A ZERO"
             GO TO 0210-HORAS-APROVADAS-FIM
           END-IF.
           READ HAP.
           PERFORM UNTIL WRK-FS-HORASAPR NOT EQUAL "00"
             IF APR-DATA(1:6) EQUAL WRK-PERIODO
               MOVE APR-IDFUN TO WRK-IDFUN-PROC
               PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                       UNTIL WRK-FUN-SUB > WRK-FUN-QTD
                 IF WRK-FUN-IDFUN (WRK-FUN-SUB) EQUAL WRK-IDFUN-PROC
                   ADD APR-HORAS TO WRK-FUN-HORAS (WRK-FUN-SUB)
                 END-IF
               END-PERFORM
             END-IF
             READ HAP
           END-PERFORM.
           CLOSE HAP.
       0210-HORAS-APROVADAS-FIM. EXIT.
      ***************************************************
      *  A CONTRIBUICAO PATRONAL INCIDE SOBRE A MESMA  *
      *  REMUNERACAO DA DO TRABALHADOR                 *
      ***************************************************
       0215-CONTRIBUICAO-PATRONAL              SECTION.
           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                   UNTIL WRK-FUN-SUB > WRK-FUN-QTD
             COMPUTE WRK-REMUNERACAO =
                     WRK-FUN-BASE (WRK-FUN-SUB)
                   + WRK-FUN-HEXTRA (WRK-FUN-SUB)
                   + WRK-FUN-SUBSIDIOS (WRK-FUN-SUB)
                   + WRK-FUN-RETRO (WRK-FUN-SUB)
             COMPUTE WRK-CONTRIB-EMP ROUNDED =
                     WRK-REMUNERACAO * WRK-TAXA-EMP / 100
             ADD WRK-REMUNERACAO TO WRK-TOT-REMUN
             ADD WRK-FUN-CONTRIB (WRK-FUN-SUB) TO WRK-TOT-CONTR-FUN
             ADD WRK-CONTRIB-EMP TO WRK-TOT-CONTR-EMP
             ADD WRK-FUN-BASE (WRK-FUN-SUB)      TO WRK-TOT-BASE
             ADD WRK-FUN-HEXTRA (WRK-FUN-SUB)    TO WRK-TOT-HEXTRA
             ADD WRK-FUN-SUBSIDIOS (WRK-FUN-SUB) TO WRK-TOT-SUBSIDIOS
             ADD WRK-FUN-AUSENCIAS (WRK-FUN-SUB) TO WRK-TOT-AUSENCIAS
             ADD WRK-FUN-RETRO (WRK-FUN-SUB)     TO WRK-TOT-RETRO
           END-PERFORM.
       0215-CONTRIBUICAO-PATRONAL-FIM. EXIT.
      ***************************************************
      *  A DECLARACAO SO SAI COM O CONTROLO DO MES     *
      *  PRESENTE E O BRUTO E O LIQUIDO A BATEREM      *
      ***************************************************
       0220-PROVAR-CONTROLO                    SECTION.
           MOVE "N" TO WRK-PROVA-OK.
           IF WRK-CTL-REGISTOS EQUAL ZEROS
             DISPLAY "SEM CONTROLO DA FOLHA PARA O MES "
                     WRK-PER-MES
             GO TO 0220-PROVAR-CONTROLO-FIM
           END-IF.
           IF WRK-FUN-QTD EQUAL ZEROS
             DISPLAY "SEM RECIBOS NO FOLPAG"
             GO TO 0220-PROVAR-CONTROLO-FIM
           END-IF.
           IF WRK-TOT-BRUTO EQUAL WRK-CTL-BRUTO AND
              WRK-TOT-LIQUIDO EQUAL WRK-CTL-LIQUIDO
             MOVE "S" TO WRK-PROVA-OK
           END-IF.
       0220-PROVAR-CONTROLO-FIM. EXIT.
      ***************************************************
       0230-DECLARAR                           SECTION.
           OPEN OUTPUT DSS.
           IF WRK-FS-DECLSS NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA DECLSS - STATUS " WRK-FS-DECLSS
             MOVE 8 TO RETURN-CODE
             MOVE "N" TO WRK-PROVA-OK
             GO TO 0230-DECLARAR-FIM
           END-IF.
           MOVE SPACES            TO REG-DECLSS-CTL.
           MOVE "H"               TO DSC-TIPO.
           PERFORM 0235-TOTAIS-CONTROLO.
           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                   UNTIL WRK-FUN-SUB > WRK-FUN-QTD
             MOVE SPACES                         TO REG-DECLSS
             MOVE "D"                            TO DSS-TIPO
             MOVE WRK-PERIODO                    TO DSS-PERIODO
             MOVE WRK-FUN-IDFUN (WRK-FUN-SUB)    TO DSS-IDFUN
             MOVE WRK-FUN-NOME (WRK-FUN-SUB)     TO DSS-NOME
             MOVE WRK-FUN-DIAS (WRK-FUN-SUB)     TO DSS-DIAS
             MOVE WRK-FUN-BASE (WRK-FUN-SUB)     TO DSS-BASE
             MOVE WRK-FUN-HEXTRA (WRK-FUN-SUB)   TO DSS-HEXTRA
             MOVE WRK-FUN-HORAS (WRK-FUN-SUB)    TO DSS-HORAS
             MOVE WRK-FUN-SUBSIDIOS (WRK-FUN-SUB) TO DSS-SUBSIDIOS
             MOVE WRK-FUN-DIAS-AUS (WRK-FUN-SUB) TO DSS-DIAS-AUSENCIA
             MOVE WRK-FUN-AUSENCIAS (WRK-FUN-SUB) TO DSS-AUSENCIAS
             COMPUTE DSS-REMUNERACAO =
                     WRK-FUN-BASE (WRK-FUN-SUB)
                   + WRK-FUN-HEXTRA (WRK-FUN-SUB)
                   + WRK-FUN-SUBSIDIOS (WRK-FUN-SUB)
                   + WRK-FUN-RETRO (WRK-FUN-SUB)
             MOVE WRK-FUN-RETRO (WRK-FUN-SUB)    TO DSS-RETROATIVOS
             MOVE WRK-FUN-CONTRIB (WRK-FUN-SUB)  TO DSS-CONTRIB-FUN
             COMPUTE DSS-CONTRIB-EMP ROUNDED =
                     DSS-REMUNERACAO * WRK-TAXA-EMP / 100
             WRITE REG-DECLSS
           END-PERFORM.
           MOVE SPACES            TO REG-DECLSS-CTL.
           MOVE "T"               TO DSC-TIPO.
           PERFORM 0235-TOTAIS-CONTROLO.
           CLOSE DSS.
           DISPLAY "DECLARACAO LIBERTADA - " WRK-FUN-QTD
                   " FUNCIONARIOS".
       0230-DECLARAR-FIM.    EXIT.
      ***************************************************
       0235-TOTAIS-CONTROLO                    SECTION.
           MOVE WRK-PERIODO       TO DSC-PERIODO.
           MOVE WRK-FUN-QTD       TO DSC-QTD-FUN.
           MOVE WRK-TOT-REMUN     TO DSC-TOT-REMUNERACAO.
           MOVE WRK-TOT-CONTR-FUN TO DSC-TOT-CONTRIB-FUN.
           MOVE WRK-TOT-CONTR-EMP TO DSC-TOT-CONTRIB-EMP.
           MOVE WRK-TAXA-EMP      TO DSC-TAXA-EMP.
           WRITE REG-DECLSS-CTL.
       0235-TOTAIS-CONTROLO-FIM. EXIT.
      ***************************************************
      *  RECONCILIACAO - RUBRICAS DOS RECIBOS CONTRA O *
      *  CONTROLO DA FOLHA E ESTADO DA DECLARACAO      *
      ***************************************************
       0240-RECONCILIACAO                      SECTION.
           MOVE WRK-PER-ANO TO WRK-C-ANO.
           MOVE WRK-PER-MES TO WRK-C-MES.
           WRITE REG-DECLSSREL FROM WRK-LINHA-CAB.
           WRITE REG-DECLSSREL FROM WRK-LINHA-BRANCO.
           MOVE "BASE....................."   TO WRK-R-ROTULO.
           MOVE WRK-TOT-BASE                   TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "HORAS EXTRA.............."   TO WRK-R-ROTULO.
           MOVE WRK-TOT-HEXTRA                 TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "SUBSIDIOS................"   TO WRK-R-ROTULO.
           MOVE WRK-TOT-SUBSIDIOS              TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "RETROATIVOS.............."   TO WRK-R-ROTULO.
           MOVE WRK-TOT-RETRO                  TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "BRUTO DOS RECIBOS........"   TO WRK-R-ROTULO.
           MOVE WRK-TOT-BRUTO                  TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "BRUTO DO CONTROLO (FOLCTL)"   TO WRK-R-ROTULO.
           MOVE WRK-CTL-BRUTO                  TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "AUSENCIAS NAO PAGAS......"   TO WRK-R-ROTULO.
           MOVE WRK-TOT-AUSENCIAS              TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "LIQUIDO DOS RECIBOS......"   TO WRK-R-ROTULO.
           MOVE WRK-TOT-LIQUIDO                TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "LIQUIDO DO CONTROLO......"   TO WRK-R-ROTULO.
           MOVE WRK-CTL-LIQUIDO                TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           WRITE REG-DECLSSREL FROM WRK-LINHA-BRANCO.
           MOVE "REMUNERACAO DECLARADA...."   TO WRK-R-ROTULO.
           MOVE WRK-TOT-REMUN                  TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "CONTRIBUICAO TRABALHADOR."   TO WRK-R-ROTULO.
           MOVE WRK-TOT-CONTR-FUN              TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           MOVE "CONTRIBUICAO PATRONAL...."   TO WRK-R-ROTULO.
           MOVE WRK-TOT-CONTR-EMP              TO WRK-R-VALOR.
           WRITE REG-DECLSSREL FROM WRK-LINHA-RUBRICA.
           WRITE REG-DECLSSREL FROM WRK-LINHA-BRANCO.
           IF WRK-PROVA-OK EQUAL "S"
             MOVE "DECLARACAO LIBERTADA - TOTAIS CONFEREM"
               TO WRK-E-TEXTO
           ELSE
             MOVE "DECLARACAO RETIDA - TOTAIS NAO CONFEREM COM O FOLCTL"
               TO WRK-E-TEXTO
           END-IF.
           WRITE REG-DECLSSREL FROM WRK-LINHA-ESTADO.
       0240-RECONCILIACAO-FIM. EXIT.
      ***************************************************
       0250-LOCALIZAR-FUNCIONARIO              SECTION.
           MOVE ZEROS TO WRK-FUN-USO.
           PERFORM VARYING WRK-FUN-SUB FROM 1 BY 1
                   UNTIL WRK-FUN-SUB > WRK-FUN-QTD
             IF WRK-IDFUN-PROC EQUAL WRK-FUN-IDFUN (WRK-FUN-SUB)
               MOVE WRK-FUN-SUB TO WRK-FUN-USO
             END-IF
           END-PERFORM.
           IF WRK-FUN-USO NOT EQUAL ZEROS
             GO TO 0250-LOCALIZAR-FUNCIONARIO-FIM
           END-IF.
           IF WRK-FUN-QTD NOT LESS THAN 500
             DISPLAY "TABELA DE FUNCIONARIOS CHEIA"
             GO TO 0250-LOCALIZAR-FUNCIONARIO-FIM
           END-IF.
           ADD 1 TO WRK-FUN-QTD.
           MOVE WRK-FUN-QTD     TO WRK-FUN-USO.
           MOVE WRK-IDFUN-PROC  TO WRK-FUN-IDFUN (WRK-FUN-USO).
           MOVE SPACES          TO WRK-FUN-NOME (WRK-FUN-USO).
           MOVE ZEROS           TO WRK-FUN-DIAS (WRK-FUN-USO)
                                   WRK-FUN-BASE (WRK-FUN-USO)
                                   WRK-FUN-HEXTRA (WRK-FUN-USO)
                                   WRK-FUN-HORAS (WRK-FUN-USO)
                                   WRK-FUN-SUBSIDIOS (WRK-FUN-USO)
                                   WRK-FUN-DIAS-AUS (WRK-FUN-USO)
                                   WRK-FUN-AUSENCIAS (WRK-FUN-USO)
                                   WRK-FUN-CONTRIB (WRK-FUN-USO)
                                   WRK-FUN-RETRO (WRK-FUN-USO).
       0250-LOCALIZAR-FUNCIONARIO-FIM. EXIT.
      ***************************************************
       0300-FINALIZAR                          SECTION.
           CLOSE FOL.
           CLOSE REL.
           DISPLAY "RECIBOS LIDOS " WRK-STATS-RECIBOS.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************

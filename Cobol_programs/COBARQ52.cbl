       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ52.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: DEMONSTRACOES FINANCEIRAS DE FIM DE MES -
      *            BALANCO E DEMONSTRACAO DE RESULTADOS DO
      *            PERIODO PEDIDO NO SYSIN (AAAAMM), COM
      *            COLUNAS DE COMPARACAO DO MES ANTERIOR E DO
      *            MESMO MES DO ANO ANTERIOR, E MAPA DE
      *            MOVIMENTO DOS RESULTADOS ACUMULADOS
      *            CADA CONTA DO JRNLOUT E CLASSIFICADA PELO
      *            PLANO DE CONTAS PLANOCTA (CLASSE E RUBRICA
      *            DA DEMONSTRACAO) - AS CONTAS DO GLMAP SEM
      *            CLASSIFICACAO SAO AVISADAS
      *            SO CORRE SOBRE UM PERIODO JA FECHADO PELO
      *            COBARQ30 NO GLLOCK
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * GLLOCK      INPUT       -----
      * PLANOCTA    INPUT       -----   (PLANO DE CONTAS)
      * GLMAP       INPUT       -----
      * JRNLOUT     INPUT       -----
      * DEMFIN      OUTPUT      -----   (DEMONSTRACOES)
      *==================================================
      *  CLASSES DO PLANOCTA:
      *     A - ATIVO             P - PASSIVO
      *     C - CAPITAL PROPRIO   R - RENDIMENTOS
      *     G - GASTOS
      *  O PLANOCTA VEM PELA ORDEM DE APRESENTACAO -
      *  VARIAS CONTAS PODEM SOMAR NA MESMA RUBRICA
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT LCK ASSIGN TO GLLOCK
           FILE STATUS IS WRK-FS-GLLOCK.

           SELECT PLC ASSIGN TO PLANOCTA
           FILE STATUS IS WRK-FS-PLANOCTA.

           SELECT GLM ASSIGN TO GLMAP
           FILE STATUS IS WRK-FS-GLMAP.

           SELECT JRN ASSIGN TO JRNLOUT
           FILE STATUS IS WRK-FS-JRNLOUT.

           SELECT DEM ASSIGN TO DEMFIN
           FILE STATUS IS WRK-FS-DEMFIN.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD LCK
           RECORDING MODE IS F
           RECORD CONTAINS 15 CHARACTERS.
       01 REG-GLLOCK.
          05 GLK-PERIODO          PIC 9(06).
          05 GLK-STATUS           PIC X(01).
          05 GLK-DATA-FECHO       PIC 9(08).

       FD PLC
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS.
       01 REG-PLANOCTA.
          05 PLC-CONTA            PIC X(08).
          05 PLC-CLASSE           PIC X(01).
          05 PLC-RUBRICA          PIC 9(03).
          05 PLC-DESCRICAO        PIC X(30).

       FD GLM
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.
       01 REG-GLMAP.
          05 GLM-TIPO             PIC X(08).
          05 GLM-CONTA-DEB        PIC X(08).
          05 GLM-CONTA-CRED       PIC X(08).

       FD JRN
           RECORDING MODE IS F.
       01 REG-JRNLOUT.
          05 JRN-TIPO             PIC X(03).
          05 JRN-CONTA            PIC X(08).
          05 JRN-DC               PIC X(01).
          05 JRN-VALOR            PIC 9(11)V99.
          05 JRN-DATA             PIC 9(08).
          05 JRN-ORIGEM           PIC X(08).

       FD DEM
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-DEMFIN              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-GLLOCK           PIC X(02) VALUE ZEROS.
       77 WRK-FS-PLANOCTA         PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLMAP            PIC X(02) VALUE ZEROS.
       77 WRK-FS-JRNLOUT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEMFIN           PIC X(02) VALUE ZEROS.
       77 WRK-MES-PARM            PIC X(06) VALUE SPACES.
       77 WRK-MES                 PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-FECHADO     PIC X(01) VALUE "N".
       77 WRK-CONTA               PIC X(08) VALUE SPACES.
       77 WRK-CLASSE              PIC X(01) VALUE SPACES.
       77 WRK-VALOR               PIC S9(13)V99 COMP VALUE ZEROS.
      *------------- COLUNAS: 1 PERIODO, 2 MES ANTERIOR, -
      *------------- 3 MESMO MES DO ANO ANTERIOR ---------
       01 WRK-COLUNA-TAB.
          05 WRK-COL-ENTRY OCCURS 3 TIMES.
             10 WRK-COL-MES       PIC 9(06).
             10 WRK-COL-FIM       PIC 9(08).
             10 WRK-COL-RESULTADO PIC S9(13)V99 COMP.
             10 WRK-COL-SUBTOTAL  PIC S9(13)V99 COMP.
             10 WRK-COL-ATIVO     PIC S9(13)V99 COMP.
             10 WRK-COL-PASSIVO   PIC S9(13)V99 COMP.
             10 WRK-COL-RENDIM    PIC S9(13)V99 COMP.
       77 WRK-COL-SUB             PIC 9(01) COMP VALUE ZEROS.
      *------------- RUBRICAS DAS DEMONSTRACOES ----------
       01 WRK-RUBRICA-TAB.
          05 WRK-RUB-ENTRY OCCURS 60 TIMES.
             10 WRK-RUB-CLASSE    PIC X(01).
             10 WRK-RUB-NUMERO    PIC 9(03).
             10 WRK-RUB-DESCRICAO PIC X(30).
             10 WRK-RUB-VALOR     PIC S9(13)V99 COMP
                                  OCCURS 3 TIMES.
       77 WRK-RUB-QTD             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-RUB-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-RUB-USO             PIC 9(02) COMP VALUE ZEROS.
      *------------- PLANO DE CONTAS ---------------------
       01 WRK-PLANO-TAB.
          05 WRK-PLC-ENTRY OCCURS 200 TIMES.
             10 WRK-PLC-CONTA     PIC X(08).
             10 WRK-PLC-CLASSE    PIC X(01).
             10 WRK-PLC-RUBRICA   PIC 9(02) COMP.
       77 WRK-PLC-QTD             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PLC-SUB             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PLC-USO             PIC 9(03) COMP VALUE ZEROS.
      *------------- CONTAS SEM CLASSIFICACAO ------------
       01 WRK-SEMCLASSE-TAB.
          05 WRK-SCL-CONTA        PIC X(08) OCCURS 20 TIMES.
       77 WRK-SCL-QTD             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SCL-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SCL-USO             PIC 9(02) COMP VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-LANC       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEMCLASSE  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-GLMAP      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DAS DEMONSTRACOES ------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(37) VALUE
             "DEMONSTRACOES FINANCEIRAS DO PERIODO ".
          05 WRK-CAB-PERIODO      PIC 9(06).
          05 FILLER               PIC X(37) VALUE SPACES.
       01 WRK-LINHA-TITULO.
          05 WRK-T-TITULO         PIC X(30).
          05 WRK-T-COLUNA OCCURS 3 TIMES.
             10 FILLER            PIC X(10).
             10 WRK-T-MES         PIC 9(06).
          05 FILLER               PIC X(02).
       01 WRK-LINHA-RUBRICA.
          05 WRK-L-DESCRICAO      PIC X(30).
          05 WRK-L-COLUNA OCCURS 3 TIMES.
             10 FILLER            PIC X(01).
             10 WRK-L-VALOR       PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02).
       01 WRK-LINHA-AVISO.
          05 WRK-A-TEXTO          PIC X(40).
          05 WRK-A-CONTA          PIC X(08).
          05 FILLER               PIC X(32).
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-VERIFICAR-FECHO.
           PERFORM 0140-CARREGAR-PLANO.
           PERFORM 0160-VERIFICAR-GLMAP.
           PERFORM 0200-ACUMULAR UNTIL WRK-FS-JRNLOUT EQUAL "10".
           PERFORM 0400-IMPRIMIR-BALANCO.
           PERFORM 0500-IMPRIMIR-RESULTADOS.
           PERFORM 0600-IMPRIMIR-ACUMULADOS.
           PERFORM 0700-IMPRIMIR-SEM-CLASSE.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  O FIM DE CADA COLUNA E O DIA 31 DO MES - AS   *
      *  DATAS AAAAMMDD COMPARAM-SE SEM CALENDARIO     *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-MES-PARM FROM SYSIN.
           IF WRK-MES-PARM EQUAL SPACES OR
              WRK-MES-PARM IS NOT NUMERIC
             DISPLAY "PARAMETRO DE MES (AAAAMM) OBRIGATORIO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-MES-PARM TO WRK-MES.
           MOVE WRK-MES TO WRK-COL-MES (1).
           IF WRK-MES-PARM(5:2) EQUAL "01"
             COMPUTE WRK-COL-MES (2) = WRK-MES - 89
           ELSE
             COMPUTE WRK-COL-MES (2) = WRK-MES - 1
           END-IF.
           COMPUTE WRK-COL-MES (3) = WRK-MES - 100.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             COMPUTE WRK-COL-FIM (WRK-COL-SUB) =
                     WRK-COL-MES (WRK-COL-SUB) * 100 + 31
             MOVE ZEROS TO WRK-COL-RESULTADO (WRK-COL-SUB)
           END-PERFORM.
           OPEN INPUT JRN.
           IF WRK-FS-JRNLOUT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA JRNLOUT - STATUS "
                     WRK-FS-JRNLOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT DEM.
           IF WRK-FS-DEMFIN NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEMFIN - STATUS "
                     WRK-FS-DEMFIN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ JRN.
           IF WRK-FS-JRNLOUT EQUAL "10"
             DISPLAY "JRNLOUT VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SO SE APRESENTAM CONTAS DE UM PERIODO QUE O   *
      *  COBARQ30 JA FECHOU - O RAZAO ESTA ESTAVEL     *
      **************************************************
       0120-VERIFICAR-FECHO                      SECTION.
           OPEN INPUT LCK.
           IF WRK-FS-GLLOCK EQUAL "00"
             READ LCK
             PERFORM UNTIL WRK-FS-GLLOCK NOT EQUAL "00"
               IF GLK-PERIODO EQUAL WRK-MES AND
                  GLK-STATUS EQUAL "F"
                 MOVE "S" TO WRK-PERIODO-FECHADO
               END-IF
               READ LCK
             END-PERFORM
             CLOSE LCK
           END-IF.
           IF WRK-PERIODO-FECHADO NOT EQUAL "S"
             DISPLAY "PERIODO " WRK-MES-PARM
                     " NAO FECHADO NO GLLOCK - CORRER O COBARQ30"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0120-VERIFICAR-FECHO-FIM.  EXIT.
      **************************************************
       0140-CARREGAR-PLANO                       SECTION.
           OPEN INPUT PLC.
           IF WRK-FS-PLANOCTA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PLANOCTA - STATUS "
                     WRK-FS-PLANOCTA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ PLC.
           PERFORM UNTIL WRK-FS-PLANOCTA NOT EQUAL "00"
             PERFORM 0150-GUARDAR-CONTA
             READ PLC
           END-PERFORM.
           CLOSE PLC.
           IF WRK-PLC-QTD EQUAL ZEROS
             DISPLAY "PLANOCTA VAZIO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0140-CARREGAR-PLANO-FIM.  EXIT.
      **************************************************
       0150-GUARDAR-CONTA                        SECTION.
           IF PLC-CLASSE NOT EQUAL "A" AND NOT EQUAL "P" AND
              NOT EQUAL "C" AND NOT EQUAL "R" AND NOT EQUAL "G"
             DISPLAY "CLASSE INVALIDA NO PLANOCTA - " PLC-CONTA
             GO TO 0150-GUARDAR-CONTA-FIM
           END-IF.
           MOVE ZEROS TO WRK-RUB-USO.
           PERFORM VARYING WRK-RUB-SUB FROM 1 BY 1
                   UNTIL WRK-RUB-SUB > WRK-RUB-QTD
             IF WRK-RUB-CLASSE (WRK-RUB-SUB) EQUAL PLC-CLASSE AND
                WRK-RUB-NUMERO (WRK-RUB-SUB) EQUAL PLC-RUBRICA
               MOVE WRK-RUB-SUB TO WRK-RUB-USO
             END-IF
           END-PERFORM.
           IF WRK-RUB-USO EQUAL ZEROS
             IF WRK-RUB-QTD NOT LESS THAN 60
               DISPLAY "TABELA DE RUBRICAS CHEIA - " PLC-CONTA
               GO TO 0150-GUARDAR-CONTA-FIM
             END-IF
             ADD 1 TO WRK-RUB-QTD
             MOVE WRK-RUB-QTD   TO WRK-RUB-USO
             MOVE PLC-CLASSE    TO WRK-RUB-CLASSE (WRK-RUB-USO)
             MOVE PLC-RUBRICA   TO WRK-RUB-NUMERO (WRK-RUB-USO)
             MOVE PLC-DESCRICAO TO WRK-RUB-DESCRICAO (WRK-RUB-USO)
             PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                     UNTIL WRK-COL-SUB > 3
               MOVE ZEROS TO WRK-RUB-VALOR (WRK-RUB-USO WRK-COL-SUB)
             END-PERFORM
           END-IF.
           IF WRK-PLC-QTD NOT LESS THAN 200
             DISPLAY "TABELA DO PLANO CHEIA - " PLC-CONTA
             GO TO 0150-GUARDAR-CONTA-FIM
           END-IF.
           ADD 1 TO WRK-PLC-QTD.
           MOVE PLC-CONTA   TO WRK-PLC-CONTA (WRK-PLC-QTD).
           MOVE PLC-CLASSE  TO WRK-PLC-CLASSE (WRK-PLC-QTD).
           MOVE WRK-RUB-USO TO WRK-PLC-RUBRICA (WRK-PLC-QTD).
       0150-GUARDAR-CONTA-FIM.  EXIT.
      **************************************************
      *  TODA A CONTA QUE O COBARQ24 LANCA TEM DE TER  *
      *  RUBRICA - SEM ELA O BALANCO NAO FECHA         *
      **************************************************
       0160-VERIFICAR-GLMAP                      SECTION.
           OPEN INPUT GLM.
           IF WRK-FS-GLMAP NOT EQUAL "00"
             DISPLAY "GLMAP INDISPONIVEL - CONTAS NAO VERIFICADAS"
             GO TO 0160-VERIFICAR-GLMAP-FIM
           END-IF.
           READ GLM.
           PERFORM UNTIL WRK-FS-GLMAP NOT EQUAL "00"
             MOVE GLM-CONTA-DEB TO WRK-CONTA
             PERFORM 0800-PROCURAR-CONTA
             IF WRK-PLC-USO EQUAL ZEROS
               ADD 1 TO WRK-CONTADOR-GLMAP
               PERFORM 0820-GUARDAR-SEM-CLASSE
             END-IF
             MOVE GLM-CONTA-CRED TO WRK-CONTA
             PERFORM 0800-PROCURAR-CONTA
             IF WRK-PLC-USO EQUAL ZEROS
               ADD 1 TO WRK-CONTADOR-GLMAP
               PERFORM 0820-GUARDAR-SEM-CLASSE
             END-IF
             READ GLM
           END-PERFORM.
           CLOSE GLM.
       0160-VERIFICAR-GLMAP-FIM.  EXIT.
      **************************************************
      *  CONTAS DE BALANCO SOMAM O SALDO ATE AO FIM DE *
      *  CADA COLUNA; CONTAS DE RESULTADOS SOMAM SO O  *
      *  MOVIMENTO DO MES DA COLUNA E ENTRAM NOS       *
      *  RESULTADOS ACUMULADOS ATE AO FIM DA COLUNA    *
      **************************************************
       0200-ACUMULAR                             SECTION.
           IF JRN-TIPO NOT EQUAL "LAN" OR
              JRN-DATA GREATER THAN WRK-COL-FIM (1)
             GO TO 0200-LER-SEGUINTE
           END-IF.
           ADD 1 TO WRK-CONTADOR-LANC.
           MOVE JRN-CONTA TO WRK-CONTA.
           PERFORM 0800-PROCURAR-CONTA.
           IF WRK-PLC-USO EQUAL ZEROS
             ADD 1 TO WRK-CONTADOR-SEMCLASSE
             PERFORM 0820-GUARDAR-SEM-CLASSE
             GO TO 0200-LER-SEGUINTE
           END-IF.
           MOVE WRK-PLC-CLASSE (WRK-PLC-USO)  TO WRK-CLASSE.
           MOVE WRK-PLC-RUBRICA (WRK-PLC-USO) TO WRK-RUB-USO.
      *    ATIVO E GASTOS SAO DE NATUREZA DEVEDORA
           IF WRK-CLASSE EQUAL "A" OR WRK-CLASSE EQUAL "G"
             IF JRN-DC EQUAL "D"
               MOVE JRN-VALOR TO WRK-VALOR
             ELSE
               COMPUTE WRK-VALOR = ZEROS - JRN-VALOR
             END-IF
           ELSE
             IF JRN-DC EQUAL "C"
               MOVE JRN-VALOR TO WRK-VALOR
             ELSE
               COMPUTE WRK-VALOR = ZEROS - JRN-VALOR
             END-IF
           END-IF.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             IF WRK-CLASSE EQUAL "A" OR "P" OR "C"
               IF JRN-DATA NOT GREATER THAN WRK-COL-FIM (WRK-COL-SUB)
                 ADD WRK-VALOR
                   TO WRK-RUB-VALOR (WRK-RUB-USO WRK-COL-SUB)
               END-IF
             ELSE
               IF JRN-DATA(1:6) EQUAL WRK-COL-MES (WRK-COL-SUB)
                 ADD WRK-VALOR
                   TO WRK-RUB-VALOR (WRK-RUB-USO WRK-COL-SUB)
               END-IF
               IF JRN-DATA NOT GREATER THAN WRK-COL-FIM (WRK-COL-SUB)
                 IF WRK-CLASSE EQUAL "R"
                   ADD WRK-VALOR TO WRK-COL-RESULTADO (WRK-COL-SUB)
                 ELSE
                   SUBTRACT WRK-VALOR
                       FROM WRK-COL-RESULTADO (WRK-COL-SUB)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       0200-LER-SEGUINTE.
           READ JRN.
       0200-ACUMULAR-FIM.     EXIT.
      **************************************************
      *  ATIVO = PASSIVO + CAPITAL PROPRIO, ESTE JA COM *
      *  OS RESULTADOS ACUMULADOS - PROVA POR COLUNA   *
      **************************************************
       0400-IMPRIMIR-BALANCO                     SECTION.
           MOVE WRK-MES TO WRK-CAB-PERIODO.
           WRITE REG-DEMFIN FROM WRK-LINHA-CAB.
           WRITE REG-DEMFIN FROM WRK-LINHA-BRANCO.
           MOVE "BALANCO" TO WRK-T-TITULO.
           PERFORM 0900-IMPRIMIR-TITULO.
           MOVE "A" TO WRK-CLASSE.
           PERFORM 0420-IMPRIMIR-CLASSE.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             MOVE WRK-COL-SUBTOTAL (WRK-COL-SUB)
               TO WRK-COL-ATIVO (WRK-COL-SUB)
           END-PERFORM.
           MOVE "TOTAL DO ATIVO" TO WRK-L-DESCRICAO.
           PERFORM 0440-IMPRIMIR-SUBTOTAL.
           MOVE "P" TO WRK-CLASSE.
           PERFORM 0420-IMPRIMIR-CLASSE.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             MOVE WRK-COL-SUBTOTAL (WRK-COL-SUB)
               TO WRK-COL-PASSIVO (WRK-COL-SUB)
           END-PERFORM.
           MOVE "TOTAL DO PASSIVO" TO WRK-L-DESCRICAO.
           PERFORM 0440-IMPRIMIR-SUBTOTAL.
           MOVE "C" TO WRK-CLASSE.
           PERFORM 0420-IMPRIMIR-CLASSE.
           MOVE SPACES TO WRK-LINHA-RUBRICA.
           MOVE "RESULTADOS ACUMULADOS" TO WRK-L-DESCRICAO.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             MOVE WRK-COL-RESULTADO (WRK-COL-SUB)
               TO WRK-L-VALOR (WRK-COL-SUB)
             ADD WRK-COL-RESULTADO (WRK-COL-SUB)
               TO WRK-COL-SUBTOTAL (WRK-COL-SUB)
           END-PERFORM.
           WRITE REG-DEMFIN FROM WRK-LINHA-RUBRICA.
           MOVE "TOTAL DO CAPITAL PROPRIO" TO WRK-L-DESCRICAO.
           PERFORM 0440-IMPRIMIR-SUBTOTAL.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             ADD WRK-COL-SUBTOTAL (WRK-COL-SUB)
               TO WRK-COL-PASSIVO (WRK-COL-SUB)
             MOVE WRK-COL-PASSIVO (WRK-COL-SUB)
               TO WRK-COL-SUBTOTAL (WRK-COL-SUB)
           END-PERFORM.
           MOVE "TOTAL PASSIVO E CAPITAL PROPRIO" TO WRK-L-DESCRICAO.
           PERFORM 0440-IMPRIMIR-SUBTOTAL.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             IF WRK-COL-ATIVO (WRK-COL-SUB) NOT EQUAL
                WRK-COL-PASSIVO (WRK-COL-SUB)
               MOVE SPACES TO WRK-LINHA-AVISO
               MOVE "*** BALANCO NAO EQUILIBRA NO MES"
                 TO WRK-A-TEXTO
               MOVE WRK-COL-MES (WRK-COL-SUB) TO WRK-A-CONTA
               WRITE REG-DEMFIN FROM WRK-LINHA-AVISO
               DISPLAY "BALANCO NAO EQUILIBRA NO MES "
                       WRK-COL-MES (WRK-COL-SUB)
               MOVE 8 TO RETURN-CODE
             END-IF
           END-PERFORM.
       0400-IMPRIMIR-BALANCO-FIM.  EXIT.
      **************************************************
      *  IMPRIME AS RUBRICAS DA CLASSE EM WRK-CLASSE E *
      *  DEIXA O TOTAL DE CADA COLUNA EM SUBTOTAL      *
      **************************************************
       0420-IMPRIMIR-CLASSE                      SECTION.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             MOVE ZEROS TO WRK-COL-SUBTOTAL (WRK-COL-SUB)
           END-PERFORM.
           PERFORM VARYING WRK-RUB-SUB FROM 1 BY 1
                   UNTIL WRK-RUB-SUB > WRK-RUB-QTD
             IF WRK-RUB-CLASSE (WRK-RUB-SUB) EQUAL WRK-CLASSE
               MOVE SPACES TO WRK-LINHA-RUBRICA
               MOVE WRK-RUB-DESCRICAO (WRK-RUB-SUB)
                 TO WRK-L-DESCRICAO
               PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                       UNTIL WRK-COL-SUB > 3
                 MOVE WRK-RUB-VALOR (WRK-RUB-SUB WRK-COL-SUB)
                   TO WRK-L-VALOR (WRK-COL-SUB)
                 ADD WRK-RUB-VALOR (WRK-RUB-SUB WRK-COL-SUB)
                   TO WRK-COL-SUBTOTAL (WRK-COL-SUB)
               END-PERFORM
               WRITE REG-DEMFIN FROM WRK-LINHA-RUBRICA
             END-IF
           END-PERFORM.
       0420-IMPRIMIR-CLASSE-FIM.  EXIT.
      **************************************************
       0440-IMPRIMIR-SUBTOTAL                    SECTION.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             MOVE WRK-COL-SUBTOTAL (WRK-COL-SUB)
               TO WRK-L-VALOR (WRK-COL-SUB)
           END-PERFORM.
           WRITE REG-DEMFIN FROM WRK-LINHA-RUBRICA.
           WRITE REG-DEMFIN FROM WRK-LINHA-BRANCO.
       0440-IMPRIMIR-SUBTOTAL-FIM.  EXIT.
      **************************************************
       0500-IMPRIMIR-RESULTADOS                  SECTION.
           WRITE REG-DEMFIN FROM WRK-LINHA-BRANCO.
           MOVE "DEMONSTRACAO DE RESULTADOS" TO WRK-T-TITULO.
           PERFORM 0900-IMPRIMIR-TITULO.
           MOVE "R" TO WRK-CLASSE.
           PERFORM 0420-IMPRIMIR-CLASSE.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             MOVE WRK-COL-SUBTOTAL (WRK-COL-SUB)
               TO WRK-COL-RENDIM (WRK-COL-SUB)
           END-PERFORM.
           MOVE "TOTAL DOS RENDIMENTOS" TO WRK-L-DESCRICAO.
           PERFORM 0440-IMPRIMIR-SUBTOTAL.
           MOVE "G" TO WRK-CLASSE.
           PERFORM 0420-IMPRIMIR-CLASSE.
           MOVE "TOTAL DOS GASTOS" TO WRK-L-DESCRICAO.
           PERFORM 0440-IMPRIMIR-SUBTOTAL.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             SUBTRACT WRK-COL-SUBTOTAL (WRK-COL-SUB)
                 FROM WRK-COL-RENDIM (WRK-COL-SUB)
             MOVE WRK-COL-RENDIM (WRK-COL-SUB)
               TO WRK-COL-SUBTOTAL (WRK-COL-SUB)
           END-PERFORM.
           MOVE "RESULTADO LIQUIDO DO MES" TO WRK-L-DESCRICAO.
           PERFORM 0440-IMPRIMIR-SUBTOTAL.
       0500-IMPRIMIR-RESULTADOS-FIM.  EXIT.
      **************************************************
      *  MOVIMENTO DOS RESULTADOS ACUMULADOS DO MES:   *
      *  SALDO NO FIM DO MES ANTERIOR + RESULTADO DO   *
      *  MES = SALDO NO FIM DO MES                     *
      **************************************************
       0600-IMPRIMIR-ACUMULADOS                  SECTION.
           WRITE REG-DEMFIN FROM WRK-LINHA-BRANCO.
           MOVE SPACES TO WRK-LINHA-RUBRICA.
           MOVE "RESULTADOS ACUMULADOS" TO WRK-L-DESCRICAO.
           WRITE REG-DEMFIN FROM WRK-LINHA-RUBRICA.
           MOVE "SALDO NO INICIO DO MES" TO WRK-L-DESCRICAO.
           MOVE WRK-COL-RESULTADO (2) TO WRK-L-VALOR (1).
           WRITE REG-DEMFIN FROM WRK-LINHA-RUBRICA.
           MOVE "RESULTADO LIQUIDO DO MES" TO WRK-L-DESCRICAO.
           MOVE WRK-COL-RENDIM (1) TO WRK-L-VALOR (1).
           WRITE REG-DEMFIN FROM WRK-LINHA-RUBRICA.
           MOVE "SALDO NO FIM DO MES" TO WRK-L-DESCRICAO.
           MOVE WRK-COL-RESULTADO (1) TO WRK-L-VALOR (1).
           WRITE REG-DEMFIN FROM WRK-LINHA-RUBRICA.
           COMPUTE WRK-VALOR = WRK-COL-RESULTADO (2)
                             + WRK-COL-RENDIM (1).
           IF WRK-VALOR NOT EQUAL WRK-COL-RESULTADO (1)
             MOVE SPACES TO WRK-LINHA-AVISO
             MOVE "*** MOVIMENTO DOS RESULTADOS NAO CONFERE"
               TO WRK-A-TEXTO
             WRITE REG-DEMFIN FROM WRK-LINHA-AVISO
             DISPLAY "MOVIMENTO DOS RESULTADOS NAO CONFERE"
             MOVE 8 TO RETURN-CODE
           END-IF.
       0600-IMPRIMIR-ACUMULADOS-FIM.  EXIT.
      **************************************************
       0700-IMPRIMIR-SEM-CLASSE                  SECTION.
           IF WRK-SCL-QTD EQUAL ZEROS
             GO TO 0700-IMPRIMIR-SEM-CLASSE-FIM
           END-IF.
           WRITE REG-DEMFIN FROM WRK-LINHA-BRANCO.
           PERFORM VARYING WRK-SCL-SUB FROM 1 BY 1
                   UNTIL WRK-SCL-SUB > WRK-SCL-QTD
             MOVE SPACES TO WRK-LINHA-AVISO
             MOVE "CONTA SEM CLASSIFICACAO NO PLANOCTA"
               TO WRK-A-TEXTO
             MOVE WRK-SCL-CONTA (WRK-SCL-SUB) TO WRK-A-CONTA
             WRITE REG-DEMFIN FROM WRK-LINHA-AVISO
           END-PERFORM.
           IF RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.
       0700-IMPRIMIR-SEM-CLASSE-FIM.  EXIT.
      **************************************************
       0800-PROCURAR-CONTA                       SECTION.
           MOVE ZEROS TO WRK-PLC-USO.
           PERFORM VARYING WRK-PLC-SUB FROM 1 BY 1
                   UNTIL WRK-PLC-SUB > WRK-PLC-QTD
                      OR WRK-PLC-USO NOT EQUAL ZEROS
             IF WRK-PLC-CONTA (WRK-PLC-SUB) EQUAL WRK-CONTA
               MOVE WRK-PLC-SUB TO WRK-PLC-USO
             END-IF
           END-PERFORM.
       0800-PROCURAR-CONTA-FIM.  EXIT.
      **************************************************
       0820-GUARDAR-SEM-CLASSE                   SECTION.
           MOVE ZEROS TO WRK-SCL-USO.
           PERFORM VARYING WRK-SCL-SUB FROM 1 BY 1
                   UNTIL WRK-SCL-SUB > WRK-SCL-QTD
             IF WRK-SCL-CONTA (WRK-SCL-SUB) EQUAL WRK-CONTA
               MOVE WRK-SCL-SUB TO WRK-SCL-USO
             END-IF
           END-PERFORM.
           IF WRK-SCL-USO EQUAL ZEROS AND WRK-SCL-QTD LESS THAN 20
             ADD 1 TO WRK-SCL-QTD
             MOVE WRK-CONTA TO WRK-SCL-CONTA (WRK-SCL-QTD)
           END-IF.
       0820-GUARDAR-SEM-CLASSE-FIM.  EXIT.
      **************************************************
       0900-IMPRIMIR-TITULO                      SECTION.
           PERFORM VARYING WRK-COL-SUB FROM 1 BY 1
                   UNTIL WRK-COL-SUB > 3
             MOVE SPACES TO WRK-T-COLUNA (WRK-COL-SUB)
             MOVE WRK-COL-MES (WRK-COL-SUB) TO WRK-T-MES (WRK-COL-SUB)
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA-TITULO (79:2).
           WRITE REG-DEMFIN FROM WRK-LINHA-TITULO.
       0900-IMPRIMIR-TITULO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LANC TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "LANCAMENTOS LIDOS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEMCLASSE TO WRK-CONTADOR-IDE.
           DISPLAY "LANC. SEM CLASSIFICAR. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-GLMAP TO WRK-CONTADOR-IDE.
           DISPLAY "CONTAS GLMAP SEM PLANO " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE JRN.
           CLOSE DEM.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

      *               A FATURA FORMATADA (FATPRT) E O
      *               REGISTO RESUMO (FATREG) CUJOS TOTAIS
      *               BATEM COM O CONTEUDO DO FRETESAI
      *               O IVA LIQUIDADO DA CORRIDA VAI PARA O GL
      *               NUM EVENTO IVALIQ (A RECEITA SEGUE PELO
      *               FRETE DO COBARQ24) E ENTRA NA DECLARACAO
      *               PERIODICA DO COBOL026
      *   DATA      : 22/08/2026
      *   EMPRESA   : NATIXIS
      *===================================================
      * FATCTL      I-O         -----
      * FATPRT      OUTPUT      -----
      * FATREG      OUTPUT      -----
      * GLEVENT     EXTEND      -----
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
           FILE STATUS IS WRK-FS-FATPRT.
           SELECT REG ASSIGN TO FATREG
           FILE STATUS IS WRK-FS-FATREG.
           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD FRT
          05 FAT-IVA              PIC 9(09)V99.
          05 FAT-TOTAL            PIC 9(09)V99.

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-FRETESAI         PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRETESRT         PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATCTL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATPRT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATREG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-GLEVENT         PIC X(01) VALUE "N".
       77 WRK-TAXA-IVA            PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-CLIENTE-ANT         PIC X(10) VALUE SPACES.
       77 WRK-TOTAL-FATURA        PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-LIQUIDACOES     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-FATURADO        PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-IVA             PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONTADOR-FATURAS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC ZZZZ.ZZZ.ZZ9,99.
           END-IF.
           OPEN OUTPUT PRT.
           OPEN OUTPUT REG.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT EQUAL "00"
             MOVE "S" TO WRK-TEM-GLEVENT
           ELSE
             DISPLAY "GLEVENT INDISPONIVEL - STATUS "
                     WRK-FS-GLEVENT
           END-IF.
           READ FST.
           IF WRK-FS-FRETESRT EQUAL "10"
             DISPLAY "FRETESAI VAZIO - NADA A FATURAR"
           MOVE WRK-TOTAL-FATURA  TO FAT-TOTAL.
           WRITE REG-FATREG.
           ADD WRK-BASE-FATURA TO WRK-TOT-FATURADO.
           ADD WRK-IVA-FATURA  TO WRK-TOT-IVA.
           ADD 1 TO WRK-CONTADOR-FATURAS.
           ADD 1 TO WRK-NUMERO-FATURA.
       0220-FECHAR-FATURA-FIM. EXIT.
           DISPLAY "TOTAL LIQUIDACOES..... " WRK-TOTAL-IDE.
           MOVE WRK-TOT-FATURADO TO WRK-TOTAL-IDE.
           DISPLAY "TOTAL BASE FATURADA... " WRK-TOTAL-IDE.
           MOVE WRK-TOT-IVA TO WRK-TOTAL-IDE.
           DISPLAY "TOTAL IVA LIQUIDADO... " WRK-TOTAL-IDE.
           IF WRK-TOT-FATURADO NOT EQUAL WRK-TOT-LIQUIDACOES
             DISPLAY "TOTAIS NAO BATEM - VERIFICAR FATURACAO"
             MOVE 8 TO RETURN-CODE
           CLOSE FST.
           CLOSE PRT.
           CLOSE REG.
           IF WRK-TEM-GLEVENT EQUAL "S"
             IF WRK-TOT-IVA GREATER THAN ZEROS
               MOVE "IVALIQ"      TO EVT-TIPO
               MOVE WRK-DATA-PROC TO EVT-DATA
               MOVE WRK-TOT-IVA   TO EVT-VALOR
               WRITE REG-GLEVENT
             END-IF
             CLOSE EVT
           END-IF.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

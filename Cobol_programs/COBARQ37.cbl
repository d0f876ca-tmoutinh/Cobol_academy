       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ37.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: RELATORIO DIARIO DE NEGOCIOS DE CAMBIO PARA
      *            A TESOURARIA - SELECIONA NO CMBDEAL OS
      *            NEGOCIOS DO DIA PEDIDO NO SYSIN (AAAAMMDD,
      *            EM BRANCO = DATA DE NEGOCIO DO DATACTL),
      *            ORDENA-OS POR AGENCIA DA CONTA ORIGEM E PAR
      *            DE MOEDAS E IMPRIME EM CMBREL, POR PAR, O
      *            NUMERO DE NEGOCIOS, OS VALORES COMPRADOS E
      *            VENDIDOS E O PROVEITO DO SPREAD EM EUR,
      *            COM TOTAL POR AGENCIA E GERAL
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CMBDEAL     INPUT       BOOKCMB
      * DATACTL     INPUT       -----
      * CMBSORT     OUTPUT      -----   (NEGOCIOS ORDENADOS)
      * CMBREL      OUTPUT      -----   (RELATORIO)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT DEA ASSIGN TO CMBDEAL
           FILE STATUS IS WRK-FS-CMBDEAL.

           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT SRT ASSIGN TO "SORTWK07".

           SELECT ORD ASSIGN TO CMBSORT
           FILE STATUS IS WRK-FS-CMBSORT.

           SELECT REL ASSIGN TO CMBREL
           FILE STATUS IS WRK-FS-CMBREL.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD DEA
           RECORDING MODE IS F.
       COPY BOOKCMB.

       FD CTD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-DATACTL.
          05 CTD-DATA-NEGOCIO     PIC 9(08).
          05 CTD-FIM-MES          PIC X(01).
          05 CTD-FIM-ANO          PIC X(01).

       SD SRT.
       01 SD-NEGOCIO.
          05 SD-AGENCIA           PIC X(04).
          05 SD-MOEDA-ORI         PIC X(03).
          05 SD-MOEDA-DST         PIC X(03).
          05 SD-VALOR-ORI         PIC 9(06)V99.
          05 SD-VALOR-DST         PIC 9(06)V99.
          05 SD-RESULTADO         PIC S9(07)V99.

       FD ORD
           RECORDING MODE IS F.
       01 REG-CMBSORT.
          05 ORD-AGENCIA          PIC X(04).
          05 ORD-MOEDA-ORI        PIC X(03).
          05 ORD-MOEDA-DST        PIC X(03).
          05 ORD-VALOR-ORI        PIC 9(06)V99.
          05 ORD-VALOR-DST        PIC 9(06)V99.
          05 ORD-RESULTADO        PIC S9(07)V99.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CMBREL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-CMBDEAL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CMBSORT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CMBREL           PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PARM           PIC X(08) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-PRIMEIRA-VEZ        PIC X(01) VALUE "S".
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
       77 WRK-MOEDA-ORI-ANT       PIC X(03) VALUE SPACES.
       77 WRK-MOEDA-DST-ANT       PIC X(03) VALUE SPACES.
      *------------- ACUMULADORES POR PAR E AGENCIA -------
       77 WRK-PAR-NEGOCIOS        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-PAR-VALOR-ORI       PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-PAR-VALOR-DST       PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-PAR-RESULTADO       PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-AGE-NEGOCIOS        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-AGE-RESULTADO       PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-TOT-RESULTADO       PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SELEC      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZ9,99.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(32) VALUE
             "NEGOCIOS DE CAMBIO - TESOURARIA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(40) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "AGEN PAR      NEG       COMPRADO        ".
          05 FILLER               PIC X(40) VALUE
             "  VENDIDO    PROVEITO EUR               ".
       01 WRK-LINHA-PAR.
          05 WRK-L-AGENCIA        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-MOEDA-ORI      PIC X(03).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-L-MOEDA-DST      PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NEGOCIOS       PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-VALOR-ORI      PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-VALOR-DST      PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-RESULTADO      PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(15) VALUE SPACES.
       01 WRK-LINHA-AGE.
          05 FILLER               PIC X(14) VALUE
             "TOTAL AGENCIA ".
          05 WRK-A-AGENCIA        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-A-NEGOCIOS       PIC ZZ.ZZ9.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 WRK-A-RESULTADO      PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(15) VALUE SPACES.
       01 WRK-LINHA-TOT.
          05 FILLER               PIC X(19) VALUE
             "TOTAL GERAL        ".
          05 WRK-T-NEGOCIOS       PIC ZZ.ZZ9.
          05 FILLER               PIC X(25) VALUE SPACES.
          05 WRK-T-RESULTADO      PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(15) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           SORT SRT ON ASCENDING KEY SD-AGENCIA SD-MOEDA-ORI
                                     SD-MOEDA-DST
               INPUT PROCEDURE IS 0400-SELECIONAR-DIA
               GIVING ORD.
           IF SORT-RETURN NOT EQUAL 0
             DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 0110-ABRIR-ORDENADO.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CMBSORT EQUAL "10".
           PERFORM 0230-TOTAL-GERAL.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PARM FROM SYSIN.
           IF WRK-DATA-PARM NOT EQUAL SPACES AND
              WRK-DATA-PARM IS NUMERIC
             MOVE WRK-DATA-PARM TO WRK-DATA-PROC
           ELSE
             OPEN INPUT CTD
             IF WRK-FS-DATACTL EQUAL "00"
               READ CTD
               MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC
               CLOSE CTD
             ELSE
               DISPLAY "DATACTL INDISPONIVEL - USA DATA DA MAQUINA"
               ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
             END-IF
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-CMBREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CMBREL - STATUS "
                     WRK-FS-CMBREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-CMBREL FROM WRK-LINHA-CAB.
           WRITE REG-CMBREL FROM WRK-LINHA-BRANCO.
           WRITE REG-CMBREL FROM WRK-LINHA-TIT.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SELECIONA PARA O SORT SO OS NEGOCIOS DO DIA - *
      *  SEM CMBDEAL NAO HOUVE NEGOCIOS DE CAMBIO      *
      **************************************************
       0400-SELECIONAR-DIA                       SECTION.
           OPEN INPUT DEA.
           IF WRK-FS-CMBDEAL NOT EQUAL "00"
             DISPLAY "CMBDEAL INDISPONIVEL - SEM NEGOCIOS"
             GO TO 0400-SELECIONAR-DIA-FIM
           END-IF.
           READ DEA.
           PERFORM UNTIL WRK-FS-CMBDEAL NOT EQUAL "00"
             ADD 1 TO WRK-CONTADOR
             IF DEA-DATA EQUAL WRK-DATA-PROC
               MOVE DEA-CHAVE-ORI(01:04) TO SD-AGENCIA
               MOVE DEA-MOEDA-ORI        TO SD-MOEDA-ORI
               MOVE DEA-MOEDA-DST        TO SD-MOEDA-DST
               MOVE DEA-VALOR-ORI        TO SD-VALOR-ORI
               MOVE DEA-VALOR-DST        TO SD-VALOR-DST
               MOVE DEA-RESULTADO        TO SD-RESULTADO
               RELEASE SD-NEGOCIO
               ADD 1 TO WRK-CONTADOR-SELEC
             END-IF
             READ DEA
           END-PERFORM.
           CLOSE DEA.
       0400-SELECIONAR-DIA-FIM.  EXIT.
      **************************************************
       0110-ABRIR-ORDENADO                       SECTION.
           OPEN INPUT ORD.
           IF WRK-FS-CMBSORT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CMBSORT - STATUS "
                     WRK-FS-CMBSORT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ ORD.
           IF WRK-FS-CMBSORT EQUAL "10"
             DISPLAY "SEM NEGOCIOS DE CAMBIO NO DIA " WRK-DATA-PROC
           END-IF.
       0110-ABRIR-ORDENADO-FIM.  EXIT.
      **************************************************
      *  QUEBRA POR PAR DE MOEDAS DENTRO DA AGENCIA    *
      **************************************************
       0200-PROCESSAR                            SECTION.
           IF WRK-PRIMEIRA-VEZ EQUAL "S"
             MOVE "N"            TO WRK-PRIMEIRA-VEZ
             MOVE ORD-AGENCIA    TO WRK-AGENCIA-ANT
             MOVE ORD-MOEDA-ORI  TO WRK-MOEDA-ORI-ANT
             MOVE ORD-MOEDA-DST  TO WRK-MOEDA-DST-ANT
           END-IF.
           IF ORD-AGENCIA NOT EQUAL WRK-AGENCIA-ANT
             PERFORM 0220-TOTAL-PAR
             PERFORM 0225-TOTAL-AGENCIA
           ELSE
             IF ORD-MOEDA-ORI NOT EQUAL WRK-MOEDA-ORI-ANT OR
                ORD-MOEDA-DST NOT EQUAL WRK-MOEDA-DST-ANT
               PERFORM 0220-TOTAL-PAR
             END-IF
           END-IF.
           MOVE ORD-AGENCIA      TO WRK-AGENCIA-ANT.
           MOVE ORD-MOEDA-ORI    TO WRK-MOEDA-ORI-ANT.
           MOVE ORD-MOEDA-DST    TO WRK-MOEDA-DST-ANT.
           ADD 1                 TO WRK-PAR-NEGOCIOS.
           ADD ORD-VALOR-ORI     TO WRK-PAR-VALOR-ORI.
           ADD ORD-VALOR-DST     TO WRK-PAR-VALOR-DST.
           ADD ORD-RESULTADO     TO WRK-PAR-RESULTADO.
           READ ORD.
           IF WRK-FS-CMBSORT EQUAL "10"
             PERFORM 0220-TOTAL-PAR
             PERFORM 0225-TOTAL-AGENCIA
           END-IF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0220-TOTAL-PAR                            SECTION.
           MOVE WRK-AGENCIA-ANT   TO WRK-L-AGENCIA.
           MOVE WRK-MOEDA-ORI-ANT TO WRK-L-MOEDA-ORI.
           MOVE WRK-MOEDA-DST-ANT TO WRK-L-MOEDA-DST.
           MOVE WRK-PAR-NEGOCIOS  TO WRK-L-NEGOCIOS.
           MOVE WRK-PAR-VALOR-ORI TO WRK-L-VALOR-ORI.
           MOVE WRK-PAR-VALOR-DST TO WRK-L-VALOR-DST.
           MOVE WRK-PAR-RESULTADO TO WRK-L-RESULTADO.
           WRITE REG-CMBREL FROM WRK-LINHA-PAR.
           ADD WRK-PAR-NEGOCIOS   TO WRK-AGE-NEGOCIOS.
           ADD WRK-PAR-RESULTADO  TO WRK-AGE-RESULTADO.
           MOVE ZEROS             TO WRK-PAR-NEGOCIOS.
           MOVE ZEROS             TO WRK-PAR-VALOR-ORI.
           MOVE ZEROS             TO WRK-PAR-VALOR-DST.
           MOVE ZEROS             TO WRK-PAR-RESULTADO.
       0220-TOTAL-PAR-FIM.    EXIT.
      **************************************************
       0225-TOTAL-AGENCIA                        SECTION.
           MOVE WRK-AGENCIA-ANT   TO WRK-A-AGENCIA.
           MOVE WRK-AGE-NEGOCIOS  TO WRK-A-NEGOCIOS.
           MOVE WRK-AGE-RESULTADO TO WRK-A-RESULTADO.
           WRITE REG-CMBREL FROM WRK-LINHA-AGE.
           WRITE REG-CMBREL FROM WRK-LINHA-BRANCO.
           ADD WRK-AGE-RESULTADO  TO WRK-TOT-RESULTADO.
           MOVE ZEROS             TO WRK-AGE-NEGOCIOS.
           MOVE ZEROS             TO WRK-AGE-RESULTADO.
       0225-TOTAL-AGENCIA-FIM.  EXIT.
      **************************************************
       0230-TOTAL-GERAL                          SECTION.
           MOVE WRK-CONTADOR-SELEC TO WRK-T-NEGOCIOS.
           MOVE WRK-TOT-RESULTADO  TO WRK-T-RESULTADO.
           WRITE REG-CMBREL FROM WRK-LINHA-TOT.
       0230-TOTAL-GERAL-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR        TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "NEGOCIOS LIDOS........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SELEC  TO WRK-CONTADOR-IDE.
           DISPLAY "NEGOCIOS DO DIA....... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-RESULTADO   TO WRK-TOTAL-IDE.
           DISPLAY "PROVEITO DE CAMBIO.... " WRK-TOTAL-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE ORD.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

      *  AUTOR: TRUTT
      *  OBJETIVO: DECLARACAO DIARIA DE GRANDES MOVIMENTOS
      *            (BRANQUEAMENTO) - AGREGA OS MOVIMENTOS DO
      *            DIA (MOVDIA, QUE O COBVSA71 JA JUNTOU COM
      *            OS CREDITOS DE SALARIO) POR CONTA, JUNTA AS
      *            CONTAS DA MESMA PESSOA PELO CLI-NIF DO
      *            CLIMST E
      *            DECLARA OS TOTAIS ACIMA DO LIMIAR DO
      *            SYSIN: FICHEIRO DE LAYOUT FIXO AMLDECL
      *            PARA A UNIDADE DE INFORMACAO FINANCEIRA E
      * DDNAME      I/O         BOOK
      *
      * MOVDIA      INPUT       BOOKMOV
      * CLIMST      INPUT       -----
      * AMLDECL     OUTPUT      -----
      * AMLREL      OUTPUT      -----
           SELECT MOV ASSIGN TO MOVDIA
           FILE STATUS IS WRK-FS-MOVDIA.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           BLOCK  CONTAINS 0 RECORDS.
       COPY BOOKMOV.

       FD CLM.
       01 REG-CLIMST.
          05 CLI-CHAVE            PIC X(09).
          05 CLI-EMAIL            PIC X(30).
          05 CLI-FALECIDO         PIC X(01).
          05 CLI-DATA-OBITO       PIC 9(08).
          05 CLI-PAIS-FISCAL      PIC X(02).
          05 CLI-NIF-ESTRANG      PIC X(20).
          05 CLI-EUA              PIC X(01).
          05 CLI-DATA-AUTOCERT    PIC 9(08).
          05 CLI-DOC-TIPO         PIC X(02).
          05 CLI-DOC-NUMERO       PIC X(20).
          05 CLI-DOC-VALIDADE     PIC 9(08).
          05 CLI-RISCO            PIC X(01).
          05 CLI-DATA-REVISAO     PIC 9(08).
          05 CLI-MORADA-DEVOL     PIC X(01).
          05 CLI-DATA-DEVOL       PIC 9(08).
          05 CLI-DOC-DEVOL        PIC X(03).

       FD DCL
           RECORDING MODE IS F

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-MOVDIA           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-AMLDECL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-AMLREL           PIC X(02) VALUE ZEROS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ACUMULAR-MOVDIA
               UNTIL WRK-FS-MOVDIA EQUAL "10".
           PERFORM 0230-DECLARAR.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
                     WRK-FS-MOVDIA
             GOBACK
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST EQUAL "00"
             MOVE "S" TO WRK-TEM-CLIMST
           IF WRK-FS-MOVDIA EQUAL "10"
             DISPLAY "ARQUIVO MOVDIA VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-ACUMULAR-MOVDIA                      SECTION.
           PERFORM 0240-ACUMULAR-NO-NIF.
           READ MOV.
       0200-ACUMULAR-MOVDIA-FIM.  EXIT.
      **************************************************
      *  A FICHA DE CLIENTE DA O NIF QUE JUNTA AS      *
      *  CONTAS DA MESMA PESSOA - CONTA SEM FICHA      *
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE MOV.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLM
           END-IF.

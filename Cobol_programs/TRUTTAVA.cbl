      *               EM BRANCO PARA A QUANTIDADE CONTADA -
      *               A QUANTIDADE DO LIVRO NAO SAI NA
      *               FOLHA PARA A CONTAGEM SER CEGA
      *               CONTAGEM CICLICA PELA CLASSE ABC DO
      *               PECABC (TRUTTAVM): O SYSIN TRAZ O MES
      *               DA CONTAGEM (MM) - AS PECAS A CONTAM-SE
      *               TODOS OS MESES, AS B NOS MESES 03, 06,
      *               09 E 12 E AS C SO EM DEZEMBRO; AS PECAS
      *               SEM CLASSE CONTAM-SE SEMPRE. MES 00 OU
      *               SEM PECABC SAI A CONTAGEM GERAL
      *   DATA      : 01/09/2026
      *   EMPRESA   : NATIXIS
      *===================================================
           FILE STATUS IS WRK-FS-APS.
           SELECT FOL ASSIGN TO CONTFOL
           FILE STATUS IS WRK-FS-FOL.
           SELECT ABC ASSIGN TO PECABC
           FILE STATUS IS WRK-FS-ABC.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD API
       01 SD-PECA.
          05 SD-COD-PECA          PIC 9(05).
          05 SD-FORN-PECA         PIC 9(03).
          05 SD-DESC-PECA         PIC X(31).
          05 SD-INSPECAO-PECA     PIC X(01).
          05 SD-QUANT-PECA        PIC 9(02).
          05 SD-CATEGORIA         PIC X(03).
          05 SD-PRECO-PECA        PIC 9(03)V99.
       01 REG-PECA-SORT.
          05 APS-COD-PECA         PIC 9(05).
          05 APS-FORN-PECA        PIC 9(03).
          05 APS-DESC-PECA        PIC X(31).
          05 APS-INSPECAO-PECA    PIC X(01).
          05 APS-QUANT-PECA       PIC 9(02).
          05 APS-CATEGORIA        PIC X(03).
          05 APS-PRECO-PECA       PIC 9(03)V99.
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CONTFOL             PIC X(80).

       FD ABC
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY BOOKABC.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-API              PIC X(02) VALUE ZEROS.
       77 WRK-FS-APS              PIC X(02) VALUE ZEROS.
       77 WRK-FS-FOL              PIC X(02) VALUE ZEROS.
       77 WRK-FS-ABC              PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-MES-CONTAGEM        PIC X(02) VALUE SPACES.
       77 WRK-MES                 PIC 9(02) VALUE ZEROS.
       77 WRK-CONTAGEM-GERAL      PIC X(01) VALUE "N".
       77 WRK-CONTAR              PIC X(01) VALUE "S".
       77 WRK-CLASSE              PIC X(01) VALUE SPACES.
       77 WRK-RESTO               PIC 9(02) VALUE ZEROS.
       77 WRK-QUOCIENTE           PIC 9(02) VALUE ZEROS.
      *------------- CLASSES ABC EM MEMORIA --------------
       01 WRK-ABC-TAB.
          05 WRK-ABC-ENTRY OCCURS 1000 TIMES.
             10 WRK-ABC-COD       PIC 9(05).
             10 WRK-ABC-CLASSE    PIC X(01).
       77 WRK-ABC-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ABC-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ACUM-FORA-CICLO     PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CATEGORIA-ANT       PIC X(03) VALUE SPACES.
       77 WRK-PRIMEIRA-VEZ        PIC X(01) VALUE "S".
       77 WRK-ACUM-LIDOS          PIC 9(09) COMP VALUE ZEROS.
          05 FILLER               PIC X(06) VALUE "PECA  ".
          05 WRK-L-COD            PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CLASSE         PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DESC           PIC X(31).
          05 FILLER               PIC X(12) VALUE " CONTADO ___".
          05 FILLER               PIC X(23) VALUE
             "___  RUBRICA ________".
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      *
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           PERFORM 0110-CARREGAR-CLASSES.
           OPEN INPUT APS.
           IF WRK-FS-APS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQPECS - STATUS " WRK-FS-APS
             DISPLAY "ARQPECAS VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  MES DA CONTAGEM E CLASSES DO ULTIMO TRUTTAVM  *
      **************************************************
       0110-CARREGAR-CLASSES                     SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           ACCEPT WRK-MES-CONTAGEM FROM SYSIN.
           IF WRK-MES-CONTAGEM EQUAL "00"
             MOVE "S" TO WRK-CONTAGEM-GERAL
           ELSE
             IF WRK-MES-CONTAGEM NUMERIC AND
                WRK-MES-CONTAGEM NOT GREATER THAN "12"
               MOVE WRK-MES-CONTAGEM TO WRK-MES
             ELSE
               MOVE WRK-DATA-PROC (5:2) TO WRK-MES
             END-IF
           END-IF.
           OPEN INPUT ABC.
           IF WRK-FS-ABC NOT EQUAL "00"
             MOVE "S" TO WRK-CONTAGEM-GERAL
             DISPLAY "PECABC INDISPONIVEL - CONTAGEM GERAL"
             GO TO 0110-CARREGAR-CLASSES-FIM
           END-IF.
           READ ABC.
           PERFORM UNTIL WRK-FS-ABC NOT EQUAL "00"
             IF WRK-ABC-QTD LESS THAN 1000
               ADD 1 TO WRK-ABC-QTD
               MOVE ABC-COD-PECA TO WRK-ABC-COD (WRK-ABC-QTD)
               MOVE ABC-CLASSE   TO WRK-ABC-CLASSE (WRK-ABC-QTD)
             END-IF
             READ ABC
           END-PERFORM.
           CLOSE ABC.
           IF WRK-CONTAGEM-GERAL EQUAL "S"
             DISPLAY "CONTAGEM GERAL"
           ELSE
             DISPLAY "CONTAGEM CICLICA - MES " WRK-MES
           END-IF.
       0110-CARREGAR-CLASSES-FIM. EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           PERFORM 0230-VERIFICAR-CICLO.
           IF WRK-CONTAR EQUAL "N"
             ADD 1 TO WRK-ACUM-FORA-CICLO
             READ APS
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           ADD 1 TO WRK-ACUM-LIDOS.
           IF WRK-PRIMEIRA-VEZ EQUAL "S"
             MOVE "N"            TO WRK-PRIMEIRA-VEZ
             END-IF
           END-IF.
           MOVE APS-COD-PECA  TO WRK-L-COD.
           MOVE WRK-CLASSE    TO WRK-L-CLASSE.
           MOVE APS-DESC-PECA TO WRK-L-DESC.
           WRITE REG-CONTFOL FROM WRK-LINHA-PECA.
           READ APS.
       0220-ESTATISTICA                          SECTION.
           MOVE WRK-ACUM-LIDOS TO WRK-ACUM-IDE.
           DISPLAY "PECAS NAS FOLHAS     " WRK-ACUM-IDE.
           MOVE WRK-ACUM-FORA-CICLO TO WRK-ACUM-IDE.
           DISPLAY "PECAS FORA DO CICLO  " WRK-ACUM-IDE.
       0220-ESTATISTICA-FIM.  EXIT.
      **************************************************
      *  A TODOS OS MESES, B TRIMESTRAL, C EM DEZEMBRO *
      **************************************************
       0230-VERIFICAR-CICLO                      SECTION.
           MOVE "S"    TO WRK-CONTAR.
           MOVE SPACES TO WRK-CLASSE.
           PERFORM VARYING WRK-ABC-SUB FROM 1 BY 1
                   UNTIL WRK-ABC-SUB > WRK-ABC-QTD
                      OR WRK-CLASSE NOT EQUAL SPACES
             IF APS-COD-PECA EQUAL WRK-ABC-COD (WRK-ABC-SUB)
               MOVE WRK-ABC-CLASSE (WRK-ABC-SUB) TO WRK-CLASSE
             END-IF
           END-PERFORM.
           IF WRK-CONTAGEM-GERAL EQUAL "S"
             GO TO 0230-VERIFICAR-CICLO-FIM
           END-IF.
           DIVIDE WRK-MES BY 3 GIVING WRK-QUOCIENTE
                  REMAINDER WRK-RESTO.
           EVALUATE WRK-CLASSE
             WHEN "B"
               IF WRK-RESTO NOT EQUAL ZEROS
                 MOVE "N" TO WRK-CONTAR
               END-IF
             WHEN "C"
               IF WRK-MES NOT EQUAL 12
                 MOVE "N" TO WRK-CONTAR
               END-IF
           END-EVALUATE.
       0230-VERIFICAR-CICLO-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE APS.

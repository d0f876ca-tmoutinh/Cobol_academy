       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   TRUTTAVK.
      *===================================================
      *   AUTOR     : TRUTT
      *   OBJETIVO  : DEVOLUCAO DE MATERIAL AO FORNECEDOR -
      *               LE AS DEVOLUCOES (DEVFORN: PECA,
      *               FORNECEDOR, DATA DO PEDIDO ORIGINAL NO
      *               ORDSTAT, QUANTIDADE, MOTIVO, DATA E
      *               LOCAL), TIRA O MATERIAL DO STOCK
      *               (ARQPECAS E SALDO DO LOCAL NO STKLOC)
      *               COM UM MOVIMENTO R NO STKMOV, ABATE O
      *               RECEBIDO DA ORDEM NO ORDSTAT (A ORDEM
      *               VOLTA A PARCIAL OU A CONFIRMADA) E
      *               EMITE A NOTA DE DEBITO (NOTADEB) PELA
      *               QUANTIDADE AO PRECO DO CATALOGO, QUE O
      *               TRUTTAVD ABATE NA FATURA SEGUINTE DO
      *               FORNECEDOR
      *               MOTIVO DA DEVOLUCAO (LIVRE, 2 POSICOES):
      *               01-DEFEITUOSA  02-PECA ERRADA
      *               03-DANIFICADA NO TRANSPORTE
      *               AS RECUSADAS VAO PARA DEVEXC COM O CODIGO
      *               01-SEM ORDEM        02-QUANT > RECEBIDO
      *               03-PECA INEXISTENTE 04-SEM STOCK
      *               05-PECA SEM PRECO   06-DADOS INVALIDOS
      *   DATA      : 15/10/2026
      *   EMPRESA   : NATIXIS
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                               SECTION.
       FILE-CONTROL.
           SELECT DEV ASSIGN TO DEVFORN
           FILE STATUS IS WRK-FS-DEV.
           SELECT OST ASSIGN TO ORDSTAT
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS OST-ID
           FILE STATUS   IS WRK-FS-OST.
           SELECT API ASSIGN TO ARQPECAS
           FILE STATUS IS WRK-FS-API.
           SELECT SLC ASSIGN TO STKLOC
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS SLC-ID
           FILE STATUS   IS WRK-FS-SLC.
           SELECT STK ASSIGN TO STKMOV
           FILE STATUS IS WRK-FS-STK.
           SELECT NDB ASSIGN TO NOTADEB
           FILE STATUS IS WRK-FS-NDB.
           SELECT EXC ASSIGN TO DEVEXC
           FILE STATUS IS WRK-FS-EXC.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD DEV
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01 REG-DEVFORN.
          05 DEV-COD-PECA         PIC 9(05).
          05 DEV-FORNECEDOR       PIC 9(03).
          05 DEV-DATA-PEDIDO      PIC 9(08).
          05 DEV-QUANT            PIC 9(03).
          05 DEV-MOTIVO           PIC X(02).
          05 DEV-DATA             PIC 9(08).
          05 DEV-LOCAL            PIC X(03).

       FD OST.
       COPY BOOKOST.

       FD API
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.

       COPY "#ARQPEC".

       FD SLC.
       01 REG-STKLOC.
          05 SLC-ID.
             10 SLC-COD-PECA      PIC 9(05).
             10 SLC-LOCAL         PIC X(03).
          05 SLC-QUANT            PIC 9(05).

       FD STK
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01 REG-STKMOV.
          05 STK-COD-PECA         PIC 9(05).
          05 STK-TIPO             PIC X(01).
          05 STK-QUANT            PIC 9(03).
          05 STK-DATA             PIC 9(08).
          05 STK-REF              PIC X(10).
          05 STK-LOCAL            PIC X(03).

       FD NDB
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       COPY BOOKNDB.

       FD EXC
           RECORDING MODE IS F.
       01 REG-DEVEXC.
          05 EXC-COD-PECA         PIC 9(05).
          05 FILLER               PIC X(01).
          05 EXC-FORN-PECA        PIC 9(03).
          05 FILLER               PIC X(01).
          05 EXC-QUANT            PIC 9(03).
          05 FILLER               PIC X(01).
          05 EXC-DATA             PIC 9(08).
          05 FILLER               PIC X(01).
          05 EXC-MOTIVO           PIC X(02).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DEV              PIC X(02) VALUE ZEROS.
       77 WRK-FS-OST              PIC X(02) VALUE ZEROS.
       77 WRK-FS-API              PIC X(02) VALUE ZEROS.
       77 WRK-FS-SLC              PIC X(02) VALUE ZEROS.
       77 WRK-FS-STK              PIC X(02) VALUE ZEROS.
       77 WRK-FS-NDB              PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXC              PIC X(02) VALUE ZEROS.
       77 WRK-TEM-STKLOC          PIC X(01) VALUE "N".
       77 WRK-LOCAL-MOV           PIC X(03) VALUE "A01".
       77 WRK-ACHOU               PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO-SEM-ORDEM    PIC X(02) VALUE "01".
       77 WRK-MOTIVO-QUANT        PIC X(02) VALUE "02".
       77 WRK-MOTIVO-SEM-PECA     PIC X(02) VALUE "03".
       77 WRK-MOTIVO-SEM-STOCK    PIC X(02) VALUE "04".
       77 WRK-MOTIVO-SEM-PRECO    PIC X(02) VALUE "05".
       77 WRK-MOTIVO-INVALIDO     PIC X(02) VALUE "06".
       77 WRK-MOTIVO              PIC X(02) VALUE SPACES.
       77 WRK-VALOR-NOTA          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACUM-LIDAS          PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-DEVOLVIDAS     PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-EXCECOES       PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-VALOR          PIC 9(09)V99 COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
       77 WRK-VALOR-IDE           PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-DEV EQUAL "10".
           PERFORM 0260-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL. EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT DEV.
           IF WRK-FS-DEV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEVFORN - STATUS " WRK-FS-DEV
             GOBACK
           END-IF.
      *    SEM A ORDEM NAO HA COMO ABATER O RECEBIDO
           OPEN I-O OST.
           IF WRK-FS-OST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ORDSTAT - STATUS " WRK-FS-OST
             GOBACK
           END-IF.
           OPEN I-O API.
           IF WRK-FS-API NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQPECAS - STATUS " WRK-FS-API
             GOBACK
           END-IF.
           OPEN EXTEND STK.
           IF WRK-FS-STK NOT EQUAL "00"
             OPEN OUTPUT STK
           END-IF.
           IF WRK-FS-STK NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA STKMOV - STATUS " WRK-FS-STK
             GOBACK
           END-IF.
      *    AS NOTAS EM ABERTO FICAM ATE O TRUTTAVD AS ABATER
           OPEN EXTEND NDB.
           IF WRK-FS-NDB NOT EQUAL "00"
             OPEN OUTPUT NDB
           END-IF.
           IF WRK-FS-NDB NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA NOTADEB - STATUS " WRK-FS-NDB
             GOBACK
           END-IF.
           OPEN OUTPUT EXC.
           OPEN I-O SLC.
           IF WRK-FS-SLC EQUAL "00"
             MOVE "S" TO WRK-TEM-STKLOC
           ELSE
             DISPLAY "STKLOC INDISPONIVEL - STATUS " WRK-FS-SLC
           END-IF.
           READ DEV.
           IF WRK-FS-DEV EQUAL "10"
             DISPLAY "DEVFORN VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      **************************************************
      *  SO SE DEVOLVE O QUE ENTROU PELA ORDEM E AINDA *
      *  ESTA EM STOCK NO LOCAL INDICADO                *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-ACUM-LIDAS.
           MOVE SPACES TO WRK-MOTIVO.
      *    SEM LOCAL NA DEVOLUCAO VALE O ARMAZEM PRINCIPAL
           IF DEV-LOCAL EQUAL SPACES
             MOVE "A01"     TO WRK-LOCAL-MOV
           ELSE
             MOVE DEV-LOCAL TO WRK-LOCAL-MOV
           END-IF.
           IF DEV-QUANT NOT NUMERIC OR DEV-QUANT EQUAL ZEROS OR
              DEV-DATA NOT NUMERIC OR DEV-MOTIVO EQUAL SPACES
             MOVE WRK-MOTIVO-INVALIDO TO WRK-MOTIVO
             GO TO 0200-PROCESSAR-REJ
           END-IF.
           MOVE DEV-DATA-PEDIDO TO OST-DATA-PEDIDO.
           MOVE DEV-FORNECEDOR  TO OST-FORNECEDOR.
           MOVE DEV-COD-PECA    TO OST-COD-PECA.
           READ OST.
           IF WRK-FS-OST NOT EQUAL "00"
             MOVE WRK-MOTIVO-SEM-ORDEM TO WRK-MOTIVO
             GO TO 0200-PROCESSAR-REJ
           END-IF.
           IF DEV-QUANT GREATER THAN OST-QUANT-RECEBIDA
             MOVE WRK-MOTIVO-QUANT TO WRK-MOTIVO
             GO TO 0200-PROCESSAR-REJ
           END-IF.
           PERFORM 0230-LOCALIZAR-PECA.
           IF WRK-ACHOU EQUAL "N"
             MOVE WRK-MOTIVO-SEM-PECA TO WRK-MOTIVO
             GO TO 0200-PROCESSAR-REJ
           END-IF.
           IF PRECO-PECA OF REG-PECA EQUAL ZEROS AND
              OST-PRECO-ACORDO EQUAL ZEROS
             MOVE WRK-MOTIVO-SEM-PRECO TO WRK-MOTIVO
             GO TO 0200-PROCESSAR-REJ
           END-IF.
           IF DEV-QUANT GREATER THAN QUANT-PECA OF REG-PECA
             MOVE WRK-MOTIVO-SEM-STOCK TO WRK-MOTIVO
             GO TO 0200-PROCESSAR-REJ
           END-IF.
           IF WRK-TEM-STKLOC EQUAL "S"
             MOVE DEV-COD-PECA  TO SLC-COD-PECA
             MOVE WRK-LOCAL-MOV TO SLC-LOCAL
             READ SLC
             IF WRK-FS-SLC NOT EQUAL "00"
               MOVE WRK-MOTIVO-SEM-STOCK TO WRK-MOTIVO
               GO TO 0200-PROCESSAR-REJ
             END-IF
             IF DEV-QUANT GREATER THAN SLC-QUANT
               MOVE WRK-MOTIVO-SEM-STOCK TO WRK-MOTIVO
               GO TO 0200-PROCESSAR-REJ
             END-IF
           END-IF.
           PERFORM 0240-APLICAR-DEVOLUCAO.
           GO TO 0200-LER-SEGUINTE.
       0200-PROCESSAR-REJ.
           PERFORM 0250-REJEITAR.
       0200-LER-SEGUINTE.
           READ DEV.
       0200-PROCESSAR-FIM. EXIT.
      **************************************************
      *  O ARQPECAS E SEQUENCIAL - PROCURA DO INICIO   *
      *  (VER TRUTTAV5)                                *
      **************************************************
       0230-LOCALIZAR-PECA                       SECTION.
           MOVE "N" TO WRK-ACHOU.
           CLOSE API.
           OPEN I-O API.
           READ API.
           PERFORM UNTIL WRK-FS-API NOT EQUAL "00"
                      OR WRK-ACHOU EQUAL "S"
             IF COD-PECA OF REG-PECA EQUAL DEV-COD-PECA
               MOVE "S" TO WRK-ACHOU
             ELSE
               READ API
             END-IF
           END-PERFORM.
       0230-LOCALIZAR-PECA-FIM. EXIT.
      **************************************************
      *  SAIDA DE STOCK COM RASTO (R NO STKMOV), ORDEM *
      *  REABERTA NO ORDSTAT E NOTA DE DEBITO          *
      **************************************************
       0240-APLICAR-DEVOLUCAO                    SECTION.
           SUBTRACT DEV-QUANT FROM QUANT-PECA OF REG-PECA.
           REWRITE REG-PECA.
           IF WRK-TEM-STKLOC EQUAL "S"
             SUBTRACT DEV-QUANT FROM SLC-QUANT
             REWRITE REG-STKLOC
               INVALID KEY
                 DISPLAY "ERRO NO STKLOC " SLC-ID
             END-REWRITE
           END-IF.
           MOVE DEV-COD-PECA  TO STK-COD-PECA.
           MOVE "R"           TO STK-TIPO.
           MOVE DEV-QUANT     TO STK-QUANT.
           MOVE DEV-DATA      TO STK-DATA.
           MOVE "DEVOLUCAO"   TO STK-REF.
           MOVE WRK-LOCAL-MOV TO STK-LOCAL.
           WRITE REG-STKMOV.
      *    O QUE SAI VOLTA A FALTAR NA ORDEM - PARCIAL SE
      *    AINDA FICA ALGUM RECEBIDO, CONFIRMADA SE NAO
           SUBTRACT DEV-QUANT FROM OST-QUANT-RECEBIDA.
           IF OST-QUANT-RECEBIDA GREATER THAN ZEROS
             MOVE "P" TO OST-STATUS
           ELSE
             MOVE "K" TO OST-STATUS
           END-IF.
           MOVE WRK-DATA-PROC TO OST-DATA-STATUS.
           REWRITE REG-ORDSTAT
             INVALID KEY
               DISPLAY "ERRO NO ORDSTAT " OST-ID
           END-REWRITE.
      *    A CHAMADA DE ACORDO FOI PAGA AO PRECO ACORDADO
      *    E E A ESSE PRECO QUE SE DEBITA O FORNECEDOR
           IF OST-PRECO-ACORDO GREATER THAN ZEROS
             COMPUTE WRK-VALOR-NOTA =
                     DEV-QUANT * OST-PRECO-ACORDO
           ELSE
             COMPUTE WRK-VALOR-NOTA =
                     DEV-QUANT * PRECO-PECA OF REG-PECA
           END-IF.
           MOVE DEV-FORNECEDOR  TO NDB-FORNECEDOR.
           MOVE DEV-DATA-PEDIDO TO NDB-DATA-PEDIDO.
           MOVE DEV-COD-PECA    TO NDB-COD-PECA.
           MOVE DEV-QUANT       TO NDB-QUANT.
           MOVE DEV-MOTIVO      TO NDB-MOTIVO.
           MOVE DEV-DATA        TO NDB-DATA.
           MOVE WRK-VALOR-NOTA  TO NDB-VALOR.
           MOVE WRK-VALOR-NOTA  TO NDB-SALDO.
           MOVE "A"             TO NDB-ESTADO.
           MOVE ZEROS           TO NDB-DATA-COMP.
           WRITE REG-NOTADEB.
           ADD 1 TO WRK-ACUM-DEVOLVIDAS.
           ADD WRK-VALOR-NOTA TO WRK-ACUM-VALOR.
       0240-APLICAR-DEVOLUCAO-FIM. EXIT.
      **************************************************
       0250-REJEITAR                             SECTION.
           MOVE DEV-COD-PECA   TO EXC-COD-PECA.
           MOVE DEV-FORNECEDOR TO EXC-FORN-PECA.
           MOVE DEV-QUANT      TO EXC-QUANT.
           MOVE DEV-DATA       TO EXC-DATA.
           MOVE WRK-MOTIVO     TO EXC-MOTIVO.
           WRITE REG-DEVEXC.
           ADD 1 TO WRK-ACUM-EXCECOES.
       0250-REJEITAR-FIM. EXIT.
      **************************************************
       0260-ESTATISTICA                          SECTION.
           MOVE WRK-ACUM-LIDAS TO WRK-ACUM-IDE.
           DISPLAY "DEVOLUCOES LIDAS     " WRK-ACUM-IDE.
           MOVE WRK-ACUM-DEVOLVIDAS TO WRK-ACUM-IDE.
           DISPLAY "DEVOLUCOES APLICADAS " WRK-ACUM-IDE.
           MOVE WRK-ACUM-EXCECOES TO WRK-ACUM-IDE.
           DISPLAY "EXCECOES             " WRK-ACUM-IDE.
           MOVE WRK-ACUM-VALOR TO WRK-VALOR-IDE.
           DISPLAY "NOTAS DE DEBITO      " WRK-VALOR-IDE.
       0260-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE DEV.
           CLOSE OST.
           CLOSE API.
           IF WRK-FS-API NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-API
           END-IF.
           CLOSE STK.
           CLOSE NDB.
           CLOSE EXC.
           IF WRK-TEM-STKLOC EQUAL "S"
             CLOSE SLC
           END-IF.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

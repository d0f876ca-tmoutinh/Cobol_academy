      *            EXCECOES - A CONTA DORMENTE DEIXA TAMBEM
      *            O PEDIDO DE CARTA AO CLIENTE (NOTIFREQ,
      *            TIPO DRM), QUE O COBVSA44 IMPRIME
      *            A CLASSE DE TARIFA E O DESCOBERTO POR
      *            OMISSAO VEM DO PRODUTO DA CONTA (PRODUTOS) -
      *            CLASSE I ISENTA, CLASSE N COBRA PELO NIVEL
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * EARQBASE    INPUT       #EARQBSE
      * TARIFAS     INPUT       -----
      * LIMITES     INPUT       -----
      * PRODUTOS    INPUT       BOOKPRD
      * MOVTAR      OUTPUT      BOOKMOV
      * TARREL      OUTPUT      -----   (TOTAIS POR AGENCIA)
      * TARSKIP     OUTPUT      -----   (EXCECOES)
           RECORD KEY    IS LIM-CHAVE
           FILE STATUS   IS WRK-FS-LIMITES.

           SELECT PRD ASSIGN TO PRODUTOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WRK-FS-PRODUTOS.

           SELECT MVT ASSIGN TO MOVTAR
           FILE STATUS IS WRK-FS-MOVTAR.

          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD EAR
           RECORDING MODE IS F
          05 LIM-VALOR            PIC 9(06)V99.
          05 LIM-DATA-FIM         PIC 9(08).

       FD PRD.
       COPY BOOKPRD.

       FD MVT
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTIFREQ         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-NOTIFREQ        PIC X(01) VALUE "N".
       77 WRK-FS-PRODUTOS         PIC X(02) VALUE ZEROS.
       77 WRK-PRODUTO-OMISSAO     PIC X(03) VALUE "DOR".
       77 WRK-PRODUTO             PIC X(03) VALUE SPACES.
       77 WRK-PRODUTO-LIDO        PIC X(03) VALUE SPACES.
       77 WRK-TEM-PRODUTO         PIC X(01) VALUE "N".
       77 WRK-CLASSE-TARIFA       PIC X(01) VALUE SPACES.
       77 WRK-TOT-TARIFAS         PIC S9(09)V99 COMP VALUE ZEROS.
      *------------- TABELA DE TARIFAS EM MEMORIA --------
       01 WRK-TARIFA-TAB.
                     WRK-FS-EARQBASE
             GOBACK
           END-IF.
           OPEN INPUT PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PRODUTOS - STATUS "
                     WRK-FS-PRODUTOS
             GOBACK
           END-IF.
           OPEN INPUT LIM.
           IF WRK-FS-LIMITES EQUAL "00"
             MOVE "S" TO WRK-TEM-LIMITES
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           PERFORM 0215-NIVEL-DO-CLIENTE.
           PERFORM 0216-LER-PRODUTO.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
             WHEN REG-ARQCLI-STATUS EQUAL "F"
                  WRK-DATA-DORMENTE-NUM
               MOVE "CONTA DORMENTE"       TO WRK-MOTIVO
               PERFORM 0260-AVISAR-DORMENTE
             WHEN WRK-TEM-PRODUTO EQUAL "N"
               MOVE "PRODUTO INEXISTENTE"  TO WRK-MOTIVO
             WHEN WRK-CLASSE-TARIFA EQUAL "I"
               MOVE "PRODUTO ISENTO"       TO WRK-MOTIVO
             WHEN WRK-NIVEL EQUAL "P"
               MOVE "NIVEL PREMIUM ISENTO" TO WRK-MOTIVO
             WHEN OTHER
           END-IF.
       0215-NIVEL-DO-CLIENTE-FIM.  EXIT.
      **************************************************
      *  A CLASSE DE TARIFA VEM DO PRODUTO DA CONTA -  *
      *  PRODUTO EM BRANCO E A CONTA A ORDEM. A CLASSE *
      *  N (OU EM BRANCO) MANTEM A TARIFA PELO NIVEL   *
      **************************************************
       0216-LER-PRODUTO                          SECTION.
           MOVE REG-ARQCLI-PRODUTO TO WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL SPACES
             MOVE WRK-PRODUTO-OMISSAO TO WRK-PRODUTO
           END-IF.
           IF WRK-PRODUTO NOT EQUAL WRK-PRODUTO-LIDO
             MOVE WRK-PRODUTO     TO PRD-CODIGO
             READ PRD
               INVALID KEY
                 MOVE "N"         TO WRK-TEM-PRODUTO
                 MOVE SPACES      TO WRK-PRODUTO-LIDO
               NOT INVALID KEY
                 MOVE "S"         TO WRK-TEM-PRODUTO
                 MOVE WRK-PRODUTO TO WRK-PRODUTO-LIDO
             END-READ
           END-IF.
           MOVE SPACES TO WRK-CLASSE-TARIFA.
           IF WRK-TEM-PRODUTO EQUAL "S"
             MOVE PRD-CLASSE-TARIFA TO WRK-CLASSE-TARIFA
           END-IF.
           IF WRK-CLASSE-TARIFA EQUAL "N"
             MOVE SPACES TO WRK-CLASSE-TARIFA
           END-IF.
       0216-LER-PRODUTO-FIM.  EXIT.
      **************************************************
      *  GERA O DEBITO DA TARIFA SE HOUVER TARIFA PARA *
      *  A CLASSE (OU NIVEL)/MOEDA E COBERTURA         *
      *  (SALDO + LIMITE)                              *
      **************************************************
       0220-COBRAR                               SECTION.
           IF WRK-CLASSE-TARIFA EQUAL SPACES
             IF WRK-NIVEL EQUAL SPACES
               MOVE "SEM NIVEL NA BASE" TO WRK-MOTIVO
               GO TO 0220-COBRAR-FIM
             END-IF
             MOVE WRK-NIVEL TO WRK-CLASSE-TARIFA
           END-IF.
           MOVE "N" TO WRK-TARIFA-ACHADA.
           PERFORM VARYING WRK-TARIFA-IDX FROM 1 BY 1
                   UNTIL WRK-TARIFA-IDX > WRK-TARIFA-QTD
                      OR WRK-TARIFA-ACHADA EQUAL "S"
             IF WRK-CLASSE-TARIFA EQUAL
                WRK-TRF-NIVEL (WRK-TARIFA-IDX) AND
                REG-ARQCLI-MOEDA EQUAL
                WRK-TRF-MOEDA (WRK-TARIFA-IDX)
               MOVE WRK-TRF-VALOR (WRK-TARIFA-IDX) TO WRK-TARIFA
           ADD WRK-TARIFA TO WRK-AGE-VALOR.
           ADD WRK-TARIFA TO WRK-TOT-TARIFAS.
       0220-COBRAR-FIM.       EXIT.
      **************************************************
      *  SEM LIMITE CONTRATADO EM VIGOR VALE O         *
      *  DESCOBERTO POR OMISSAO DO PRODUTO             *
      **************************************************
       0225-APURAR-DISPONIVEL                    SECTION.
           MOVE ZEROS TO WRK-LIMITE.
           IF WRK-TEM-PRODUTO EQUAL "S"
             MOVE PRD-LIMITE-DESCOB TO WRK-LIMITE
           END-IF.
           IF WRK-TEM-LIMITES EQUAL "S"
             MOVE REG-ARQCLI-CHAVE TO LIM-CHAVE
             READ LIM
           CLOSE AQL.
           CLOSE EAR.
           CLOSE TAR.
           CLOSE PRD.
           IF WRK-TEM-LIMITES EQUAL "S"
             CLOSE LIM
           END-IF.

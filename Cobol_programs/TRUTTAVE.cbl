      *               GRAVA A NOTA LEGIVEL POR MAQUINA
      *               (FORNSCOR) PARA A REENCOMENDA PODER
      *               VIR A PREFERIR OS MELHORES
      *               AS DEVOLUCOES AO FORNECEDOR (NOTAS DE
      *               DEBITO DO NOTADEB, VER TRUTTAVK) CONTAM
      *               COMO AS REJEICOES - COLUNA PROPRIA NO
      *               QUADRO E PONTO A MENOS NA NOTA
      *   DATA      : 01/09/2026
      *   EMPRESA   : NATIXIS
      *===================================================
           FILE STATUS IS WRK-FS-EXC.
           SELECT PRC ASSIGN TO PRCCHG
           FILE STATUS IS WRK-FS-PRC.
           SELECT NDB ASSIGN TO NOTADEB
           FILE STATUS IS WRK-FS-NDB.
           SELECT FRN ASSIGN TO FORNMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
          05 PRC-PRECO-NOVO       PIC 9(03)V99.
          05 PRC-DATA-EFET        PIC 9(08).

       FD NDB
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       COPY BOOKNDB.

       FD FRN.
       01 REG-FORNMST.
          05 FRN-CODIGO           PIC 9(03).
          05 FRN-MOEDA            PIC X(03).
          05 FRN-PRAZO-DIAS       PIC 9(03).
          05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
          05 FRN-IBAN             PIC X(25).
          05 FRN-PRAZO-PAG        PIC 9(03).
          05 FRN-STATUS           PIC X(01).
          05 FRN-PAIS             PIC X(02).

       FD REL
           RECORDING MODE IS F
          05 SCO-REJEICOES        PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 SCO-MUD-PRECO        PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 SCO-DEVOLUCOES       PIC 9(05).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-OST              PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXC              PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRC              PIC X(02) VALUE ZEROS.
       77 WRK-FS-NDB              PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRN              PIC X(02) VALUE ZEROS.
       77 WRK-FS-REL              PIC X(02) VALUE ZEROS.
       77 WRK-FS-SCO              PIC X(02) VALUE ZEROS.
             10 WRK-F-RECEBIDA    PIC 9(07).
             10 WRK-F-REJEICOES   PIC 9(05).
             10 WRK-F-MUD-PRECO   PIC 9(05).
             10 WRK-F-DEVOLUCOES  PIC 9(05).
             10 WRK-F-NOTA        PIC S9(03).
       77 WRK-FRN-QTD             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FRN-SUB             PIC 9(02) COMP VALUE ZEROS.
          05 WRK-T-RECEBIDA       PIC 9(07).
          05 WRK-T-REJEICOES      PIC 9(05).
          05 WRK-T-MUD-PRECO      PIC 9(05).
          05 WRK-T-DEVOLUCOES     PIC 9(05).
          05 WRK-T-NOTA           PIC S9(03).
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE ". ".
          05 WRK-L-CODIGO         PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NOME           PIC X(20).
          05 FILLER               PIC X(06) VALUE " NOTA ".
          05 WRK-L-NOTA           PIC ZZ9.
          05 FILLER               PIC X(05) VALUE " PRZ ".
          05 WRK-L-PRAZO          PIC ZZ9.
          05 FILLER               PIC X(05) VALUE " SAT ".
          05 WRK-L-SATISF         PIC ZZ9.
          05 FILLER               PIC X(05) VALUE " REJ ".
          05 WRK-L-REJ            PIC ZZZ9.
          05 FILLER               PIC X(05) VALUE " DEV ".
          05 WRK-L-DEV            PIC ZZZ9.
          05 FILLER               PIC X(05) VALUE " PRC ".
          05 WRK-L-PRC            PIC ZZZ9.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0200-VARRER-ORDSTAT.
           PERFORM 0220-VARRER-RECEXC UNTIL WRK-FS-EXC EQUAL "10".
           PERFORM 0230-VARRER-PRCCHG UNTIL WRK-FS-PRC EQUAL "10".
           PERFORM 0235-VARRER-NOTADEB UNTIL WRK-FS-NDB EQUAL "10".
           PERFORM 0250-CLASSIFICAR.
           PERFORM 0260-ORDENAR.
           PERFORM 0270-PUBLICAR.
           ELSE
             READ PRC
           END-IF.
           OPEN INPUT NDB.
           IF WRK-FS-NDB NOT EQUAL "00"
             MOVE "10" TO WRK-FS-NDB
           ELSE
             READ NDB
           END-IF.
           OPEN OUTPUT REL.
           OPEN OUTPUT SCO.
       0100-INICIALIZAR-FIM.  EXIT.
           END-IF.
           READ PRC.
       0230-VARRER-PRCCHG-FIM.  EXIT.
      **************************************************
       0235-VARRER-NOTADEB                       SECTION.
           MOVE NDB-FORNECEDOR TO WRK-FORN-CORRENTE.
           PERFORM 0240-LOCALIZAR-FORNECEDOR.
           IF WRK-FRN-USO GREATER THAN ZEROS
             ADD 1 TO WRK-F-DEVOLUCOES (WRK-FRN-USO)
           END-IF.
           READ NDB.
       0235-VARRER-NOTADEB-FIM.  EXIT.
      **************************************************
       0240-LOCALIZAR-FORNECEDOR                 SECTION.
           MOVE ZEROS TO WRK-FRN-USO.
       0240-LOCALIZAR-FORNECEDOR-FIM.  EXIT.
      **************************************************
      *  A NOTA E A MEDIA DAS DUAS TAXAS MENOS AS      *
      *  REJEICOES, AS DEVOLUCOES E AS MUDANCAS DE     *
      *  PRECO - NUNCA ABAIXO DE ZERO                  *
      **************************************************
       0250-CLASSIFICAR                          SECTION.
           PERFORM VARYING WRK-FRN-SUB FROM 1 BY 1
             COMPUTE WRK-NOTA =
                     (WRK-PCT-PRAZO + WRK-PCT-SATISF) / 2
                   - WRK-F-REJEICOES (WRK-FRN-SUB)
                   - WRK-F-DEVOLUCOES (WRK-FRN-SUB)
                   - WRK-F-MUD-PRECO (WRK-FRN-SUB)
             IF WRK-NOTA LESS THAN ZEROS
               MOVE ZEROS TO WRK-NOTA
             MOVE WRK-PCT-SATISF TO WRK-L-SATISF
             MOVE WRK-F-REJEICOES (WRK-FRN-SUB) TO WRK-L-REJ
             MOVE WRK-F-MUD-PRECO (WRK-FRN-SUB) TO WRK-L-PRC
             MOVE WRK-F-DEVOLUCOES (WRK-FRN-SUB) TO WRK-L-DEV
             WRITE REG-FORNSREL FROM WRK-LINHA-FORN
             MOVE WRK-F-CODIGO (WRK-FRN-SUB) TO SCO-FORNECEDOR
             MOVE WRK-F-NOTA (WRK-FRN-SUB)   TO SCO-NOTA
             MOVE WRK-PCT-SATISF             TO SCO-PCT-SATISF
             MOVE WRK-F-REJEICOES (WRK-FRN-SUB) TO SCO-REJEICOES
             MOVE WRK-F-MUD-PRECO (WRK-FRN-SUB) TO SCO-MUD-PRECO
             MOVE WRK-F-DEVOLUCOES (WRK-FRN-SUB) TO SCO-DEVOLUCOES
             WRITE REG-FORNSCOR
           END-PERFORM.
           MOVE WRK-ACUM-ORDENS TO WRK-ACUM-IDE.
           IF WRK-FS-PRC EQUAL "00" OR "10"
             CLOSE PRC
           END-IF.
           IF WRK-FS-NDB EQUAL "00" OR "10"
             CLOSE NDB
           END-IF.
           CLOSE REL.
           CLOSE SCO.
       0300-FINALIZAR-FIM.    EXIT.

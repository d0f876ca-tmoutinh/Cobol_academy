      *               NO LIVRO STKMOV (S NA ORIGEM, E NO
      *               DESTINO, REF TRANSF) - O STOCK TOTAL
      *               NUNCA MUDA NUMA TRANSFERENCIA
      *               DO LOCAL DE INSPECAO Q01 NAO HA
      *               TRANSFERENCIAS - SO A LIBERTACAO DO
      *               TRUTTAVL TIRA DE LA O MATERIAL
      *   DATA      : 01/09/2026
      *   EMPRESA   : NATIXIS
      *===================================================
       77 WRK-FS-STK              PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXC              PIC X(02) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-LOCAL-INSPECAO      PIC X(03) VALUE "Q01".
       77 WRK-ACUM-LIDAS          PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-MOVIDAS        PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-EXCECOES       PIC 9(09) COMP VALUE ZEROS.
              TRF-LOCAL-DE EQUAL TRF-LOCAL-PARA
             MOVE "ORIGEM IGUAL AO DESTINO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES AND
              TRF-LOCAL-DE EQUAL WRK-LOCAL-INSPECAO
             MOVE "ORIGEM EM INSPECAO" TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE TRF-COD-PECA TO SLC-COD-PECA
             MOVE TRF-LOCAL-DE TO SLC-LOCAL

          05 REG-ARQCLI-MOEDA     PIC X(03).                            00085621
          05 REG-ARQCLI-STATUS    PIC X(01).                            00085625
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
                                                                         00085700
       FD EXT                                                           00085800
           RECORDING MODE IS F                                          00085900
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

       FD TIT.
       01 REG-TITULARES.
               MOVE "COTITULAR"   TO WRK-TIT-PAPEL-DESC
             WHEN "A"
               MOVE "AUTORIZADO"  TO WRK-TIT-PAPEL-DESC
             WHEN "G"
               MOVE "REPRESENTANT" TO WRK-TIT-PAPEL-DESC
             WHEN OTHER
               MOVE SPACES        TO WRK-TIT-PAPEL-DESC
           END-EVALUATE.

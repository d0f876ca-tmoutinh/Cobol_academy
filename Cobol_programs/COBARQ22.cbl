          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD BKP
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
       01 REG-ARQCLIBK            PIC X(62).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
          05 WRK-BKP-MOEDA        PIC X(03).
          05 WRK-BKP-STATUS       PIC X(01).
          05 WRK-BKP-ULT-MOVTO    PIC 9(08).
          05 WRK-BKP-PRODUTO      PIC X(03).
       77 WRK-MODO                PIC X(01) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-EOF                 PIC X(01) VALUE "N".
                REG-ARQCLI-SALDO NOT EQUAL WRK-BKP-SALDO OR
                REG-ARQCLI-MOEDA NOT EQUAL WRK-BKP-MOEDA OR
                REG-ARQCLI-STATUS NOT EQUAL WRK-BKP-STATUS OR
                REG-ARQCLI-ULT-MOVTO NOT EQUAL WRK-BKP-ULT-MOVTO OR
                REG-ARQCLI-PRODUTO NOT EQUAL WRK-BKP-PRODUTO
               DISPLAY "DIVERGE - " WRK-BKP-CHAVE
               ADD 1 TO WRK-CONTADOR-DIVERG
             END-IF

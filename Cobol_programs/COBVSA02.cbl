          05 REG-ARQCLI-MOEDA      PIC X(03).                           00085710
          05 REG-ARQCLI-STATUS     PIC X(01).                           00085715
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
       WORKING-STORAGE                           SECTION.               00085800
       77 WRK-FS-ARQCLI            PIC X(02) VALUE ZEROS.               00085900
       77 WRK-CONTADOR             PIC 9(10) COMP VALUE 0.              00086000

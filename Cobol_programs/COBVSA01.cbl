          05 REG-ARQCLI-MOEDA     PIC X(03).                            00085621
          05 REG-ARQCLI-STATUS    PIC X(01).                            00085625
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
                                                                        00085700
       WORKING-STORAGE                           SECTION.               00085800
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.                00085900

          05 REG-ARQCLI-MOEDA     PIC X(03).                            00086500
          05 REG-ARQCLI-STATUS    PIC X(01).                            00086600
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
                                                                         00086700
       WORKING-STORAGE                           SECTION.               00087000
       01 WRK-CLIENTES-TAB.                                             00087100

          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CMB.
       01 REG-CAMBIOS.

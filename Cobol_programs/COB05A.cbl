          05 REG-CURSO-DESC        PIC X(30).
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

       FD REL
           RECORDING MODE IS F

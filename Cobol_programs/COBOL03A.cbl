          05 REG-CURSO-DESC        PIC X(30).                           00106001
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).
       WORKING-STORAGE                           SECTION.               00110001
       77 WRK-CURSO               PIC X(04) VALUE SPACES.               00120001
       77 WRK-LINHA               PIC X(30) VALUE SPACES.               00130001

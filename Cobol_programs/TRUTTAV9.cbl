          05 FRN-MOEDA            PIC X(03).
          05 FRN-PRAZO-DIAS       PIC 9(03).
          05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
          05 FRN-IBAN             PIC X(25).
          05 FRN-PRAZO-PAG        PIC 9(03).
          05 FRN-STATUS           PIC X(01).
          05 FRN-PAIS             PIC X(02).

       FD REL
           RECORDING MODE IS F

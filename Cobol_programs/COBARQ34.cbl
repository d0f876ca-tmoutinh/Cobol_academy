          05 VNC-JUROS            PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 VNC-DESTINO          PIC X(20).
          05 FILLER               PIC X(01).
          05 VNC-RETENCAO         PIC 9(07)V99.

       FD AGE.
       01 REG-AGENMST.
          05 AGE-NOME             PIC X(25).
          05 AGE-REGIAO           PIC X(10).
          05 AGE-ESTADO           PIC X(01).
          05 AGE-ROTA             PIC X(08).
          05 AGE-ABSORVIDA        PIC X(04).

       FD REL
           RECORDING MODE IS F

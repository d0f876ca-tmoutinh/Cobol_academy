          05 AGE-NOME             PIC X(25).
          05 AGE-REGIAO           PIC X(10).
          05 AGE-ESTADO           PIC X(01).
          05 AGE-ROTA             PIC X(08).
          05 AGE-ABSORVIDA        PIC X(04).
                                                                        00086018
       WORKING-STORAGE                           SECTION.               00086100
       77 WRK-FS-EARQ0811         PIC X(02) VALUE ZEROS.                00086200

          05 REG-ARQCLI-MOEDA     PIC X(03).                            00080010
          05 REG-ARQCLI-STATUS    PIC X(01).                            00080015
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
                                                                        00081000
       FD TRE.                                                          00081100
       01 REG-TRE.                                                      00081200
          05 WRK-ARQCLI-MOEDA     PIC X(03) VALUE SPACES.               00083310
          05 WRK-ARQCLI-STATUS    PIC X(01) VALUE "A".                  00083315
          05 WRK-ARQCLI-ULT-MOVTO PIC 9(08) VALUE ZEROES.
          05 WRK-ARQCLI-PRODUTO   PIC X(03) VALUE SPACES.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.                00083400
       77 WRK-FS-TRE              PIC X(02) VALUE ZEROS.                00083410
       77 WRK-MODO                PIC X(01) VALUE SPACES.               00083420

          05 REG-ARQCLI-MOEDA     PIC X(03).                            00086500
          05 REG-ARQCLI-STATUS    PIC X(01).                            00086600
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
                                                                         00086700
       FD HIS                                                           00086710
           RECORDING MODE IS F.                                         00086720
           MOVE REG-ARQCLI-MOEDA      TO HS-ARQCLI-MOEDA.               00094260
           MOVE REG-ARQCLI-STATUS     TO HS-ARQCLI-STATUS.              00094270
           MOVE REG-ARQCLI-ULT-MOVTO  TO HS-ARQCLI-ULT-MOVTO.
           MOVE REG-ARQCLI-PRODUTO    TO HS-ARQCLI-PRODUTO.
           MOVE WRK-DATA-ARQUIVO      TO HS-ARQCLI-DATA-ARQ.            00094290
           WRITE REG-ARQCLIHS.                                          00094300
           IF WRK-FS-ARQCLIHS NOT EQUAL "00"                            00094310

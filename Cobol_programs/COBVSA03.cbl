          05 REG-ARQCLI-MOEDA     PIC X(03).                            00081010
          05 REG-ARQCLI-STATUS    PIC X(01).                            00081015
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
                                                                        00082000
       FD AGM.
       01 REG-AGENMST.
          05 AGE-NOME             PIC X(25).
          05 AGE-REGIAO           PIC X(10).
          05 AGE-ESTADO           PIC X(01).
          05 AGE-ROTA             PIC X(08).
          05 AGE-ABSORVIDA        PIC X(04).

       FD TRI.                                                          00082100
       01 REG-TRI.                                                      00082200
          05 WRK-ARQCLI-MOEDA     PIC X(03) VALUE SPACES.               00083411
          05 WRK-ARQCLI-STATUS    PIC X(01) VALUE "A".                  00083415
          05 WRK-ARQCLI-ULT-MOVTO PIC 9(08) VALUE ZEROES.
          05 WRK-ARQCLI-PRODUTO   PIC X(03) VALUE SPACES.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.                00084000
       77 WRK-FS-TRI              PIC X(02) VALUE ZEROS.                
       77 WRK-FS-AGENMST          PIC X(02) VALUE ZEROS.
           MOVE REG-TRI-MOEDA       TO REG-ARQCLI-MOEDA.                00107750
           MOVE REG-TRI-STATUS      TO REG-ARQCLI-STATUS.               00107755
           MOVE ZEROS               TO REG-ARQCLI-ULT-MOVTO.
           MOVE SPACES              TO REG-ARQCLI-PRODUTO.
           MOVE "N"                 TO WRK-SKIP-LOTE.
           PERFORM 0207-VALIDAR-AGENCIA.
           IF WRK-AGENCIA-OK EQUAL "N"

          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD REL
           RECORDING MODE IS F.
           MOVE "EUR"                           TO REG-ARQCLI-MOEDA.
           MOVE "A"                             TO REG-ARQCLI-STATUS.
           MOVE ZEROS                   TO REG-ARQCLI-ULT-MOVTO.
           MOVE SPACES                  TO REG-ARQCLI-PRODUTO.
           WRITE REG-ARQCLI
             INVALID KEY
               MOVE "CHAVE JA EXISTE"          TO REL-ACAO

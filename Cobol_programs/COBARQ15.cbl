          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD AUD
           RECORDING MODE IS F.
          05 WRK-RST-SALDO        PIC S9(06)V99 VALUE ZEROS.
          05 WRK-RST-MOEDA        PIC X(03) VALUE SPACES.
          05 WRK-RST-ULT-MOVTO    PIC 9(08) VALUE ZEROS.
          05 WRK-RST-PRODUTO      PIC X(03) VALUE SPACES.
          05 WRK-RST-DATA-ARQ     PIC 9(08) VALUE ZEROS.
       77 WRK-RST-ACHADO          PIC X(01) VALUE "N".
      ****************************************************
           DISPLAY "MOEDA        " HS-ARQCLI-MOEDA.
           DISPLAY "STATUS       " HS-ARQCLI-STATUS.
           DISPLAY "ULT MOVIMENTO " HS-ARQCLI-ULT-MOVTO.
           DISPLAY "PRODUTO      " HS-ARQCLI-PRODUTO.
           DISPLAY "DATA ARQUIVO " HS-ARQCLI-DATA-ARQ.
           DISPLAY "-----------------------------------".
       0220-MOSTRAR-FIM.      EXIT.
           MOVE HS-ARQCLI-SALDO      TO WRK-RST-SALDO.
           MOVE HS-ARQCLI-MOEDA      TO WRK-RST-MOEDA.
           MOVE HS-ARQCLI-ULT-MOVTO  TO WRK-RST-ULT-MOVTO.
           MOVE HS-ARQCLI-PRODUTO    TO WRK-RST-PRODUTO.
           MOVE HS-ARQCLI-DATA-ARQ   TO WRK-RST-DATA-ARQ.
           MOVE "S"                  TO WRK-RST-ACHADO.
       0225-GUARDAR-GERACAO-FIM.  EXIT.
           MOVE WRK-RST-MOEDA        TO REG-ARQCLI-MOEDA.
           MOVE "A"                  TO REG-ARQCLI-STATUS.
           MOVE WRK-RST-ULT-MOVTO    TO REG-ARQCLI-ULT-MOVTO.
           MOVE WRK-RST-PRODUTO      TO REG-ARQCLI-PRODUTO.
           WRITE REG-ARQCLI
             INVALID KEY
               DISPLAY "CONTA JA EXISTE NO ARQCLI - NAO RESTAURADA "

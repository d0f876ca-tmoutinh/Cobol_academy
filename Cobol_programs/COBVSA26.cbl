      *            VALIDADE; NA MESMA CORRIDA PERCORRE O
      *            CADASTRO E LISTA EM CARTVENC OS CARTOES
      *            ATIVOS A VENCER NOS PROXIMOS 60 DIAS PARA
      *            A RENOVACAO SEGUIR PARA A PRODUCAO - O
      *            PEDIDO DE CARTAO PARA CONTA DE MENOR TRAZ A
      *            FICHA DO REPRESENTANTE LEGAL QUE O ASSINOU
      *            O PEDIDO DE SEGUNDA VIA DE UM CARTAO PERDIDO
      *            OU ROUBADO (FILA CPED DO TR00PBA4) TRAZ O
      *            NUMERO DO CARTAO ANTIGO E SAI NA ESTATISTICA
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
       FILE                                      SECTION.
       FD PED
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS.
       01 REG-CARTPED.
          05 PED-CHAVE            PIC X(09).
          05 PED-LIM-DIARIO       PIC 9(06)V99.
          05 PED-REPRESENTANTE    PIC X(09).
          05 PED-CARTAO-ANT       PIC X(16).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CAR.
       01 REG-CARTMST.
          05 CAR-STATUS           PIC X(01).
          05 CAR-VALIDADE         PIC 9(08).
          05 CAR-LIM-DIARIO       PIC 9(06)V99.
          05 CAR-REPRESENTANTE    PIC X(09).

       FD CTL
           RECORDING MODE IS F
       77 WRK-CONTADOR-EMITIDOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REJEITADOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-A-VENCER   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEGUNDAS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
           ADD 3                  TO WRK-VAL-ANO.
           MOVE WRK-DATA-VALIDADE-NUM TO CAR-VALIDADE.
           MOVE PED-LIM-DIARIO    TO CAR-LIM-DIARIO.
           MOVE PED-REPRESENTANTE TO CAR-REPRESENTANTE.
           WRITE REG-CARTMST
             INVALID KEY
               DISPLAY "CARTAO DUPLICADO " CAR-NUMERO
             NOT INVALID KEY
               ADD 1 TO WRK-PROX-NUMERO
               ADD 1 TO WRK-CONTADOR-EMITIDOS
               IF PED-CARTAO-ANT NOT EQUAL SPACES
                 DISPLAY "SEGUNDA VIA " CAR-NUMERO
                         " SUBSTITUI " PED-CARTAO-ANT
                 ADD 1 TO WRK-CONTADOR-SEGUNDAS
               END-IF
           END-WRITE.
       0220-EMITIR-CARTAO-FIM.  EXIT.
      **************************************************
           DISPLAY "PEDIDOS LIDOS......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EMITIDOS   TO WRK-CONTADOR-IDE.
           DISPLAY "CARTOES EMITIDOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEGUNDAS   TO WRK-CONTADOR-IDE.
           DISPLAY "  DOS QUAIS 2.AS VIAS. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REJEITADOS TO WRK-CONTADOR-IDE.
           DISPLAY "PEDIDOS REJEITADOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-A-VENCER   TO WRK-CONTADOR-IDE.

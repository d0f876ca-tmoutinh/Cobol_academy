      *            CARTAO, CONTA ARQCLI ASSOCIADA, STATUS,
      *            VALIDADE E LIMITE DIARIO DE LEVANTAMENTO
      *            STATUS: A-ATIVO S-SUSPENSO C-CANCELADO
      *                    P-PERDIDO R-ROUBADO B-BLOQUEIO
      *                    TEMPORARIO (OS TRES ULTIMOS DADOS
      *                    NA LINHA DE BLOQUEIO TR00PBA4)
      *            O PERDIDO E O ROUBADO NAO SE REATIVAM - SO
      *            SE CANCELAM; O TEMPORARIO REATIVA-SE AQUI
      *            NA CONTA DE MENOR O CARTAO LEVA A FICHA DO
      *            REPRESENTANTE LEGAL QUE O AUTORIZOU (VER
      *            COBVSA27)
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
          05 CAR-STATUS           PIC X(01).
          05 CAR-VALIDADE         PIC 9(08).
          05 CAR-LIM-DIARIO       PIC 9(06)V99.
          05 CAR-REPRESENTANTE    PIC X(09).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-CARTMST.
          05 WRK-CAR-STATUS       PIC X(01) VALUE "A".
          05 WRK-CAR-VALIDADE     PIC 9(08) VALUE ZEROS.
          05 WRK-CAR-LIM-DIARIO   PIC 9(06)V99 VALUE ZEROS.
          05 WRK-CAR-REPRESENTANTE PIC X(09) VALUE SPACES.
       77 WRK-FS-CARTMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-ARQCLI          PIC X(01) VALUE "N".
      **************************************************
      *  A ALTERACAO COBRE STATUS, VALIDADE E LIMITE - *
      *  A CONTA ASSOCIADA NUNCA MUDA NUM CARTAO VIVO  *
      *  E O CARTAO PERDIDO OU ROUBADO SO SE CANCELA   *
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ CAR.
           IF WRK-FS-CARTMST EQUAL "00"
             IF WRK-CAR-STATUS EQUAL "A" OR "S" OR "C"
               IF (CAR-STATUS EQUAL "P" OR "R") AND
                  WRK-CAR-STATUS NOT EQUAL "C"
                 DISPLAY "CARTAO PERDIDO/ROUBADO NAO SE REATIVA "
                         CAR-NUMERO
               ELSE
                 MOVE WRK-CAR-STATUS  TO CAR-STATUS
               END-IF
             END-IF
             IF WRK-CAR-VALIDADE NOT EQUAL ZEROS
               MOVE WRK-CAR-VALIDADE TO CAR-VALIDADE
             IF WRK-CAR-LIM-DIARIO NOT EQUAL ZEROS
               MOVE WRK-CAR-LIM-DIARIO TO CAR-LIM-DIARIO
             END-IF
             IF WRK-CAR-REPRESENTANTE NOT EQUAL SPACES
               MOVE WRK-CAR-REPRESENTANTE TO CAR-REPRESENTANTE
             END-IF
             REWRITE REG-CARTMST
               INVALID KEY
                 DISPLAY "ERRO NA ATUALIZACAO " CAR-NUMERO
           DISPLAY "STATUS        " CAR-STATUS.
           DISPLAY "VALIDADE      " CAR-VALIDADE.
           DISPLAY "LIMITE DIARIO " CAR-LIM-DIARIO.
           IF CAR-REPRESENTANTE NOT EQUAL SPACES
             DISPLAY "REPRESENTANTE " CAR-REPRESENTANTE
           END-IF.
       0260-MOSTRAR-CARTAO-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

      *  OBJETIVO: MANUTENCAO DO ARQUIVO DE AUTORIZACOES DE
      *            DEBITO DIRETO (MANDATOS KSDS) - CHAVE
      *            CONTA+CREDOR, DATA DE ASSINATURA E STATUS
      *            A-ATIVO C-CANCELADO - NA CONTA DE MENOR O
      *            MANDATO LEVA A FICHA DO REPRESENTANTE LEGAL
      *            QUE O ASSINOU (VER COBVSA31)
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
             10 MAN-CREDOR        PIC X(09).
          05 MAN-DATA-ASSIN       PIC 9(08).
          05 MAN-STATUS           PIC X(01).
          05 MAN-REPRESENTANTE    PIC X(09).

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-MANDATOS.
             10 WRK-MAN-CREDOR    PIC X(09) VALUE SPACES.
          05 WRK-MAN-DATA-ASSIN   PIC 9(08) VALUE ZEROS.
          05 WRK-MAN-STATUS       PIC X(01) VALUE "A".
          05 WRK-MAN-REPRESENTANTE PIC X(09) VALUE SPACES.
       77 WRK-FS-MANDATOS         PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
           DISPLAY "CREDOR          " MAN-CREDOR.
           DISPLAY "DATA ASSINATURA " MAN-DATA-ASSIN.
           DISPLAY "STATUS          " MAN-STATUS.
           IF MAN-REPRESENTANTE NOT EQUAL SPACES
             DISPLAY "REPRESENTANTE   " MAN-REPRESENTANTE
           END-IF.
       0260-MOSTRAR-MANDATO-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

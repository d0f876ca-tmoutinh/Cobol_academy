          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CLM.
       01 REG-CLIMST.
          05 CLI-EMAIL            PIC X(30).
          05 CLI-FALECIDO         PIC X(01).
          05 CLI-DATA-OBITO       PIC 9(08).
          05 CLI-PAIS-FISCAL      PIC X(02).
          05 CLI-NIF-ESTRANG      PIC X(20).
          05 CLI-EUA              PIC X(01).
          05 CLI-DATA-AUTOCERT    PIC 9(08).
          05 CLI-DOC-TIPO         PIC X(02).
          05 CLI-DOC-NUMERO       PIC X(20).
          05 CLI-DOC-VALIDADE     PIC 9(08).
          05 CLI-RISCO            PIC X(01).
          05 CLI-DATA-REVISAO     PIC 9(08).
          05 CLI-MORADA-DEVOL     PIC X(01).
          05 CLI-DATA-DEVOL       PIC 9(08).
          05 CLI-DOC-DEVOL        PIC X(03).

       FD LIM.
       01 REG-LIMITES.
          05 EMP-PROX-PREST       PIC 9(08).
          05 EMP-SALDO-DEV        PIC 9(07)V99.
          05 EMP-STATUS           PIC X(01).
          05 EMP-TIPO-TAXA        PIC X(01).
          05 EMP-INDEXANTE        PIC X(06).
          05 EMP-SPREAD           PIC 9(02)V9(04).
          05 EMP-PERIODO-REV      PIC 9(02).
          05 EMP-DATA-REVISAO     PIC 9(08).
          05 EMP-REESTRUT         PIC X(01).
          05 EMP-DATA-FIM-PROVA   PIC 9(08).
          05 EMP-COBRANCA         PIC X(01).

       FD DEP.
       01 REG-DEPPRAZO.
          05 CAR-STATUS           PIC X(01).
          05 CAR-VALIDADE         PIC 9(08).
          05 CAR-LIM-DIARIO       PIC 9(06)V99.
          05 CAR-REPRESENTANTE    PIC X(09).

       FD MAN.
       01 REG-MANDATOS.
             10 MAN-CREDOR        PIC X(09).
          05 MAN-DATA-ASSIN       PIC 9(08).
          05 MAN-STATUS           PIC X(01).
          05 MAN-REPRESENTANTE    PIC X(09).

       FD TIT.
       01 REG-TITULARES.

      *            ORDENS PERMANENTES E OS CARTOES DA CONTA,
      *            ABRE O PROCESSO NO FICHEIRO HERANCAS (COM
      *            A LISTA DE DOCUMENTOS QUE O COBVSA51 VAI
      *            MARCANDO) E AUDITA EM ARQCLIAUD (CONTA) E
      *            CLIMSTAUD (FICHA) - A LIBERACAO AOS
      *            HERDEIROS E NO COBVSA52
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * CARTMST     I-O         -----
      * HERANCAS    I-O         -----
      * ARQCLIAUD   OUTPUT      -----
      * CLIMSTAUD   EXTEND      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.

           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS   IS WRK-FS-ARQCLIAUD.

           SELECT CAU ASSIGN TO CLIMSTAUD
           FILE STATUS   IS WRK-FS-CLIMSTAUD.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
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

       FD ORD.
       01 REG-ORDPERM.
          05 CAR-STATUS           PIC X(01).
          05 CAR-VALIDADE         PIC 9(08).
          05 CAR-LIM-DIARIO       PIC 9(06)V99.
          05 CAR-REPRESENTANTE    PIC X(09).

       FD HER.
       01 REG-HERANCAS.
          05 FILLER               PIC X(01).
          05 AUD-CHECK            PIC 9(09).

       FD CAU
           RECORDING MODE IS F.
       01 REG-CLIMSTAUD.
          05 CAU-DATA             PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-HORA             PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-OPERACAO         PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-CHAVE            PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-NOME             PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-NIF              PIC 9(09).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-HERANCAS         PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIAUD        PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMSTAUD        PIC X(02) VALUE ZEROS.
       77 WRK-ARQCLI-CHAVE        PIC X(09) VALUE SPACES.
       77 WRK-DATA-OBITO          PIC 9(08) VALUE ZEROS.
       77 WRK-ERRO                PIC X(01) VALUE "N".
                     WRK-FS-ARQCLIAUD
             GOBACK
           END-IF.
           OPEN EXTEND CAU.
           IF WRK-FS-CLIMSTAUD NOT EQUAL "00"
             OPEN OUTPUT CAU
           END-IF.
           IF WRK-FS-CLIMSTAUD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMSTAUD - STATUS "
                     WRK-FS-CLIMSTAUD
             GOBACK
           END-IF.
      *    ORDENS E CARTOES PODEM NAO EXISTIR NA
      *    INSTALACAO - A ABERTURA SEGUE SEM ELES
           OPEN I-O ORD.
             REWRITE REG-CLIMST
               INVALID KEY
                 DISPLAY "ERRO NA FICHA " CLI-CHAVE
               NOT INVALID KEY
                 ACCEPT CAU-DATA FROM DATE YYYYMMDD
                 ACCEPT CAU-HORA FROM TIME
                 MOVE "OBITO"    TO CAU-OPERACAO
                 MOVE CLI-CHAVE  TO CAU-CHAVE
                 MOVE CLI-NOME   TO CAU-NOME
                 MOVE CLI-NIF    TO CAU-NIF
                 WRITE REG-CLIMSTAUD
             END-REWRITE
           ELSE
             DISPLAY "SEM FICHA DE CLIENTE - MARCADOR SO NA CONTA"
           CLOSE CLM.
           CLOSE HER.
           CLOSE AUD.
           CLOSE CAU.
           IF WRK-TEM-ORDPERM EQUAL "S"
             CLOSE ORD
           END-IF.

      *            STATUS E-ENCERRADA, QUE A POSTAGEM
      *            (COBVSA07) E A TRANSFERENCIA (COBVSA08)
      *            RECUSAM
      *            CONTA COM DEPOSITO A PRAZO PENHORADO EM
      *            GARANTIA ATIVA DE EMPRESTIMO (GARANTIA,
      *            COBVSA67) NAO E ENCERRADA
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * ORDPERM     I-O         -----
      * LIMITES     I-O         -----
      * CLIMST      INPUT       -----
      * GARANTIA    INPUT       BOOKGAR
      * EXTRATO     OUTPUT      -----
      * ARQCLIAUD   OUTPUT      -----
      *==================================================
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT GAR ASSIGN TO GARANTIA
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS GAR-ID
           ALTERNATE RECORD KEY IS GAR-DEP-ID WITH DUPLICATES
           FILE STATUS   IS WRK-FS-GARANTIA.

           SELECT EXT ASSIGN TO EXTRATO
           FILE STATUS   IS WRK-FS-EXTRATO.

          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD ORD.
       01 REG-ORDPERM.
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

       FD GAR.
       COPY BOOKGAR.

       FD EXT
           RECORDING MODE IS F
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXTRATO          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIAUD        PIC X(02) VALUE ZEROS.
       77 WRK-FS-GARANTIA         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-GARANTIA        PIC X(01) VALUE "N".
       77 WRK-EOF-PENHOR          PIC X(01) VALUE "N".
       77 WRK-ARQCLI-CHAVE        PIC X(09) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-ERRO                PIC X(01) VALUE "N".
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "CLIMST INDISPONIVEL - STATUS " WRK-FS-CLIMST
           END-IF.
      *    SEM REGISTO DE GARANTIAS CRIADO NAO HA PENHORES;
      *    OUTRO ERRO NA ABERTURA NAO DEIXA ENCERRAR
           OPEN INPUT GAR.
           EVALUATE WRK-FS-GARANTIA
             WHEN "00"
               MOVE "S" TO WRK-TEM-GARANTIA
             WHEN "35"
               DISPLAY "GARANTIA INEXISTENTE - SEM PENHORES"
             WHEN OTHER
               DISPLAY "ERRO NA ABERTURA GARANTIA - STATUS "
                       WRK-FS-GARANTIA
               MOVE "S" TO WRK-ERRO
           END-EVALUATE.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SO SE ENCERRA CONTA EXISTENTE, AINDA NAO      *
      *  ENCERRADA, COM SALDO A ZERO E SEM DEPOSITO    *
      *  PENHORADO EM GARANTIA DE EMPRESTIMO           *
      **************************************************
       0200-VALIDAR                              SECTION.
           IF WRK-ERRO EQUAL "S"
             GO TO 0200-VALIDAR-FIM
           END-IF.
           MOVE WRK-ARQCLI-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
           IF REG-ARQCLI-SALDO NOT EQUAL ZEROS
             DISPLAY "SALDO DIFERENTE DE ZERO - ENCERRAMENTO RECUSADO"
             MOVE "S" TO WRK-ERRO
             GO TO 0200-VALIDAR-FIM
           END-IF.
           PERFORM 0210-VERIFICAR-PENHOR.
       0200-VALIDAR-FIM.      EXIT.
      **************************************************
      *  OS DEPOSITOS DA CONTA TEM A CHAVE DA CONTA -  *
      *  BASTA UMA GARANTIA D ATIVA SOBRE UM DELES     *
      **************************************************
       0210-VERIFICAR-PENHOR                     SECTION.
           IF WRK-TEM-GARANTIA EQUAL "N"
             GO TO 0210-VERIFICAR-PENHOR-FIM
           END-IF.
           MOVE "N"              TO WRK-EOF-PENHOR.
           MOVE WRK-ARQCLI-CHAVE TO GAR-DEP-CHAVE.
           MOVE ZEROS            TO GAR-DEP-NUM.
           START GAR KEY IS GREATER THAN OR EQUAL GAR-DEP-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-PENHOR
           END-START.
           PERFORM UNTIL WRK-EOF-PENHOR EQUAL "S"
             READ GAR NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-PENHOR
               NOT AT END
                 IF GAR-DEP-CHAVE NOT EQUAL WRK-ARQCLI-CHAVE
                   MOVE "S"      TO WRK-EOF-PENHOR
                 ELSE
                   IF GAR-TIPO EQUAL "D" AND GAR-ESTADO EQUAL "A"
                     DISPLAY "DEPOSITO " GAR-DEP-CHAVE "/"
                             GAR-DEP-NUM " PENHORADO AO EMPRESTIMO "
                             GAR-EMP-CHAVE "/" GAR-EMP-NUM
                     DISPLAY "ENCERRAMENTO RECUSADO"
                     MOVE "S"    TO WRK-ERRO
                     MOVE "S"    TO WRK-EOF-PENHOR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0210-VERIFICAR-PENHOR-FIM.  EXIT.
      **************************************************
      *  AS ORDENS DA CONTA FICAM CANCELADAS PARA O    *
      *  COBVSA10 NUNCA MAIS AS DISPARAR               *
      **************************************************
           IF WRK-FS-CLIMST EQUAL "00" OR "10" OR "23"
             CLOSE CLM
           END-IF.
           IF WRK-TEM-GARANTIA EQUAL "S"
             CLOSE GAR
           END-IF.
           CLOSE EXT.
           CLOSE AUD.
           GOBACK.

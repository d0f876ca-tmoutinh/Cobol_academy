      *            CONTRATO COM DEP-STATUS Q E IMPRIME EM
      *            QBRREL OS JUROS PERDIDOS PARA O CLIENTE
      *            ASSINAR - FAMILIA DO COBVSA19/COBVSA20
      *            DEPOSITO PENHORADO EM GARANTIA ATIVA DE UM
      *            EMPRESTIMO (GARANTIA, COBVSA67) NAO E
      *            MOBILIZADO
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DEPPRAZO    I-O         -----
      * QBRPARM     INPUT       -----
      * GARANTIA    INPUT       BOOKGAR
      * MOVDEP      OUTPUT      BOOKMOV
      * QBRREL      OUTPUT      -----
      *==================================================
           SELECT PRM ASSIGN TO QBRPARM
           FILE STATUS IS WRK-FS-QBRPARM.

           SELECT GAR ASSIGN TO GARANTIA
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS GAR-ID
           ALTERNATE RECORD KEY IS GAR-DEP-ID WITH DUPLICATES
           FILE STATUS   IS WRK-FS-GARANTIA.

           SELECT MVD ASSIGN TO MOVDEP
           FILE STATUS IS WRK-FS-MOVDEP.

       01 REG-QBRPARM.
          05 PRM-PENAL-PCT        PIC 9(02)V99.

       FD GAR.
       COPY BOOKGAR.

       FD MVD
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
       77 WRK-FS-DEPPRAZO         PIC X(02) VALUE ZEROS.
       77 WRK-FS-QBRPARM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVDEP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-GARANTIA         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-GARANTIA        PIC X(01) VALUE "N".
       77 WRK-TEM-PENHOR          PIC X(01) VALUE "N".
       77 WRK-EOF-PENHOR          PIC X(01) VALUE "N".
       77 WRK-FS-QBRREL           PIC X(02) VALUE ZEROS.
       01 WRK-DEP-ID-PEDIDO.
          05 WRK-DEP-CHAVE        PIC X(09) VALUE SPACES.
           ELSE
             DISPLAY "QBRPARM INDISPONIVEL - PENALIZACAO DE DEFEITO"
           END-IF.
      *    SEM REGISTO DE GARANTIAS CRIADO NAO HA PENHORES;
      *    OUTRO ERRO NA ABERTURA NAO DEIXA QUEBRAR NADA
           OPEN INPUT GAR.
           EVALUATE WRK-FS-GARANTIA
             WHEN "00"
               MOVE "S" TO WRK-TEM-GARANTIA
             WHEN "35"
               DISPLAY "GARANTIA INEXISTENTE - SEM PENHORES"
             WHEN OTHER
               DISPLAY "ERRO NA ABERTURA GARANTIA - STATUS "
                       WRK-FS-GARANTIA
               CLOSE DEP
               GOBACK
           END-EVALUATE.
           OPEN OUTPUT MVD.
           OPEN OUTPUT REL.
       0100-INICIALIZAR-FIM.  EXIT.
             DISPLAY "DATA DE QUEBRA FORA DO PRAZO DO CONTRATO"
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           PERFORM 0210-VERIFICAR-PENHOR.
           IF WRK-TEM-PENHOR EQUAL "S"
             DISPLAY "DEPOSITO PENHORADO EM GARANTIA DO EMPRESTIMO "
                     GAR-EMP-CHAVE "/" GAR-EMP-NUM
             DISPLAY "MOBILIZACAO RECUSADA " DEP-ID
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           PERFORM 0220-CALCULAR.
           PERFORM 0230-GERAR-CREDITO.
           PERFORM 0240-MARCAR-CONTRATO.
           DISPLAY "DEPOSITO MOBILIZADO " DEP-ID.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  PENHOR = GARANTIA D ATIVA SOBRE O DEPOSITO,   *
      *  PELA CHAVE ALTERNATIVA DO REGISTO             *
      **************************************************
       0210-VERIFICAR-PENHOR                     SECTION.
           MOVE "N" TO WRK-TEM-PENHOR.
           IF WRK-TEM-GARANTIA EQUAL "N"
             GO TO 0210-VERIFICAR-PENHOR-FIM
           END-IF.
           MOVE "N"    TO WRK-EOF-PENHOR.
           MOVE DEP-ID TO GAR-DEP-ID.
           START GAR KEY IS EQUAL GAR-DEP-ID
             INVALID KEY
               MOVE "S" TO WRK-EOF-PENHOR
           END-START.
           PERFORM UNTIL WRK-EOF-PENHOR EQUAL "S"
             READ GAR NEXT RECORD
               AT END
                 MOVE "S" TO WRK-EOF-PENHOR
               NOT AT END
                 IF GAR-DEP-ID NOT EQUAL DEP-ID
                   MOVE "S" TO WRK-EOF-PENHOR
                 ELSE
                   IF GAR-TIPO EQUAL "D" AND GAR-ESTADO EQUAL "A"
                     MOVE "S" TO WRK-TEM-PENHOR
                     MOVE "S" TO WRK-EOF-PENHOR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0210-VERIFICAR-PENHOR-FIM.  EXIT.
      **************************************************
      *  JUROS SIMPLES SOBRE OS MESES DECORRIDOS (VER  *
      *  COBVSA20) - A PENALIZACAO CORTA UMA           *
      *  PERCENTAGEM DOS JUROS CORRIDOS                *
           IF WRK-FS-DEPPRAZO NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-DEPPRAZO
           END-IF.
           IF WRK-TEM-GARANTIA EQUAL "S"
             CLOSE GAR
           END-IF.
           CLOSE MVD.
           CLOSE REL.
       0300-FINALIZAR-FIM.    EXIT.

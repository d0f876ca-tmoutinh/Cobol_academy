      *            A FATURACAO (COBVSA18) ABATE O SALDO
      *            DEVEDOR AO EMITIR O DEBITO, MAS A POSTAGEM
      *            (COBVSA07) AINDA PODE RECUSA-LO; ESTE LOTE
      *            LE O MOVREJ DA POSTAGEM DO DIA (TODOS OS
      *            FICHEIROS FUNDIDOS NO COBVSA71) E SO TRATA
      *            A RECUSA DE DEBITO QUE BATE COM UM DEBITO
      *            DO MOVEMPR DO DIA (CONTA, VALOR E DATA
      *            VALOR) - REPOE O SALDO DEVEDOR, REABRE O
      *            CONTRATO LIQUIDADO EM FALSO E RECUA A
      *            PROXIMA PRESTACAO, PARA O LIVRO DE
      *            EMPRESTIMOS NUNCA DAR COMO PAGA UMA
      *            PRESTACAO RECUSADA
      *            A RECUSA QUE BATE COM O REEMBOLSO DO CARTAO
      *            DE CREDITO NO MOVCRD (COBVSA69) REPOE O
      *            SALDO DO CARTCRD, DEIXA O MINIMO EM FALTA
      *            E ACRESCENTA O CASO AO CRDATRS PARA A
      *            COBRANCA DO COBVSA38
      *            AS OUTRAS RECUSAS SO SE CONTAM
      *  DATA: 22/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * MOVREJ      INPUT       -----
      * MOVEMPR     INPUT       -----   (LAYOUT BOOKMOV)
      * MOVCRD      INPUT       -----   (LAYOUT BOOKMOV)
      * EMPRST      I-O         -----
      * CARTCRD     I-O         BOOKCRD
      * RECEMPR     OUTPUT      -----
      * CRDATRS     EXTEND      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
           SELECT REJ ASSIGN TO MOVREJ
           FILE STATUS IS WRK-FS-MOVREJ.

           SELECT MVE ASSIGN TO MOVEMPR
           FILE STATUS IS WRK-FS-MOVEMPR.

           SELECT MVC ASSIGN TO MOVCRD
           FILE STATUS IS WRK-FS-MOVCRD.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT CRD ASSIGN TO CARTCRD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CRD-NUMERO
           ALTERNATE RECORD KEY IS CRD-CHAVE WITH DUPLICATES
           FILE STATUS   IS WRK-FS-CARTCRD.

           SELECT REL ASSIGN TO RECEMPR
           FILE STATUS IS WRK-FS-RECEMPR.

           SELECT ATR ASSIGN TO CRDATRS
           FILE STATUS IS WRK-FS-CRDATRS.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
          05 FILLER               PIC X(01).
          05 REJ-MOTIVO           PIC X(25).

       FD MVE
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-MOVEMPR             PIC X(29).

       FD MVC
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-MOVCRD              PIC X(29).

       FD EMP.
       01 REG-EMPRST.
          05 EMP-ID.
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

       FD CRD.
       COPY BOOKCRD.

       FD REL
           RECORDING MODE IS F.
          05 FILLER               PIC X(01).
          05 REC-TEXTO            PIC X(25).

      *-------------------------------------------------*
      *  LAYOUT DO ATRASREL (VER COBVSA69) - CONTRATO   *
      *  999 E O CARTAO DE CREDITO DA CONTA             *
      *-------------------------------------------------*
       FD ATR
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01 REG-ATRASREL.
          05 ATR-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 ATR-NUM              PIC 9(03).
          05 FILLER               PIC X(01).
          05 ATR-PRESTACAO        PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 ATR-VENCIDA-EM       PIC 9(08).
          05 FILLER               PIC X(01).
          05 ATR-MESES-ATRASO     PIC 9(03).
          05 FILLER               PIC X(01).
          05 ATR-MOTIVO           PIC X(25).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-MOVREJ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVEMPR          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVCRD           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTCRD          PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECEMPR          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRDATRS          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CARTCRD         PIC X(01) VALUE "N".
       77 WRK-ACHOU               PIC X(01) VALUE "N".
       77 WRK-EOF-EMP             PIC X(01) VALUE "N".
       77 WRK-EOF-CRD             PIC X(01) VALUE "N".
      *------------- CONTRATO DO CARTAO NA COBRANCA ------
       77 WRK-NUM-CARTAO          PIC 9(03) VALUE 999.
      *------------- DEBITOS DO DIA (MOVEMPR E MOVCRD) ---
       01 WRK-REG-LIDO.
          05 WRK-LID-CHAVE        PIC X(09).
          05 WRK-LID-TIPO         PIC X(01).
          05 WRK-LID-VALOR        PIC 9(06)V99.
          05 WRK-LID-MOEDA        PIC X(03).
          05 WRK-LID-DATA-VALOR   PIC 9(08).
       01 WRK-DEB-TAB.
          05 WRK-DEB-ENTRY OCCURS 5000 TIMES.
             10 WRK-DEB-CHAVE     PIC X(09).
             10 WRK-DEB-VALOR     PIC 9(06)V99.
             10 WRK-DEB-DATA      PIC 9(08).
             10 WRK-DEB-ORIGEM    PIC X(01).
             10 WRK-DEB-USADO     PIC X(01).
       77 WRK-DEB-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DEB-MAX             PIC 9(04) COMP VALUE 5000.
       77 WRK-SUB                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ORIGEM              PIC X(01) VALUE SPACE.
       01 WRK-DATA-RECUO.
          05 WRK-REC-ANO          PIC 9(04).
          05 WRK-REC-MES          PIC 9(02).
       77 WRK-CONTADOR-LIDAS      PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-REPOSTAS   PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-SEM-PAR    PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-CARTOES    PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-OUTRAS     PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
                     WRK-FS-EMPRST
             GOBACK
           END-IF.
           OPEN I-O CRD.
           IF WRK-FS-CARTCRD EQUAL "00"
             MOVE "S" TO WRK-TEM-CARTCRD
           ELSE
             IF WRK-FS-CARTCRD NOT EQUAL "35"
               DISPLAY "ERRO NA ABERTURA CARTCRD - STATUS "
                       WRK-FS-CARTCRD
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           IF WRK-TEM-CARTCRD EQUAL "S"
             OPEN EXTEND ATR
             IF WRK-FS-CRDATRS NOT EQUAL "00"
               OPEN OUTPUT ATR
             END-IF
             IF WRK-FS-CRDATRS NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA CRDATRS - STATUS "
                       WRK-FS-CRDATRS
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           PERFORM 0110-CARREGAR-DEBITOS.
           OPEN OUTPUT REL.
           READ REJ.
           IF WRK-FS-MOVREJ EQUAL "10"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  DEBITOS DO DIA QUE A RECUSA PODE DESFAZER -   *
      *  E PRESTACAO (MOVEMPR), C REEMBOLSO DO CARTAO  *
      *  (MOVCRD); FICHEIRO EM FALTA SO AVISA. A       *
      *  TABELA CHEIA PARA O LOTE ANTES DE QUALQUER    *
      *  REPOSICAO                                     *
      **************************************************
       0110-CARREGAR-DEBITOS                     SECTION.
           OPEN INPUT MVE.
           IF WRK-FS-MOVEMPR EQUAL "00"
             MOVE "E" TO WRK-ORIGEM
             READ MVE INTO WRK-REG-LIDO
             PERFORM UNTIL WRK-FS-MOVEMPR NOT EQUAL "00"
               PERFORM 0115-GUARDAR-DEBITO
               READ MVE INTO WRK-REG-LIDO
             END-PERFORM
             CLOSE MVE
           ELSE
             DISPLAY "MOVEMPR INDISPONIVEL - STATUS " WRK-FS-MOVEMPR
           END-IF.
           IF WRK-TEM-CARTCRD EQUAL "N"
             GO TO 0110-CARREGAR-DEBITOS-FIM
           END-IF.
           OPEN INPUT MVC.
           IF WRK-FS-MOVCRD EQUAL "00"
             MOVE "C" TO WRK-ORIGEM
             READ MVC INTO WRK-REG-LIDO
             PERFORM UNTIL WRK-FS-MOVCRD NOT EQUAL "00"
               PERFORM 0115-GUARDAR-DEBITO
               READ MVC INTO WRK-REG-LIDO
             END-PERFORM
             CLOSE MVC
           ELSE
             DISPLAY "MOVCRD INDISPONIVEL - STATUS " WRK-FS-MOVCRD
           END-IF.
       0110-CARREGAR-DEBITOS-FIM.  EXIT.
      **************************************************
       0115-GUARDAR-DEBITO                       SECTION.
           IF WRK-LID-TIPO NOT EQUAL "D"
             GO TO 0115-GUARDAR-DEBITO-FIM
           END-IF.
           IF WRK-DEB-QTD NOT LESS THAN WRK-DEB-MAX
             DISPLAY "TABELA DE DEBITOS CHEIA (5000) - "
                     "RECONCILIACAO NAO EXECUTADA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WRK-DEB-QTD.
           MOVE WRK-LID-CHAVE      TO WRK-DEB-CHAVE  (WRK-DEB-QTD).
           MOVE WRK-LID-VALOR      TO WRK-DEB-VALOR  (WRK-DEB-QTD).
           MOVE WRK-LID-DATA-VALOR TO WRK-DEB-DATA   (WRK-DEB-QTD).
           MOVE WRK-ORIGEM         TO WRK-DEB-ORIGEM (WRK-DEB-QTD).
           MOVE "N"                TO WRK-DEB-USADO  (WRK-DEB-QTD).
       0115-GUARDAR-DEBITO-FIM.  EXIT.
      **************************************************
      *  SO OS DEBITOS INTERESSAM - CADA DEBITO DO DIA *
      *  SO DESFAZ UMA RECUSA                          *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR-LIDAS.
           IF REJ-TIPO EQUAL "D"
             PERFORM 0205-IDENTIFICAR-DEBITO
             EVALUATE WRK-ORIGEM
               WHEN "E"
                 PERFORM 0220-REPOR-PRESTACAO
               WHEN "C"
                 PERFORM 0250-REPOR-CARTAO
               WHEN OTHER
                 ADD 1 TO WRK-CONTADOR-OUTRAS
             END-EVALUATE
           END-IF.
           READ REJ.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0205-IDENTIFICAR-DEBITO                   SECTION.
           MOVE SPACE TO WRK-ORIGEM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-DEB-QTD
                      OR WRK-ORIGEM NOT EQUAL SPACE
             IF WRK-DEB-USADO (WRK-SUB) EQUAL "N"       AND
                WRK-DEB-CHAVE (WRK-SUB) EQUAL REJ-CHAVE AND
                WRK-DEB-VALOR (WRK-SUB) EQUAL REJ-VALOR AND
                WRK-DEB-DATA  (WRK-SUB) EQUAL REJ-DATA-VALOR
               MOVE "S" TO WRK-DEB-USADO (WRK-SUB)
               MOVE WRK-DEB-ORIGEM (WRK-SUB) TO WRK-ORIGEM
             END-IF
           END-PERFORM.
       0205-IDENTIFICAR-DEBITO-FIM.  EXIT.
      **************************************************
      *  PROCURA NA CONTA O CONTRATO CUJA PRESTACAO    *
      *  (OU ULTIMO RESIDUO, NO CONTRATO LIQUIDADO)    *
           END-IF.
           MOVE WRK-DATA-RECUO-NUM TO EMP-PROX-PREST.
       0240-RECUAR-DATA-FIM.  EXIT.
      **************************************************
      *  O REEMBOLSO RECUSADO E O PAGO-CICLO DO CARTAO *
      *  DA CONTA COM O EXTRATO NA DATA VALOR - VOLTA  *
      *  AO SALDO E O MINIMO FICA EM FALTA, COMO NO    *
      *  CICLO SEM COBERTURA DO COBVSA69               *
      **************************************************
       0250-REPOR-CARTAO                         SECTION.
           MOVE "N"       TO WRK-ACHOU.
           MOVE "N"       TO WRK-EOF-CRD.
           MOVE REJ-CHAVE TO CRD-CHAVE.
           START CRD KEY IS EQUAL CRD-CHAVE
             INVALID KEY
               MOVE "S" TO WRK-EOF-CRD
           END-START.
           PERFORM UNTIL WRK-ACHOU EQUAL "S" OR WRK-EOF-CRD EQUAL "S"
             READ CRD NEXT RECORD
               AT END
                 MOVE "S" TO WRK-EOF-CRD
               NOT AT END
                 IF CRD-CHAVE NOT EQUAL REJ-CHAVE
                   MOVE "S" TO WRK-EOF-CRD
                 ELSE
                   IF CRD-DATA-EXTRATO EQUAL REJ-DATA-VALOR AND
                      CRD-PAGO-CICLO EQUAL REJ-VALOR
                     MOVE "S" TO WRK-ACHOU
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
             ADD 1 TO WRK-CONTADOR-SEM-PAR
             MOVE REJ-CHAVE      TO REC-CHAVE
             MOVE WRK-NUM-CARTAO TO REC-NUM
             MOVE REJ-VALOR      TO REC-VALOR
             MOVE "SEM CARTAO CORRESPONDENTE" TO REC-TEXTO
             WRITE REG-RECEMPR
             GO TO 0250-REPOR-CARTAO-FIM
           END-IF.
           ADD REJ-VALOR       TO CRD-SALDO.
           MOVE ZEROS          TO CRD-PAGO-CICLO.
           MOVE CRD-PAG-MINIMO TO CRD-MIN-EM-FALTA.
           ADD 1               TO CRD-MESES-ATRASO.
           REWRITE REG-CARTCRD
             INVALID KEY
               DISPLAY "ERRO NA REPOSICAO DO CARTAO " CRD-NUMERO
           END-REWRITE.
           MOVE SPACES           TO REG-ATRASREL.
           MOVE CRD-CHAVE        TO ATR-CHAVE.
           MOVE WRK-NUM-CARTAO   TO ATR-NUM.
           MOVE CRD-MIN-EM-FALTA TO ATR-PRESTACAO.
           MOVE CRD-DATA-EXTRATO TO ATR-VENCIDA-EM.
           MOVE CRD-MESES-ATRASO TO ATR-MESES-ATRASO.
           MOVE "REEMBOLSO CARTAO RECUSADO" TO ATR-MOTIVO.
           WRITE REG-ATRASREL.
           ADD 1 TO WRK-CONTADOR-CARTOES.
           MOVE REJ-CHAVE      TO REC-CHAVE.
           MOVE WRK-NUM-CARTAO TO REC-NUM.
           MOVE REJ-VALOR      TO REC-VALOR.
           MOVE "REEMBOLSO CARTAO REPOSTO" TO REC-TEXTO.
           WRITE REG-RECEMPR.
       0250-REPOR-CARTAO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LIDAS TO WRK-CONTADOR-IDE.
           DISPLAY "RECUSAS LIDAS......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REPOSTAS TO WRK-CONTADOR-IDE.
           DISPLAY "PRESTACOES REPOSTAS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CARTOES TO WRK-CONTADOR-IDE.
           DISPLAY "REEMBOLSOS REPOSTOS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEM-PAR TO WRK-CONTADOR-IDE.
           DISPLAY "SEM CONTRATO/CARTAO... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-OUTRAS TO WRK-CONTADOR-IDE.
           DISPLAY "OUTRAS RECUSAS........ " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-EMPRST
           END-IF.
           IF WRK-TEM-CARTCRD EQUAL "S"
             CLOSE CRD
             CLOSE ATR
           END-IF.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.

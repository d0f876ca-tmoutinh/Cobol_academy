      *            DE ATRASOS POR AGENCIA COM ANTIGUIDADE -
      *            DEBITOS RECUSADOS NA POSTAGEM SAO
      *            REPOSTOS NO CONTRATO PELO COBVSA24
      *            NOS EMPRESTIMOS DE TAXA VARIAVEL A PRESTACAO
      *            E A RECALCULADA NA REVISAO (COBARQ45)
      *            OS EMPRESTIMOS COBRADOS NA FOLHA (EMP-COBRANCA
      *            = F) NAO SAO FATURADOS - A PRESTACAO E
      *            DESCONTADA NO RECIBO (TR00PTT8) E ABATIDA
      *            NO CONTRATO PELO COBVSA72
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
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

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD MVE
           RECORDING MODE IS F
       77 WRK-CONTADOR-FATURADAS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ATRASOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-LIQUIDADOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-FOLHA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-VALOR-IDE           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-AGE.
             END-IF
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           IF EMP-COBRANCA EQUAL "F"
             ADD 1 TO WRK-CONTADOR-FOLHA
             READ EMP NEXT RECORD
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           IF EMP-STATUS EQUAL "A" AND
              EMP-PROX-PREST NOT GREATER THAN WRK-DATA-PROC-NUM
             PERFORM 0220-FATURAR-PRESTACAO
           DISPLAY "PRESTACOES EM ATRASO..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-LIQUIDADOS TO WRK-CONTADOR-IDE.
           DISPLAY "EMPRESTIMOS LIQUIDADOS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-FOLHA      TO WRK-CONTADOR-IDE.
           DISPLAY "COBRADOS NA FOLHA........ " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

      *            LIQFUN PARA PAGAMENTO - O FUNCIONARIO
      *            FICA CONSULTAVEL PARA HISTORICO MAS SAI
      *            DAS LISTAGENS, DO EXTRATO E DA FOLHA
      *            O SALDO DEVEDOR DOS EMPRESTIMOS AO PESSOAL
      *            COBRADOS NA FOLHA (CONTAS DO FUNCIONARIO NO
      *            FUNCONTA, EMPRST COM EMP-COBRANCA = F) E
      *            RETIDO NO ACERTO FINAL ATE AO TOTAL DESTE
      *            (LIQ-EMPRESTIMO) E SEGUE NO EMPLIQ PARA O
      *            COBVSA72 - O QUE NAO COUBER VOLTA A SER
      *            COBRADO EM CONTA
      *  DATA: 21/08/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       FILE-CONTROL.
           SELECT LIQ ASSIGN TO LIQFUN
           FILE STATUS IS WRK-FS-LIQFUN.

           SELECT XRF ASSIGN TO FUNCONTA
           FILE STATUS IS WRK-FS-FUNCONTA.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT EML ASSIGN TO EMPLIQ
           FILE STATUS IS WRK-FS-EMPLIQ.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD LIQ
           RECORDING MODE IS F
           RECORD CONTAINS 91 CHARACTERS.
       01 REG-LIQFUN.
          05 LIQ-IDFUN             PIC 9(05).
          05 FILLER                PIC X(01).
          05 LIQ-SUBSIDIO          PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 LIQ-TOTAL             PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 LIQ-EMPRESTIMO        PIC 9(08)V99.

       FD XRF
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
       01 REG-FUNCONTA.
          05 XRF-IDFUN             PIC 9(05).
          05 XRF-CHAVE             PIC X(09).

       FD EMP.
       01 REG-EMPRST.
          05 EMP-ID.
             10 EMP-CHAVE          PIC X(09).
             10 EMP-NUM            PIC 9(03).
          05 EMP-CAPITAL           PIC 9(07)V99.
          05 EMP-TAXA-ANUAL        PIC 9(02)V9(04).
          05 EMP-PRAZO-MESES       PIC 9(03).
          05 EMP-PRESTACAO         PIC 9(06)V99.
          05 EMP-PROX-PREST        PIC 9(08).
          05 EMP-SALDO-DEV         PIC 9(07)V99.
          05 EMP-STATUS            PIC X(01).
          05 EMP-TIPO-TAXA         PIC X(01).
          05 EMP-INDEXANTE         PIC X(06).
          05 EMP-SPREAD            PIC 9(02)V9(04).
          05 EMP-PERIODO-REV       PIC 9(02).
          05 EMP-DATA-REVISAO      PIC 9(08).
          05 EMP-REESTRUT          PIC X(01).
          05 EMP-DATA-FIM-PROVA    PIC 9(08).
          05 EMP-COBRANCA          PIC X(01).

       FD EML
           RECORDING MODE IS F
           RECORD CONTAINS 35 CHARACTERS.
       COPY BOOKEML.

       WORKING-STORAGE                         SECTION.
           EXEC SQL
       77 WRK-SAL-DIAS      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-SUBSIDIO      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TOTAL         PIC 9(08)V99   VALUE ZEROS.
      *------------- EMPRESTIMOS COBRADOS NA FOLHA --------
       77 WRK-FS-FUNCONTA   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPRST     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPLIQ     PIC X(02)      VALUE ZEROS.
       77 WRK-EOF-EMPRST    PIC X(01)      VALUE "N".
       77 WRK-EMPRESTIMO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-RETIDO        PIC 9(07)V99   VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       77 WRK-VALOR-IDE     PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
                   DB2-SALFUN * WRK-FIM-MES / 12.
           COMPUTE WRK-TOTAL =
                   WRK-SAL-DIAS + WRK-SUBSIDIO.
           PERFORM 0260-RETER-EMPRESTIMOS.
           MOVE DB2-IDFUN    TO LIQ-IDFUN.
           MOVE DB2-NOMEFUN  TO LIQ-NOMEFUN.
           MOVE WRK-DATAFIM  TO LIQ-DATAFIM.
           MOVE WRK-SAL-DIAS TO LIQ-SAL-DIAS.
           MOVE WRK-SUBSIDIO TO LIQ-SUBSIDIO.
           COMPUTE LIQ-TOTAL = WRK-TOTAL - WRK-EMPRESTIMO.
           MOVE WRK-EMPRESTIMO TO LIQ-EMPRESTIMO.
           WRITE REG-LIQFUN.
       0250-CALCULAR-ACERTO-FIM. EXIT.
      ***************************************************
      *  O SALDO DOS EMPRESTIMOS COBRADOS NA FOLHA SAI *
      *  DO ACERTO FINAL, SEM PASSAR DO TOTAL DESTE    *
      ***************************************************
       0260-RETER-EMPRESTIMOS                  SECTION.
           MOVE ZEROS TO WRK-EMPRESTIMO.
           OPEN INPUT XRF.
           IF WRK-FS-FUNCONTA NOT EQUAL "00"
             DISPLAY "FUNCONTA INDISPONIVEL - SEM EMPRESTIMOS"
             GO TO 0260-RETER-EMPRESTIMOS-FIM
           END-IF.
           OPEN INPUT EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "EMPRST INDISPONIVEL - SEM EMPRESTIMOS"
             CLOSE XRF
             GO TO 0260-RETER-EMPRESTIMOS-FIM
           END-IF.
           OPEN EXTEND EML.
           IF WRK-FS-EMPLIQ NOT EQUAL "00"
             OPEN OUTPUT EML
           END-IF.
           IF WRK-FS-EMPLIQ NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA EMPLIQ - STATUS " WRK-FS-EMPLIQ
             CLOSE XRF
             CLOSE EMP
             GO TO 0260-RETER-EMPRESTIMOS-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           READ XRF.
           PERFORM UNTIL WRK-FS-FUNCONTA NOT EQUAL "00"
             IF XRF-IDFUN EQUAL DB2-IDFUN
               PERFORM 0270-EMPRESTIMOS-DA-CONTA
             END-IF
             READ XRF
           END-PERFORM.
           CLOSE XRF.
           CLOSE EMP.
           CLOSE EML.
           IF WRK-EMPRESTIMO GREATER THAN ZEROS
             MOVE WRK-EMPRESTIMO TO WRK-VALOR-IDE
             DISPLAY "RETIDO PARA EMPRESTIMOS " WRK-VALOR-IDE
           END-IF.
       0260-RETER-EMPRESTIMOS-FIM. EXIT.
      ***************************************************
       0270-EMPRESTIMOS-DA-CONTA               SECTION.
           MOVE "N"       TO WRK-EOF-EMPRST.
           MOVE XRF-CHAVE TO EMP-CHAVE.
           MOVE ZEROS     TO EMP-NUM.
           START EMP KEY IS GREATER THAN OR EQUAL EMP-ID
             INVALID KEY
               MOVE "S"   TO WRK-EOF-EMPRST
           END-START.
           PERFORM UNTIL WRK-EOF-EMPRST EQUAL "S"
             READ EMP NEXT RECORD
               AT END
                 MOVE "S" TO WRK-EOF-EMPRST
               NOT AT END
                 IF EMP-CHAVE NOT EQUAL XRF-CHAVE
                   MOVE "S" TO WRK-EOF-EMPRST
                 ELSE
                   IF EMP-COBRANCA EQUAL "F" AND
                      EMP-STATUS EQUAL "A" AND
                      EMP-SALDO-DEV GREATER THAN ZEROS
                     PERFORM 0275-RETER-SALDO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0270-EMPRESTIMOS-DA-CONTA-FIM. EXIT.
      ***************************************************
      *  SEM MARGEM NO ACERTO O REGISTO SEGUE NA MESMA *
      *  (VALOR ZERO) PARA O CONTRATO PASSAR A CONTA   *
      ***************************************************
       0275-RETER-SALDO                        SECTION.
           COMPUTE WRK-RETIDO = WRK-TOTAL - WRK-EMPRESTIMO.
           IF EMP-SALDO-DEV LESS THAN WRK-RETIDO
             MOVE EMP-SALDO-DEV TO WRK-RETIDO
           END-IF.
           MOVE EMP-CHAVE     TO EML-CHAVE.
           MOVE EMP-NUM       TO EML-NUM.
           MOVE DB2-IDFUN     TO EML-IDFUN.
           MOVE WRK-RETIDO    TO EML-VALOR.
           MOVE WRK-DATA-HOJE TO EML-DATA.
           MOVE "C"           TO EML-TIPO.
           WRITE REG-EMPLIQ.
           ADD WRK-RETIDO     TO WRK-EMPRESTIMO.
           IF WRK-RETIDO LESS THAN EMP-SALDO-DEV
             DISPLAY "EMPRESTIMO " EMP-ID
                     " COM SALDO POR COBRAR - PASSA A CONTA"
           END-IF.
       0275-RETER-SALDO-FIM. EXIT.
      ***************************************************
       0300-FINALIZAR                          SECTION.
           CLOSE LIQ.

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA72.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: LIQUIDACAO DOS EMPRESTIMOS AO PESSOAL
      *            COBRADOS NA FOLHA - LE O EMPLIQ GRAVADO
      *            PELA FOLHA MENSAL (TR00PTT8) E PELO
      *            ACERTO FINAL DA CESSACAO (TR00PTTB), ABATE
      *            CADA VALOR DESCONTADO AO SALDO DEVEDOR DO
      *            CONTRATO NO EMPRST E AVANCA A PROXIMA
      *            PRESTACAO QUANDO A PRESTACAO FOI DESCONTADA
      *            POR INTEIRO (A PARCIAL SO ABATE O SALDO);
      *            SALDO A ZERO LIQUIDA O CONTRATO - O SALDO
      *            QUE O ACERTO FINAL NAO CHEGOU A COBRIR
      *            VOLTA A SER COBRADO EM CONTA (COBVSA18)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * EMPLIQ      INPUT       BOOKEML
      * EMPRST      I-O         -----
      * LIQEMPR     OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT EML ASSIGN TO EMPLIQ
           FILE STATUS IS WRK-FS-EMPLIQ.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT REL ASSIGN TO LIQEMPR
           FILE STATUS IS WRK-FS-LIQEMPR.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD EML
           RECORDING MODE IS F
           RECORD CONTAINS 35 CHARACTERS.
       COPY BOOKEML.

       FD EMP.
       01 REG-EMPRST.
          05 EMP-ID.
             10 EMP-CHAVE         PIC X(09).
             10 EMP-NUM           PIC 9(03).
          05 EMP-CAPITAL          PIC 9(07)V99.
          05 EMP-TAXA-ANUAL       PIC 9(02)V9(04).
          05 EMP-PRAZO-MESES      PIC 9(03).
          05 EMP-PRESTACAO        PIC 9(06)V99.
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

       FD REL
           RECORDING MODE IS F.
       01 REG-LIQEMPR.
          05 LQR-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 LQR-NUM              PIC 9(03).
          05 FILLER               PIC X(01).
          05 LQR-IDFUN            PIC 9(05).
          05 FILLER               PIC X(01).
          05 LQR-TIPO             PIC X(01).
          05 FILLER               PIC X(01).
          05 LQR-VALOR            PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 LQR-SALDO-DEV        PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 LQR-TEXTO            PIC X(30).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-EMPLIQ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-LIQEMPR          PIC X(02) VALUE ZEROS.
       77 WRK-VALOR-ABATER        PIC 9(07)V99 VALUE ZEROS.
       01 WRK-PROX-DATA.
          05 WRK-PROX-ANO         PIC 9(04).
          05 WRK-PROX-MES         PIC 9(02).
          05 WRK-PROX-DIA         PIC 9(02).
       01 WRK-PROX-DATA-NUM REDEFINES WRK-PROX-DATA PIC 9(08).
       01 WRK-DIAS-MES-TAB.
          05 FILLER               PIC X(24) VALUE
             "312831303130313130313031".
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TAB.
          05 WRK-DIAS             PIC 9(02) OCCURS 12 TIMES.
       77 WRK-CONTADOR-LIDOS      PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-ABATIDOS   PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-PARCIAIS   PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-LIQUIDADOS PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-EM-CONTA   PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-REJEITADOS PIC 9(07) COMP VALUE 0.
       77 WRK-TOTAL-ABATIDO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-VALOR-IDE           PIC -ZZZ.ZZZ.ZZ9,99.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-EMPLIQ EQUAL "10".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT EML.
           IF WRK-FS-EMPLIQ NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPLIQ - STATUS "
                     WRK-FS-EMPLIQ
             GOBACK
           END-IF.
           OPEN I-O EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS "
                     WRK-FS-EMPRST
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           READ EML.
           IF WRK-FS-EMPLIQ EQUAL "10"
             DISPLAY "EMPLIQ VAZIO - NADA A LIQUIDAR"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR-LIDOS.
           MOVE EML-ID TO EMP-ID.
           READ EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             MOVE ZEROS TO EMP-SALDO-DEV
             MOVE "CONTRATO INEXISTENTE" TO LQR-TEXTO
             PERFORM 0250-REJEITAR
           ELSE
             IF EMP-STATUS EQUAL "L"
               MOVE "CONTRATO JA LIQUIDADO" TO LQR-TEXTO
               PERFORM 0250-REJEITAR
             ELSE
               PERFORM 0220-ABATER-SALDO
             END-IF
           END-IF.
           READ EML.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  O VALOR DESCONTADO ABATE O SALDO DEVEDOR - A  *
      *  PRESTACAO INTEIRA AVANCA A DATA, A PARCIAL    *
      *  DEIXA-A VENCIDA PARA A FOLHA SEGUINTE; NO     *
      *  ACERTO FINAL O QUE FICAR EM DIVIDA PASSA A    *
      *  SER COBRADO EM CONTA                          *
      **************************************************
       0220-ABATER-SALDO                         SECTION.
           MOVE EML-VALOR TO WRK-VALOR-ABATER.
           IF WRK-VALOR-ABATER GREATER THAN EMP-SALDO-DEV
             MOVE EMP-SALDO-DEV TO WRK-VALOR-ABATER
           END-IF.
           SUBTRACT WRK-VALOR-ABATER FROM EMP-SALDO-DEV.
           MOVE "PRESTACAO ABATIDA" TO LQR-TEXTO.
           IF EMP-SALDO-DEV EQUAL ZEROS
             MOVE "L" TO EMP-STATUS
             MOVE "CONTRATO LIQUIDADO" TO LQR-TEXTO
             ADD 1    TO WRK-CONTADOR-LIQUIDADOS
           ELSE
             EVALUATE EML-TIPO
               WHEN "I"
                 PERFORM 0240-AVANCAR-DATA
               WHEN "P"
                 MOVE "PRESTACAO PARCIAL" TO LQR-TEXTO
                 ADD 1 TO WRK-CONTADOR-PARCIAIS
               WHEN "C"
                 MOVE SPACES TO EMP-COBRANCA
                 MOVE "SALDO PASSA A COBRAR EM CONTA" TO LQR-TEXTO
                 ADD 1 TO WRK-CONTADOR-EM-CONTA
             END-EVALUATE
           END-IF.
           REWRITE REG-EMPRST
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO " EMP-ID
               GO TO 0220-ABATER-SALDO-FIM
           END-REWRITE.
           ADD 1 TO WRK-CONTADOR-ABATIDOS.
           ADD WRK-VALOR-ABATER TO WRK-TOTAL-ABATIDO.
           IF WRK-VALOR-ABATER LESS THAN EML-VALOR
             MOVE "ACIMA DO SALDO - A DEVOLVER" TO LQR-TEXTO
           END-IF.
           MOVE EML-CHAVE        TO LQR-CHAVE.
           MOVE EML-NUM          TO LQR-NUM.
           MOVE EML-IDFUN        TO LQR-IDFUN.
           MOVE EML-TIPO         TO LQR-TIPO.
           MOVE WRK-VALOR-ABATER TO LQR-VALOR.
           MOVE EMP-SALDO-DEV    TO LQR-SALDO-DEV.
           WRITE REG-LIQEMPR.
       0220-ABATER-SALDO-FIM.  EXIT.
      **************************************************
       0240-AVANCAR-DATA                         SECTION.
           MOVE EMP-PROX-PREST TO WRK-PROX-DATA-NUM.
           ADD 1 TO WRK-PROX-MES.
           IF WRK-PROX-MES GREATER THAN 12
             SUBTRACT 12 FROM WRK-PROX-MES
             ADD 1 TO WRK-PROX-ANO
           END-IF.
           IF WRK-PROX-DIA GREATER THAN WRK-DIAS (WRK-PROX-MES)
             MOVE WRK-DIAS (WRK-PROX-MES) TO WRK-PROX-DIA
           END-IF.
           MOVE WRK-PROX-DATA-NUM TO EMP-PROX-PREST.
       0240-AVANCAR-DATA-FIM.  EXIT.
      **************************************************
      *  DESCONTO SEM CONTRATO PARA ABATER - FICA NO   *
      *  RELATORIO PARA DEVOLUCAO AO FUNCIONARIO       *
      **************************************************
       0250-REJEITAR                             SECTION.
           ADD 1 TO WRK-CONTADOR-REJEITADOS.
           MOVE EML-CHAVE        TO LQR-CHAVE.
           MOVE EML-NUM          TO LQR-NUM.
           MOVE EML-IDFUN        TO LQR-IDFUN.
           MOVE EML-TIPO         TO LQR-TIPO.
           MOVE EML-VALOR        TO LQR-VALOR.
           MOVE EMP-SALDO-DEV    TO LQR-SALDO-DEV.
           WRITE REG-LIQEMPR.
       0250-REJEITAR-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LIDOS TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DESCONTOS LIDOS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ABATIDOS TO WRK-CONTADOR-IDE.
           DISPLAY "ABATIDOS AO SALDO..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-PARCIAIS TO WRK-CONTADOR-IDE.
           DISPLAY "PRESTACOES PARCIAIS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-LIQUIDADOS TO WRK-CONTADOR-IDE.
           DISPLAY "CONTRATOS LIQUIDADOS.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EM-CONTA TO WRK-CONTADOR-IDE.
           DISPLAY "PASSADOS A CONTA...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REJEITADOS TO WRK-CONTADOR-IDE.
           DISPLAY "REJEITADOS............ " WRK-CONTADOR-IDE.
           MOVE WRK-TOTAL-ABATIDO TO WRK-VALOR-IDE.
           DISPLAY "TOTAL ABATIDO......... " WRK-VALOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE EML.
           CLOSE EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-EMPRST
           END-IF.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

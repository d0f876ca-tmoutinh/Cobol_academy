       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ53.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: ACRESCIMO DE JUROS DE FIM DE MES COM
      *            ESTORNO AUTOMATICO - CORRE TODOS OS DIAS;
      *            NO FIM DO MES (DATACTL FIM-MES = S) CALCULA
      *            OS JUROS CORRIDOS DESDE O ULTIMO PAGAMENTO
      *            DE CADA DEPOSITO A PRAZO ATIVO (DESDE O
      *            INICIO OU RENOVACAO, PAGOS NO VENCIMENTO
      *            PELO COBVSA20) E DE CADA EMPRESTIMO ATIVO
      *            (DESDE A ULTIMA PRESTACAO FATURADA PELO
      *            COBVSA18), LISTA-OS POR AGENCIA E LANCA UM
      *            EVENTO POR AGENCIA NO GLEVENT (JURACDEP /
      *            JURACEMP) PARA O COBARQ24
      *            O ACRESCIMO FICA NO ACRUAL E, NO PRIMEIRO
      *            DIA UTIL DO MES SEGUINTE, A CORRIDA DESSE
      *            DIA ESTORNA-O (JUREVDEP / JUREVEMP) E
      *            MARCA-O COMO ESTORNADO
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * ACRUAL      I-O         -----   (ACRESCIMO DO MES)
      * DEPPRAZO    INPUT       -----
      * EMPRST      INPUT       -----
      * GLEVENT     EXTEND      -----
      * ACRREL      OUTPUT      -----   (LISTAGEM)
      *==================================================
      *  DEPOSITOS:   CAPITAL * TAXA * DIAS / 365, DIAS DO
      *               INICIO DO PRAZO AO FIM DO MES
      *  EMPRESTIMOS: SALDO DEVEDOR * TAXA * DIAS / 360,
      *               DIAS = 30 MENOS OS DIAS QUE FALTAM
      *               PARA A PROXIMA PRESTACAO
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT ACR ASSIGN TO ACRUAL
           FILE STATUS IS WRK-FS-ACRUAL.

           SELECT DEP ASSIGN TO DEPPRAZO
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS DEP-ID
           FILE STATUS   IS WRK-FS-DEPPRAZO.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.

           SELECT REL ASSIGN TO ACRREL
           FILE STATUS IS WRK-FS-ACRREL.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD CTD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-DATACTL.
          05 CTD-DATA-NEGOCIO     PIC 9(08).
          05 CTD-FIM-MES          PIC X(01).
          05 CTD-FIM-ANO          PIC X(01).

      *-------------------------------------------------*
      *  UM REGISTO POR CONTRATO ACRESCIDO E, NO FIM,  *
      *  O TRAILER COM OS TOTAIS E O ESTADO DO ESTORNO *
      *-------------------------------------------------*
       FD ACR
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 REG-ACRUAL.
          05 ACR-TIPO             PIC X(01).
          05 ACR-CONTRATO         PIC X(12).
          05 ACR-AGENCIA          PIC X(04).
          05 ACR-BASE             PIC 9(09)V99.
          05 ACR-DIAS             PIC 9(05).
          05 ACR-JUROS            PIC 9(09)V99.
          05 FILLER               PIC X(16).
       01 REG-ACRUAL-TRL REDEFINES REG-ACRUAL.
          05 TRL-TIPO             PIC X(01).
          05 TRL-MES              PIC 9(06).
          05 TRL-DATA-ACRESCIMO   PIC 9(08).
          05 TRL-DATA-ESTORNO     PIC 9(08).
          05 TRL-TOTAL-DEP        PIC 9(09)V99.
          05 TRL-TOTAL-EMP        PIC 9(09)V99.
          05 TRL-ESTADO           PIC X(01).
          05 TRL-DATA-ESTORNADO   PIC 9(08).
          05 FILLER               PIC X(06).

       FD DEP.
       01 REG-DEPPRAZO.
          05 DEP-ID.
             10 DEP-CHAVE         PIC X(09).
             10 DEP-NUM           PIC 9(03).
          05 DEP-CAPITAL          PIC 9(07)V99.
          05 DEP-TAXA             PIC 9(02)V9(04).
          05 DEP-DATA-INI         PIC 9(08).
          05 DEP-DATA-VENC        PIC 9(08).
          05 DEP-RENOVACAO        PIC X(01).
          05 DEP-STATUS           PIC X(01).

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

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-ACRREL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACRUAL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPPRAZO         PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ACRREL           PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-MES             PIC X(01) VALUE "N".
       77 WRK-ACRESCIMO-PENDENTE  PIC X(01) VALUE "N".
       77 WRK-RELATORIO-ABERTO    PIC X(01) VALUE "N".
       77 WRK-DATA-ESTORNO        PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS                PIC S9(05) VALUE ZEROS.
       77 WRK-JUROS               PIC 9(09)V99 VALUE ZEROS.
      *------------- QUEBRA POR AGENCIA -------------------
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
       77 WRK-TIPO-EVENTO         PIC X(08) VALUE SPACES.
       77 WRK-TOT-AGENCIA         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CONT-AGENCIA        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOT-DEP             PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-EMP             PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOT-EVENTOS         PIC 9(11)V99 VALUE ZEROS.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-DEP        PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-EMP        PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-EVENTOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ESTORNOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DA LISTAGEM ------------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(38) VALUE
             "ACRESCIMO DE JUROS POR AGENCIA EM     ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(34) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "AGEN TIPO     CONTRATO      CAPITAL/SALD".
          05 FILLER               PIC X(40) VALUE
             "O    TAXA  DIAS          JUROS          ".
       01 WRK-LINHA-DET.
          05 WRK-L-AGENCIA        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-TIPO           PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CONTRATO       PIC X(12).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-BASE           PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-TAXA           PIC ZZ9,99.
          05 FILLER               PIC X(02) VALUE "% ".
          05 WRK-L-DIAS           PIC ZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-JUROS          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(10) VALUE SPACES.
       01 WRK-LINHA-TOT.
          05 FILLER               PIC X(14) VALUE
             "TOTAL AGENCIA ".
          05 WRK-T-AGENCIA        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-T-TIPO           PIC X(08).
          05 FILLER               PIC X(10) VALUE " EVENTO   ".
          05 WRK-T-EVENTO         PIC X(08).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 WRK-T-JUROS          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(10) VALUE SPACES.
       01 WRK-LINHA-MSG.
          05 WRK-M-TEXTO          PIC X(55).
          05 WRK-M-VALOR          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(07) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ESTORNAR.
           IF WRK-FIM-MES EQUAL "S"
             PERFORM 0400-ACRESCER
           END-IF.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DATACTL - STATUS "
                     WRK-FS-DATACTL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ CTD.
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC.
           MOVE CTD-FIM-MES      TO WRK-FIM-MES.
           CLOSE CTD.
           OPEN OUTPUT REL.
           IF WRK-FS-ACRREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ACRREL - STATUS "
                     WRK-FS-ACRREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "S" TO WRK-RELATORIO-ABERTO.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-ACRREL FROM WRK-LINHA-CAB.
           WRITE REG-ACRREL FROM WRK-LINHA-BRANCO.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  O ACRESCIMO PENDENTE E ESTORNADO NA PRIMEIRA  *
      *  CORRIDA A PARTIR DO PRIMEIRO DIA UTIL DO MES  *
      *  SEGUINTE - O TRAILER E O ULTIMO REGISTO E E   *
      *  REESCRITO COMO ESTORNADO                      *
      **************************************************
       0200-ESTORNAR                             SECTION.
           OPEN I-O ACR.
           IF WRK-FS-ACRUAL NOT EQUAL "00"
             DISPLAY "ACRUAL INEXISTENTE - NADA A ESTORNAR"
             GO TO 0200-ESTORNAR-FIM
           END-IF.
           MOVE SPACES TO TRL-TIPO.
           READ ACR.
           PERFORM UNTIL WRK-FS-ACRUAL NOT EQUAL "00"
                      OR TRL-TIPO EQUAL "T"
             READ ACR
           END-PERFORM.
           IF WRK-FS-ACRUAL NOT EQUAL "00" OR
              TRL-TIPO NOT EQUAL "T"
             DISPLAY "ACRUAL SEM TRAILER - ESTORNO NAO FEITO"
             MOVE 8 TO RETURN-CODE
             CLOSE ACR
             PERFORM 0300-FINALIZAR
           END-IF.
           IF TRL-ESTADO NOT EQUAL "P"
             CLOSE ACR
             GO TO 0200-ESTORNAR-FIM
           END-IF.
           IF WRK-DATA-PROC LESS THAN TRL-DATA-ESTORNO
             MOVE "S" TO WRK-ACRESCIMO-PENDENTE
             DISPLAY "ACRESCIMO DE " TRL-MES
                     " ESTORNA EM " TRL-DATA-ESTORNO
             CLOSE ACR
             GO TO 0200-ESTORNAR-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-GLEVENT
             MOVE 8 TO RETURN-CODE
             CLOSE ACR
             PERFORM 0300-FINALIZAR
           END-IF.
           IF TRL-TOTAL-DEP GREATER THAN ZEROS
             MOVE "JUREVDEP"      TO EVT-TIPO
             MOVE WRK-DATA-PROC   TO EVT-DATA
             MOVE TRL-TOTAL-DEP   TO EVT-VALOR
             WRITE REG-GLEVENT
             ADD 1 TO WRK-CONTADOR-ESTORNOS
           END-IF.
           IF TRL-TOTAL-EMP GREATER THAN ZEROS
             MOVE "JUREVEMP"      TO EVT-TIPO
             MOVE WRK-DATA-PROC   TO EVT-DATA
             MOVE TRL-TOTAL-EMP   TO EVT-VALOR
             WRITE REG-GLEVENT
             ADD 1 TO WRK-CONTADOR-ESTORNOS
           END-IF.
           CLOSE EVT.
           MOVE "E"              TO TRL-ESTADO.
           MOVE WRK-DATA-PROC    TO TRL-DATA-ESTORNADO.
           REWRITE REG-ACRUAL-TRL.
           CLOSE ACR.
           MOVE SPACES TO WRK-LINHA-MSG.
           MOVE "ESTORNO DO ACRESCIMO DE DEPOSITOS (JUREVDEP)"
             TO WRK-M-TEXTO.
           MOVE TRL-TOTAL-DEP TO WRK-M-VALOR.
           WRITE REG-ACRREL FROM WRK-LINHA-MSG.
           MOVE "ESTORNO DO ACRESCIMO DE EMPRESTIMOS (JUREVEMP)"
             TO WRK-M-TEXTO.
           MOVE TRL-TOTAL-EMP TO WRK-M-VALOR.
           WRITE REG-ACRREL FROM WRK-LINHA-MSG.
           WRITE REG-ACRREL FROM WRK-LINHA-BRANCO.
       0200-ESTORNAR-FIM.     EXIT.
      **************************************************
      *  DATA DE ESTORNO = PRIMEIRO DIA UTIL DEPOIS DO *
      *  FIM DO MES                                    *
      **************************************************
       0400-ACRESCER                             SECTION.
           IF WRK-ACRESCIMO-PENDENTE EQUAL "S"
             DISPLAY "ACRESCIMO ANTERIOR AINDA POR ESTORNAR - "
                     "NOVO ACRESCIMO NAO FEITO"
             MOVE 8 TO RETURN-CODE
             GO TO 0400-ACRESCER-FIM
           END-IF.
           MOVE "S"           TO WRK-DAT-FUNCAO.
           MOVE WRK-DATA-PROC TO WRK-DAT-DATA1.
           MOVE 1             TO WRK-DAT-DIAS.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           MOVE "U"               TO WRK-DAT-FUNCAO.
           MOVE WRK-DAT-RESULTADO TO WRK-DAT-DATA1.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00" AND
              WRK-DAT-RETORNO NOT EQUAL "04"
             DISPLAY "ERRO NO CALCULO DA DATA DE ESTORNO - "
                     WRK-DAT-RETORNO
             MOVE 8 TO RETURN-CODE
             GO TO 0400-ACRESCER-FIM
           END-IF.
           MOVE WRK-DAT-RESULTADO TO WRK-DATA-ESTORNO.
           OPEN OUTPUT ACR.
           IF WRK-FS-ACRUAL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ACRUAL - STATUS "
                     WRK-FS-ACRUAL
             MOVE 8 TO RETURN-CODE
             GO TO 0400-ACRESCER-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-GLEVENT
             MOVE 8 TO RETURN-CODE
             CLOSE ACR
             GO TO 0400-ACRESCER-FIM
           END-IF.
           WRITE REG-ACRREL FROM WRK-LINHA-TIT.
           PERFORM 0420-ACRESCER-DEPOSITOS.
           PERFORM 0440-ACRESCER-EMPRESTIMOS.
           MOVE SPACES             TO REG-ACRUAL-TRL.
           MOVE "T"                TO TRL-TIPO.
           MOVE WRK-DATA-PROC(1:6) TO TRL-MES.
           MOVE WRK-DATA-PROC      TO TRL-DATA-ACRESCIMO.
           MOVE WRK-DATA-ESTORNO   TO TRL-DATA-ESTORNO.
           MOVE WRK-TOT-DEP        TO TRL-TOTAL-DEP.
           MOVE WRK-TOT-EMP        TO TRL-TOTAL-EMP.
           MOVE "P"                TO TRL-ESTADO.
           MOVE ZEROS              TO TRL-DATA-ESTORNADO.
           WRITE REG-ACRUAL-TRL.
           CLOSE ACR.
           CLOSE EVT.
           PERFORM 0460-PROVAR.
       0400-ACRESCER-FIM.     EXIT.
      **************************************************
      *  JUROS CORRIDOS DESDE O INICIO DO PRAZO (OU DA *
      *  ULTIMA RENOVACAO) ATE AO FIM DO MES           *
      **************************************************
       0420-ACRESCER-DEPOSITOS                   SECTION.
           OPEN INPUT DEP.
           IF WRK-FS-DEPPRAZO NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEPPRAZO - STATUS "
                     WRK-FS-DEPPRAZO
             MOVE 8 TO RETURN-CODE
             GO TO 0420-ACRESCER-DEPOSITOS-FIM
           END-IF.
           MOVE "DEPOSITO" TO WRK-L-TIPO.
           MOVE "DEPOSITO" TO WRK-T-TIPO.
           MOVE "JURACDEP" TO WRK-TIPO-EVENTO.
           MOVE SPACES     TO WRK-AGENCIA-ANT.
           READ DEP NEXT RECORD.
           PERFORM UNTIL WRK-FS-DEPPRAZO NOT EQUAL "00"
             IF DEP-STATUS EQUAL "A" AND
                DEP-DATA-INI LESS THAN WRK-DATA-PROC
               IF DEP-CHAVE(1:4) NOT EQUAL WRK-AGENCIA-ANT
                 PERFORM 0480-TOTAL-AGENCIA
                 MOVE DEP-CHAVE(1:4) TO WRK-AGENCIA-ANT
               END-IF
               MOVE "D"           TO WRK-DAT-FUNCAO
               MOVE DEP-DATA-INI  TO WRK-DAT-DATA1
               MOVE WRK-DATA-PROC TO WRK-DAT-DATA2
               CALL "COBOL020" USING WRK-DATCALC-AREA
               IF WRK-DAT-RETORNO EQUAL "00" AND
                  WRK-DAT-DIAS GREATER THAN ZEROS
                 MOVE WRK-DAT-DIAS TO WRK-DIAS
                 COMPUTE WRK-JUROS ROUNDED =
                         DEP-CAPITAL * DEP-TAXA * WRK-DIAS / 365
                 MOVE SPACES         TO REG-ACRUAL
                 MOVE "D"            TO ACR-TIPO
                 MOVE DEP-ID         TO ACR-CONTRATO
                 MOVE DEP-CHAVE(1:4) TO ACR-AGENCIA
                 MOVE DEP-CAPITAL    TO ACR-BASE
                 MOVE WRK-DIAS       TO ACR-DIAS
                 MOVE WRK-JUROS      TO ACR-JUROS
                 COMPUTE WRK-L-TAXA = DEP-TAXA * 100
                 PERFORM 0470-GRAVAR-CONTRATO
                 ADD WRK-JUROS TO WRK-TOT-DEP
                 ADD 1 TO WRK-CONTADOR-DEP
               ELSE
                 DISPLAY "DATAS INVALIDAS NO DEPOSITO " DEP-ID
               END-IF
             END-IF
             READ DEP NEXT RECORD
           END-PERFORM.
           PERFORM 0480-TOTAL-AGENCIA.
           CLOSE DEP.
       0420-ACRESCER-DEPOSITOS-FIM.  EXIT.
      **************************************************
      *  A PRESTACAO MENSAL COBRA OS JUROS DE 30 DIAS  *
      *  ATE A PROXIMA DATA - O CORRIDO E O QUE JA     *
      *  PASSOU DESSE PERIODO; EM ATRASO PASSA DE 30   *
      **************************************************
       0440-ACRESCER-EMPRESTIMOS                 SECTION.
           OPEN INPUT EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS "
                     WRK-FS-EMPRST
             MOVE 8 TO RETURN-CODE
             GO TO 0440-ACRESCER-EMPRESTIMOS-FIM
           END-IF.
           MOVE "EMPREST." TO WRK-L-TIPO.
           MOVE "EMPREST." TO WRK-T-TIPO.
           MOVE "JURACEMP" TO WRK-TIPO-EVENTO.
           MOVE SPACES     TO WRK-AGENCIA-ANT.
           READ EMP NEXT RECORD.
           PERFORM UNTIL WRK-FS-EMPRST NOT EQUAL "00"
             IF EMP-STATUS EQUAL "A" AND
                EMP-SALDO-DEV GREATER THAN ZEROS
               IF EMP-CHAVE(1:4) NOT EQUAL WRK-AGENCIA-ANT
                 PERFORM 0480-TOTAL-AGENCIA
                 MOVE EMP-CHAVE(1:4) TO WRK-AGENCIA-ANT
               END-IF
               MOVE "D"            TO WRK-DAT-FUNCAO
               MOVE WRK-DATA-PROC  TO WRK-DAT-DATA1
               MOVE EMP-PROX-PREST TO WRK-DAT-DATA2
               CALL "COBOL020" USING WRK-DATCALC-AREA
               IF WRK-DAT-RETORNO EQUAL "00"
                 COMPUTE WRK-DIAS = 30 - WRK-DAT-DIAS
                 IF WRK-DIAS GREATER THAN ZEROS
                   COMPUTE WRK-JUROS ROUNDED =
                       EMP-SALDO-DEV * EMP-TAXA-ANUAL * WRK-DIAS / 360
                   MOVE SPACES          TO REG-ACRUAL
                   MOVE "E"             TO ACR-TIPO
                   MOVE EMP-ID          TO ACR-CONTRATO
                   MOVE EMP-CHAVE(1:4)  TO ACR-AGENCIA
                   MOVE EMP-SALDO-DEV   TO ACR-BASE
                   MOVE WRK-DIAS        TO ACR-DIAS
                   MOVE WRK-JUROS       TO ACR-JUROS
                   COMPUTE WRK-L-TAXA = EMP-TAXA-ANUAL * 100
                   PERFORM 0470-GRAVAR-CONTRATO
                   ADD WRK-JUROS TO WRK-TOT-EMP
                   ADD 1 TO WRK-CONTADOR-EMP
                 END-IF
               ELSE
                 DISPLAY "DATAS INVALIDAS NO EMPRESTIMO " EMP-ID
               END-IF
             END-IF
             READ EMP NEXT RECORD
           END-PERFORM.
           PERFORM 0480-TOTAL-AGENCIA.
           CLOSE EMP.
       0440-ACRESCER-EMPRESTIMOS-FIM.  EXIT.
      **************************************************
      *  PROVA - O TOTAL LISTADO E O TOTAL LANCADO NO  *
      *  GLEVENT TEM DE SER O MESMO                    *
      **************************************************
       0460-PROVAR                               SECTION.
           WRITE REG-ACRREL FROM WRK-LINHA-BRANCO.
           MOVE SPACES TO WRK-LINHA-MSG.
           MOVE "TOTAL ACRESCIDO EM DEPOSITOS (JURACDEP)"
             TO WRK-M-TEXTO.
           MOVE WRK-TOT-DEP TO WRK-M-VALOR.
           WRITE REG-ACRREL FROM WRK-LINHA-MSG.
           MOVE "TOTAL ACRESCIDO EM EMPRESTIMOS (JURACEMP)"
             TO WRK-M-TEXTO.
           MOVE WRK-TOT-EMP TO WRK-M-VALOR.
           WRITE REG-ACRREL FROM WRK-LINHA-MSG.
           MOVE "TOTAL DOS EVENTOS GRAVADOS NO GLEVENT"
             TO WRK-M-TEXTO.
           MOVE WRK-TOT-EVENTOS TO WRK-M-VALOR.
           WRITE REG-ACRREL FROM WRK-LINHA-MSG.
           MOVE SPACES TO WRK-LINHA-MSG.
           STRING "ESTORNO AUTOMATICO EM " WRK-DATA-ESTORNO
                  DELIMITED BY SIZE INTO WRK-M-TEXTO.
           WRITE REG-ACRREL FROM WRK-LINHA-MSG.
           IF WRK-TOT-EVENTOS NOT EQUAL WRK-TOT-DEP + WRK-TOT-EMP
             DISPLAY "LISTAGEM NAO CONFERE COM O GLEVENT"
             MOVE 8 TO RETURN-CODE
           END-IF.
       0460-PROVAR-FIM.       EXIT.
      **************************************************
       0470-GRAVAR-CONTRATO                      SECTION.
           WRITE REG-ACRUAL.
           MOVE ACR-AGENCIA  TO WRK-L-AGENCIA.
           MOVE ACR-CONTRATO TO WRK-L-CONTRATO.
           MOVE ACR-BASE     TO WRK-L-BASE.
           MOVE ACR-DIAS     TO WRK-L-DIAS.
           MOVE ACR-JUROS    TO WRK-L-JUROS.
           WRITE REG-ACRREL FROM WRK-LINHA-DET.
           ADD ACR-JUROS TO WRK-TOT-AGENCIA.
           ADD 1 TO WRK-CONT-AGENCIA.
       0470-GRAVAR-CONTRATO-FIM.  EXIT.
      **************************************************
      *  UM EVENTO POR AGENCIA - O SUBTOTAL DA         *
      *  LISTAGEM E O VALOR LANCADO                    *
      **************************************************
       0480-TOTAL-AGENCIA                        SECTION.
           IF WRK-CONT-AGENCIA EQUAL ZEROS
             GO TO 0480-TOTAL-AGENCIA-FIM
           END-IF.
           MOVE WRK-AGENCIA-ANT TO WRK-T-AGENCIA.
           MOVE WRK-TIPO-EVENTO TO WRK-T-EVENTO.
           MOVE WRK-TOT-AGENCIA TO WRK-T-JUROS.
           WRITE REG-ACRREL FROM WRK-LINHA-TOT.
           WRITE REG-ACRREL FROM WRK-LINHA-BRANCO.
           IF WRK-TOT-AGENCIA GREATER THAN ZEROS
             MOVE WRK-TIPO-EVENTO TO EVT-TIPO
             MOVE WRK-DATA-PROC   TO EVT-DATA
             MOVE WRK-TOT-AGENCIA TO EVT-VALOR
             WRITE REG-GLEVENT
             ADD WRK-TOT-AGENCIA TO WRK-TOT-EVENTOS
             ADD 1 TO WRK-CONTADOR-EVENTOS
           END-IF.
           MOVE ZEROS TO WRK-TOT-AGENCIA.
           MOVE ZEROS TO WRK-CONT-AGENCIA.
       0480-TOTAL-AGENCIA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-DEP TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DEPOSITOS ACRESCIDOS.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EMP TO WRK-CONTADOR-IDE.
           DISPLAY "EMPRESTIMOS ACRESCIDOS " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EVENTOS TO WRK-CONTADOR-IDE.
           DISPLAY "EVENTOS DE ACRESCIMO.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ESTORNOS TO WRK-CONTADOR-IDE.
           DISPLAY "EVENTOS DE ESTORNO.... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-RELATORIO-ABERTO EQUAL "S"
             CLOSE REL
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

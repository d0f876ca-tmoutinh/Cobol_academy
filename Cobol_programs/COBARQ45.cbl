       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ45.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: REVISAO DA TAXA DOS EMPRESTIMOS DE TAXA
      *            VARIAVEL - PERCORRE O EMPRST E, EM CADA
      *            CONTRATO ATIVO DE TAXA V CUJA DATA DE
      *            REVISAO CAI ATE AO MES DA DATA DE NEGOCIO
      *            (DATACTL), APLICA A COTACAO DO INDEXANTE
      *            DO MES DA REVISAO (INDEXANT, COBVSA66) MAIS
      *            O SPREAD, RECALCULA A PRESTACAO SOBRE O
      *            SALDO DEVEDOR E O PRAZO QUE FALTA E PASSA A
      *            DATA DE REVISAO PARA O PERIODO SEGUINTE -
      *            O COBVSA18 JA FATURA A PRESTACAO NOVA
      *            A CARTA COM A PRESTACAO ANTERIOR E A NOVA
      *            SAI PELO NOTIFREQ (TIPO REV, COBVSA44) E O
      *            RELATORIO REVREL TEM A VARIACAO DAS
      *            PRESTACOES POR AGENCIA
      *            CONTRATO SEM COTACAO DO MES NAO E REVISTO E
      *            FICA PARA A CORRIDA SEGUINTE
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * EMPRST      I-O         -----
      * INDEXANT    INPUT       BOOKIDX
      * NOTIFREQ    EXTEND      -----   (CARTAS - COBVSA44)
      * REVREL      OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT IDX ASSIGN TO INDEXANT
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS IDX-ID
           FILE STATUS   IS WRK-FS-INDEXANT.

           SELECT NTF ASSIGN TO NOTIFREQ
           FILE STATUS IS WRK-FS-NOTIFREQ.

           SELECT REL ASSIGN TO REVREL
           FILE STATUS IS WRK-FS-REVREL.
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

       FD IDX.
       COPY BOOKIDX.

       FD NTF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 REG-NOTIFREQ.
          05 NTF-TIPO             PIC X(03).
          05 NTF-CHAVE            PIC X(09).
          05 NTF-VALOR            PIC 9(08)V99.
          05 NTF-DATA             PIC 9(08).
          05 NTF-TEXTO            PIC X(30).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-REVREL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-INDEXANT         PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTIFREQ         PIC X(02) VALUE ZEROS.
       77 WRK-FS-REVREL           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-NOTIFREQ        PIC X(01) VALUE "N".
       01 WRK-DATA-PROC.
          05 WRK-PROC-ANO         PIC 9(04).
          05 WRK-PROC-MES         PIC 9(02).
          05 WRK-PROC-DIA         PIC 9(02).
       01 WRK-DATA-PROC-NUM REDEFINES WRK-DATA-PROC PIC 9(08).
       77 WRK-MES-PROC            PIC 9(06) VALUE ZEROS.
       01 WRK-REV-DATA.
          05 WRK-REV-ANO          PIC 9(04).
          05 WRK-REV-MES          PIC 9(02).
          05 WRK-REV-DIA          PIC 9(02).
       01 WRK-REV-DATA-NUM REDEFINES WRK-REV-DATA PIC 9(08).
       01 WRK-DIAS-MES-TAB.
          05 FILLER               PIC X(24) VALUE
             "312831303130313130313031".
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TAB.
          05 WRK-DIAS             PIC 9(02) OCCURS 12 TIMES.
      *------------- CALCULO DA PRESTACAO ----------------
       77 WRK-TAXA-ANT            PIC 9(02)V9(04) VALUE ZEROS.
       77 WRK-TAXA-NOVA           PIC S9(02)V9(04) VALUE ZEROS.
       77 WRK-TAXA-MES            PIC 9(01)V9(10) VALUE ZEROS.
       77 WRK-FATOR               PIC 9(05)V9(10) VALUE ZEROS.
       77 WRK-MESES-REST          PIC 9(03) VALUE ZEROS.
       77 WRK-PREST-ANT           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PREST-NOVA          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VARIACAO            PIC S9(06)V99 VALUE ZEROS.
       77 WRK-PREST-TEXTO         PIC ZZZ.ZZ9,99.
      *------------- TOTAIS POR AGENCIA ------------------
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
       77 WRK-AGE-REVISTOS        PIC 9(07) COMP VALUE 0.
       77 WRK-AGE-VARIACAO        PIC S9(09)V99 COMP VALUE 0.
       77 WRK-TOT-VARIACAO        PIC S9(09)V99 COMP VALUE 0.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REVISTOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CARTAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEM-COT    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "REVISAO DE TAXA - EMPRESTIMOS VARIAVEIS ".
          05 FILLER               PIC X(09) VALUE " - MES   ".
          05 WRK-CAB-MES          PIC 9(06).
          05 FILLER               PIC X(25) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "CONTA     EMP INDEX. T.ANT   T.NOVA  PRE".
          05 FILLER               PIC X(40) VALUE
             "ST.ANT  PREST.NOVA    VARIACAO MES      ".
       01 WRK-LINHA-DET.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NUM            PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-INDEXANTE      PIC X(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-TAXA-ANT       PIC ZZ9,99.
          05 FILLER               PIC X(02) VALUE "% ".
          05 WRK-L-TAXA-NOVA      PIC ZZ9,99.
          05 FILLER               PIC X(02) VALUE "% ".
          05 WRK-L-PREST-ANT      PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-PREST-NOVA     PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-VARIACAO       PIC -ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-MESES          PIC ZZ9.
          05 FILLER               PIC X(06) VALUE SPACES.
       01 WRK-LINHA-SEMCOT.
          05 WRK-S-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-S-NUM            PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-S-INDEXANTE      PIC X(06).
          05 FILLER               PIC X(25) VALUE
             " SEM COTACAO DO MES     ".
          05 WRK-S-MES            PIC 9(06).
          05 FILLER               PIC X(29) VALUE SPACES.
       01 WRK-LINHA-AGE.
          05 FILLER               PIC X(08) VALUE "AGENCIA ".
          05 WRK-A-AGENCIA        PIC X(04).
          05 FILLER               PIC X(12) VALUE " REVISTOS ".
          05 WRK-A-REVISTOS       PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(22) VALUE
             " VARIACAO PRESTACOES ".
          05 WRK-A-VARIACAO       PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(10) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 FILLER               PIC X(12) VALUE "TOTAL GERAL ".
          05 FILLER               PIC X(12) VALUE " REVISTOS ".
          05 WRK-T-REVISTOS       PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(22) VALUE
             " VARIACAO PRESTACOES ".
          05 WRK-T-VARIACAO       PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(10) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-EMPRST EQUAL "10".
           IF WRK-AGENCIA-ANT NOT EQUAL SPACES
             PERFORM 0230-TOTAL-AGENCIA
           END-IF.
           MOVE WRK-CONTADOR-REVISTOS TO WRK-T-REVISTOS.
           MOVE WRK-TOT-VARIACAO      TO WRK-T-VARIACAO.
           WRITE REG-REVREL FROM WRK-LINHA-BRANCO.
           WRITE REG-REVREL FROM WRK-LINHA-TOTAL.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  A REFERENCIA E O MES DA DATA DE NEGOCIO DO    *
      *  DATACTL - REVISOES ATRASADAS TAMBEM ENTRAM    *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "DATACTL INDISPONIVEL - STATUS " WRK-FS-DATACTL
             DISPLAY "PROCESSAMENTO NAO AUTORIZADO"
             GOBACK
           END-IF.
           READ CTD.
           CLOSE CTD.
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC-NUM.
           COMPUTE WRK-MES-PROC = WRK-PROC-ANO * 100 + WRK-PROC-MES.
           OPEN I-O EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS "
                     WRK-FS-EMPRST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT IDX.
           IF WRK-FS-INDEXANT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA INDEXANT - STATUS "
                     WRK-FS-INDEXANT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND NTF.
           IF WRK-FS-NOTIFREQ NOT EQUAL "00"
             OPEN OUTPUT NTF
           END-IF.
           IF WRK-FS-NOTIFREQ EQUAL "00"
             MOVE "S" TO WRK-TEM-NOTIFREQ
           ELSE
             DISPLAY "NOTIFREQ INDISPONIVEL - SEM CARTAS"
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-REVREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA REVREL - STATUS "
                     WRK-FS-REVREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-MES-PROC TO WRK-CAB-MES.
           WRITE REG-REVREL FROM WRK-LINHA-CAB.
           READ EMP NEXT RECORD.
           IF WRK-FS-EMPRST EQUAL "10"
             DISPLAY "CARTEIRA DE EMPRESTIMOS VAZIA"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           IF EMP-STATUS NOT EQUAL "A" OR
              EMP-TIPO-TAXA NOT EQUAL "V" OR
              EMP-SALDO-DEV EQUAL ZEROS OR
              EMP-DATA-REVISAO NOT NUMERIC OR
              EMP-DATA-REVISAO EQUAL ZEROS OR
              EMP-DATA-REVISAO(1:6) GREATER THAN WRK-MES-PROC
             GO TO 0200-LER-SEGUINTE
           END-IF.
           IF EMP-CHAVE(1:4) NOT EQUAL WRK-AGENCIA-ANT
             IF WRK-AGENCIA-ANT NOT EQUAL SPACES
               PERFORM 0230-TOTAL-AGENCIA
             END-IF
             MOVE EMP-CHAVE(1:4) TO WRK-AGENCIA-ANT
             WRITE REG-REVREL FROM WRK-LINHA-BRANCO
             WRITE REG-REVREL FROM WRK-LINHA-TIT
           END-IF.
           MOVE EMP-INDEXANTE         TO IDX-CODIGO.
           MOVE EMP-DATA-REVISAO(1:6) TO IDX-MES.
           READ IDX.
           IF WRK-FS-INDEXANT NOT EQUAL "00"
             MOVE EMP-CHAVE     TO WRK-S-CHAVE
             MOVE EMP-NUM       TO WRK-S-NUM
             MOVE EMP-INDEXANTE TO WRK-S-INDEXANTE
             MOVE IDX-MES       TO WRK-S-MES
             WRITE REG-REVREL FROM WRK-LINHA-SEMCOT
             ADD 1 TO WRK-CONTADOR-SEM-COT
             GO TO 0200-LER-SEGUINTE
           END-IF.
           PERFORM 0220-REVER-TAXA.
       0200-LER-SEGUINTE.
           READ EMP NEXT RECORD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  TAXA NOVA = INDEXANTE + SPREAD (NUNCA ABAIXO  *
      *  DE ZERO); PRESTACAO CONSTANTE SOBRE O SALDO   *
      *  DEVEDOR NOS MESES QUE FALTAM - OS QUE A       *
      *  PRESTACAO ATUAL AINDA LEVA A PAGAR O SALDO,   *
      *  SEM PASSAR O PRAZO DO CONTRATO                *
      **************************************************
       0220-REVER-TAXA                           SECTION.
           MOVE EMP-TAXA-ANUAL TO WRK-TAXA-ANT.
           MOVE EMP-PRESTACAO  TO WRK-PREST-ANT.
           COMPUTE WRK-TAXA-NOVA = IDX-TAXA + EMP-SPREAD.
           IF WRK-TAXA-NOVA LESS THAN ZEROS
             MOVE ZEROS TO WRK-TAXA-NOVA
           END-IF.
           IF EMP-PRESTACAO EQUAL ZEROS
             MOVE EMP-PRAZO-MESES TO WRK-MESES-REST
           ELSE
             COMPUTE WRK-MESES-REST = EMP-SALDO-DEV / EMP-PRESTACAO
             IF WRK-MESES-REST * EMP-PRESTACAO LESS THAN
                EMP-SALDO-DEV
               ADD 1 TO WRK-MESES-REST
             END-IF
           END-IF.
           IF WRK-MESES-REST GREATER THAN EMP-PRAZO-MESES
             MOVE EMP-PRAZO-MESES TO WRK-MESES-REST
           END-IF.
           IF WRK-MESES-REST EQUAL ZEROS
             MOVE 1 TO WRK-MESES-REST
           END-IF.
           COMPUTE WRK-TAXA-MES ROUNDED = WRK-TAXA-NOVA / 12.
           IF WRK-TAXA-MES EQUAL ZEROS
             COMPUTE WRK-PREST-NOVA ROUNDED =
                     EMP-SALDO-DEV / WRK-MESES-REST
           ELSE
             COMPUTE WRK-FATOR ROUNDED =
                     (1 + WRK-TAXA-MES) ** WRK-MESES-REST
             COMPUTE WRK-PREST-NOVA ROUNDED =
                     EMP-SALDO-DEV * WRK-TAXA-MES * WRK-FATOR
                   / (WRK-FATOR - 1)
           END-IF.
           MOVE WRK-TAXA-NOVA  TO EMP-TAXA-ANUAL.
           MOVE WRK-PREST-NOVA TO EMP-PRESTACAO.
           PERFORM 0250-AVANCAR-REVISAO.
           REWRITE REG-EMPRST
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO " EMP-ID
               GO TO 0220-REVER-TAXA-FIM
           END-REWRITE.
           COMPUTE WRK-VARIACAO = WRK-PREST-NOVA - WRK-PREST-ANT.
           ADD 1            TO WRK-CONTADOR-REVISTOS.
           ADD 1            TO WRK-AGE-REVISTOS.
           ADD WRK-VARIACAO TO WRK-AGE-VARIACAO.
           ADD WRK-VARIACAO TO WRK-TOT-VARIACAO.
           MOVE EMP-CHAVE      TO WRK-L-CHAVE.
           MOVE EMP-NUM        TO WRK-L-NUM.
           MOVE EMP-INDEXANTE  TO WRK-L-INDEXANTE.
      *    AS TAXAS SAO FRACOES - O RELATORIO MOSTRA-AS EM %
           COMPUTE WRK-L-TAXA-ANT  = WRK-TAXA-ANT  * 100.
           COMPUTE WRK-L-TAXA-NOVA = WRK-TAXA-NOVA * 100.
           MOVE WRK-PREST-ANT  TO WRK-L-PREST-ANT.
           MOVE WRK-PREST-NOVA TO WRK-L-PREST-NOVA.
           MOVE WRK-VARIACAO   TO WRK-L-VARIACAO.
           MOVE WRK-MESES-REST TO WRK-L-MESES.
           WRITE REG-REVREL FROM WRK-LINHA-DET.
           IF WRK-VARIACAO NOT EQUAL ZEROS
             PERFORM 0240-PEDIR-CARTA
           END-IF.
       0220-REVER-TAXA-FIM.   EXIT.
      **************************************************
      *  A CARTA LEVA A PRESTACAO NOVA NO VALOR E A    *
      *  ANTERIOR NA REFERENCIA                        *
      **************************************************
       0240-PEDIR-CARTA                          SECTION.
           IF WRK-TEM-NOTIFREQ NOT EQUAL "S"
             GO TO 0240-PEDIR-CARTA-FIM
           END-IF.
           MOVE WRK-PREST-ANT  TO WRK-PREST-TEXTO.
           MOVE SPACES         TO REG-NOTIFREQ.
           MOVE "REV"          TO NTF-TIPO.
           MOVE EMP-CHAVE      TO NTF-CHAVE.
           MOVE WRK-PREST-NOVA TO NTF-VALOR.
           MOVE WRK-DATA-PROC-NUM TO NTF-DATA.
           STRING "EMP "          DELIMITED BY SIZE
                  EMP-NUM         DELIMITED BY SIZE
                  " PREST.ANT. "  DELIMITED BY SIZE
                  WRK-PREST-TEXTO DELIMITED BY SIZE
                  INTO NTF-TEXTO.
           WRITE REG-NOTIFREQ.
           ADD 1 TO WRK-CONTADOR-CARTAS.
       0240-PEDIR-CARTA-FIM.  EXIT.
      **************************************************
      *  A DATA DE REVISAO AVANCA DE PERIODO EM        *
      *  PERIODO ATE SAIR DO MES DE REFERENCIA         *
      **************************************************
       0250-AVANCAR-REVISAO                      SECTION.
           IF EMP-PERIODO-REV NOT NUMERIC OR
              EMP-PERIODO-REV EQUAL ZEROS
             MOVE 12 TO EMP-PERIODO-REV
           END-IF.
           MOVE EMP-DATA-REVISAO TO WRK-REV-DATA-NUM.
           PERFORM UNTIL WRK-REV-ANO * 100 + WRK-REV-MES
                         GREATER THAN WRK-MES-PROC
             ADD EMP-PERIODO-REV TO WRK-REV-MES
             PERFORM UNTIL WRK-REV-MES NOT GREATER THAN 12
               SUBTRACT 12 FROM WRK-REV-MES
               ADD 1 TO WRK-REV-ANO
             END-PERFORM
           END-PERFORM.
           IF WRK-REV-DIA GREATER THAN WRK-DIAS (WRK-REV-MES)
             MOVE WRK-DIAS (WRK-REV-MES) TO WRK-REV-DIA
           END-IF.
           MOVE WRK-REV-DATA-NUM TO EMP-DATA-REVISAO.
       0250-AVANCAR-REVISAO-FIM.  EXIT.
      **************************************************
       0230-TOTAL-AGENCIA                        SECTION.
           MOVE WRK-AGENCIA-ANT  TO WRK-A-AGENCIA.
           MOVE WRK-AGE-REVISTOS TO WRK-A-REVISTOS.
           MOVE WRK-AGE-VARIACAO TO WRK-A-VARIACAO.
           WRITE REG-REVREL FROM WRK-LINHA-AGE.
           MOVE 0 TO WRK-AGE-REVISTOS.
           MOVE 0 TO WRK-AGE-VARIACAO.
       0230-TOTAL-AGENCIA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR           TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "EMPRESTIMOS LIDOS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REVISTOS  TO WRK-CONTADOR-IDE.
           DISPLAY "TAXAS REVISTAS........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CARTAS    TO WRK-CONTADOR-IDE.
           DISPLAY "CARTAS PEDIDAS........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEM-COT   TO WRK-CONTADOR-IDE.
           DISPLAY "SEM COTACAO DO MES.... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-EMPRST
           END-IF.
           CLOSE IDX.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             CLOSE NTF
           END-IF.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ47.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: ACOMPANHAMENTO TRIMESTRAL DO LTV (SALDO
      *            DEVEDOR / VALOR DAS GARANTIAS) DOS
      *            EMPRESTIMOS ATIVOS - PERCORRE O REGISTO DE
      *            GARANTIAS (GARANTIA, COBVSA67) POR
      *            CONTRATO, SOMA AS AVALIACOES DOS IMOVEIS E
      *            O CAPITAL ATUAL DOS DEPOSITOS PENHORADOS
      *            (OS FIADORES FICAM FORA DO VALOR) E LISTA
      *            EM LTVREL OS CONTRATOS ACIMA DO TETO DE
      *            LTV E EM AVALREL AS AVALIACOES DE IMOVEIS
      *            MAIS ANTIGAS QUE O PERIODO DE REAVALIACAO
      *            CORRE NO FIM DE MES DO DATACTL QUE FECHA O
      *            TRIMESTRE (MARCO, JUNHO, SETEMBRO, DEZEMBRO)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * SYSIN       INPUT       -----
      * GARANTIA    INPUT       BOOKGAR
      * EMPRST      INPUT       -----
      * DEPPRAZO    INPUT       -----
      * LTVREL      OUTPUT      -----
      * AVALREL     OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT GAR ASSIGN TO GARANTIA
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS GAR-ID
           ALTERNATE RECORD KEY IS GAR-DEP-ID WITH DUPLICATES
           FILE STATUS   IS WRK-FS-GARANTIA.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT DEP ASSIGN TO DEPPRAZO
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS DEP-ID
           FILE STATUS   IS WRK-FS-DEPPRAZO.

           SELECT LTV ASSIGN TO LTVREL
           FILE STATUS IS WRK-FS-LTVREL.

           SELECT AVL ASSIGN TO AVALREL
           FILE STATUS IS WRK-FS-AVALREL.
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

       FD GAR.
       COPY BOOKGAR.

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

       FD LTV
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-LTVREL              PIC X(80).

       FD AVL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-AVALREL             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-GARANTIA         PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPPRAZO         PIC X(02) VALUE ZEROS.
       77 WRK-FS-LTVREL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-AVALREL          PIC X(02) VALUE ZEROS.
       01 WRK-DATA-PROC.
          05 WRK-PROC-ANO         PIC 9(04).
          05 WRK-PROC-MES         PIC 9(02).
          05 WRK-PROC-DIA         PIC 9(02).
       01 WRK-DATA-LIMITE.
          05 WRK-LIM-ANO          PIC 9(04).
          05 WRK-LIM-MES          PIC 9(02).
          05 WRK-LIM-DIA          PIC 9(02).
       77 WRK-MESES-TOTAL         PIC 9(06) COMP VALUE ZEROS.
       77 WRK-MESES-RESTO         PIC 9(02) COMP VALUE ZEROS.
      *------------- PARAMETROS DO SYSIN -----------------
      *    TTTTT = TETO DO LTV EM PERCENTAGEM (2 DECIMAIS
      *    IMPLICITAS); MMM = PERIODO DE REAVALIACAO DOS
      *    IMOVEIS EM MESES
       01 WRK-PARM.
          05 WRK-PARM-TETO        PIC X(05).
          05 WRK-PARM-MESES       PIC X(03).
       01 FILLER REDEFINES WRK-PARM.
          05 WRK-PARM-TETO-NUM    PIC 9(03)V99.
          05 WRK-PARM-MESES-NUM   PIC 9(03).
       77 WRK-LTV-TETO            PIC 9(03)V99 VALUE 80,00.
       77 WRK-MESES-REAVAL        PIC 9(03) VALUE 36.
      *------------- CONTRATO CORRENTE -------------------
       77 WRK-EMP-ANT             PIC X(12) VALUE SPACES.
       77 WRK-EMP-ATIVO           PIC X(01) VALUE "N".
       77 WRK-TEM-REAL            PIC X(01) VALUE "N".
       77 WRK-TEM-FIADOR          PIC X(01) VALUE "N".
       77 WRK-VALOR-GAR           PIC 9(11)V99 COMP VALUE ZEROS.
       77 WRK-VALOR-ATUAL         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-LTV                 PIC 9(05)V99 VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(24) VALUE SPACES.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CONTRATOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-INATIVOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-PESSOAL    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ACIMA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-AVAL       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 WRK-CAB-TITULO       PIC X(40).
          05 FILLER               PIC X(08) VALUE " - DATA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WRK-LINHA-TETO.
          05 FILLER               PIC X(14) VALUE "TETO DO LTV : ".
          05 WRK-TT-TETO          PIC ZZ9,99.
          05 FILLER               PIC X(26) VALUE
             "%   REAVALIACAO (MESES) : ".
          05 WRK-TT-MESES         PIC ZZ9.
          05 FILLER               PIC X(31) VALUE SPACES.
       01 WRK-LINHA-TIT-LTV.
          05 FILLER               PIC X(40) VALUE
             "CONTRATO       SALDO DEVEDOR     VALOR G".
          05 FILLER               PIC X(40) VALUE
             "ARANTIAS        LTV %                   ".
       01 WRK-LINHA-LTV.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-L-NUM            PIC 9(03).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-L-SALDO          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-L-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-L-LTV            PIC ZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE "%".
          05 FILLER               PIC X(19) VALUE SPACES.
       01 WRK-LINHA-TIT-AVL.
          05 FILLER               PIC X(40) VALUE
             "CONTRATO      SQ T          VALOR DATA A".
          05 FILLER               PIC X(40) VALUE
             "VAL MOTIVO                              ".
       01 WRK-LINHA-AVL.
          05 WRK-V-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-V-NUM            PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-V-SEQ            PIC 9(02).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-V-TIPO           PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-V-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-V-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-V-MOTIVO         PIC X(24).
          05 FILLER               PIC X(13) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 WRK-TOT-ROTULO       PIC X(30).
          05 WRK-TOT-QTD          PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(41) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           READ GAR NEXT RECORD.
           IF WRK-FS-GARANTIA EQUAL "10"
             DISPLAY "REGISTO DE GARANTIAS VAZIO"
           END-IF.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-GARANTIA EQUAL "10".
           IF WRK-EMP-ANT NOT EQUAL SPACES
             PERFORM 0230-FECHAR-CONTRATO
           END-IF.
           WRITE REG-LTVREL FROM WRK-LINHA-BRANCO.
           MOVE "CONTRATOS ACIMA DO TETO ....." TO WRK-TOT-ROTULO.
           MOVE WRK-CONTADOR-ACIMA TO WRK-TOT-QTD.
           WRITE REG-LTVREL FROM WRK-LINHA-TOTAL.
           WRITE REG-AVALREL FROM WRK-LINHA-BRANCO.
           MOVE "GARANTIAS A REAVALIAR ......." TO WRK-TOT-ROTULO.
           MOVE WRK-CONTADOR-AVAL  TO WRK-TOT-QTD.
           WRITE REG-AVALREL FROM WRK-LINHA-TOTAL.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  SO CORRE NO FIM DE MES QUE FECHA O TRIMESTRE -*
      *  CARTAO SYSIN EM BRANCO OU MAL FORMADO MANTEM  *
      *  O TETO (80%) E A REAVALIACAO (36 MESES)       *
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
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC.
           IF CTD-FIM-MES NOT EQUAL "S" OR
              (WRK-PROC-MES NOT EQUAL 3 AND 6 AND 9 AND 12)
             DISPLAY "DATA DE NEGOCIO " CTD-DATA-NEGOCIO
                     " NAO E FIM DE TRIMESTRE - NADA A FAZER"
             GOBACK
           END-IF.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM FROM SYSIN.
           IF WRK-PARM-TETO NUMERIC AND
              WRK-PARM-TETO-NUM GREATER THAN ZEROS
             MOVE WRK-PARM-TETO-NUM TO WRK-LTV-TETO
           ELSE
             IF WRK-PARM-TETO NOT EQUAL SPACES
               DISPLAY "TETO DO LTV MAL FORMADO - VIGORA O DEFEITO"
             END-IF
           END-IF.
           IF WRK-PARM-MESES NUMERIC AND
              WRK-PARM-MESES-NUM GREATER THAN ZEROS
             MOVE WRK-PARM-MESES-NUM TO WRK-MESES-REAVAL
           ELSE
             IF WRK-PARM-MESES NOT EQUAL SPACES
               DISPLAY "PERIODO DE REAVALIACAO MAL FORMADO - "
                       "VIGORA O DEFEITO"
             END-IF
           END-IF.
      *    AVALIACAO ANTERIOR A ESTA DATA ESTA DESATUALIZADA
           COMPUTE WRK-MESES-TOTAL = WRK-PROC-ANO * 12
                                   + WRK-PROC-MES - 1
                                   - WRK-MESES-REAVAL.
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-LIM-ANO
                  REMAINDER WRK-MESES-RESTO.
           COMPUTE WRK-LIM-MES = WRK-MESES-RESTO + 1.
           MOVE WRK-PROC-DIA TO WRK-LIM-DIA.
           OPEN INPUT GAR.
           IF WRK-FS-GARANTIA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA GARANTIA - STATUS "
                     WRK-FS-GARANTIA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS "
                     WRK-FS-EMPRST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT DEP.
           IF WRK-FS-DEPPRAZO NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEPPRAZO - STATUS "
                     WRK-FS-DEPPRAZO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT LTV.
           OPEN OUTPUT AVL.
           MOVE WRK-DATA-PROC     TO WRK-CAB-DATA.
           MOVE "CONTRATOS COM LTV ACIMA DO TETO"  TO WRK-CAB-TITULO.
           WRITE REG-LTVREL FROM WRK-LINHA-CAB.
           MOVE WRK-LTV-TETO      TO WRK-TT-TETO.
           MOVE WRK-MESES-REAVAL  TO WRK-TT-MESES.
           WRITE REG-LTVREL FROM WRK-LINHA-TETO.
           WRITE REG-LTVREL FROM WRK-LINHA-BRANCO.
           WRITE REG-LTVREL FROM WRK-LINHA-TIT-LTV.
           MOVE "GARANTIAS A REAVALIAR"            TO WRK-CAB-TITULO.
           WRITE REG-AVALREL FROM WRK-LINHA-CAB.
           WRITE REG-AVALREL FROM WRK-LINHA-TETO.
           WRITE REG-AVALREL FROM WRK-LINHA-BRANCO.
           WRITE REG-AVALREL FROM WRK-LINHA-TIT-AVL.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  O REGISTO VEM POR CONTRATO - NA MUDANCA FECHA *
      *  O LTV DO ANTERIOR E LE O EMPRESTIMO SEGUINTE  *
      *  GARANTIAS LIBERTADAS E DE CONTRATOS QUE JA    *
      *  NAO ESTAO ATIVOS NAO CONTAM                   *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           IF GAR-EMP-CHAVE NOT EQUAL WRK-EMP-ANT(1:9) OR
              GAR-EMP-NUM NOT EQUAL WRK-EMP-ANT(10:3)
             IF WRK-EMP-ANT NOT EQUAL SPACES
               PERFORM 0230-FECHAR-CONTRATO
             END-IF
             PERFORM 0220-ABRIR-CONTRATO
           END-IF.
           IF WRK-EMP-ATIVO EQUAL "N" OR GAR-ESTADO NOT EQUAL "A"
             GO TO 0200-LER-SEGUINTE
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE GAR-TIPO
             WHEN "I"
               MOVE "S" TO WRK-TEM-REAL
               ADD GAR-VALOR-AVAL TO WRK-VALOR-GAR
               MOVE GAR-VALOR-AVAL TO WRK-VALOR-ATUAL
               IF GAR-DATA-AVAL LESS THAN WRK-DATA-LIMITE
                 MOVE "AVALIACAO DESATUALIZADA" TO WRK-MOTIVO
               END-IF
             WHEN "D"
               MOVE "S"        TO WRK-TEM-REAL
               MOVE ZEROS      TO WRK-VALOR-ATUAL
               MOVE GAR-DEP-ID TO DEP-ID
               READ DEP
               IF WRK-FS-DEPPRAZO EQUAL "00" AND
                  DEP-STATUS EQUAL "A"
                 MOVE DEP-CAPITAL TO WRK-VALOR-ATUAL
                 ADD DEP-CAPITAL  TO WRK-VALOR-GAR
               ELSE
                 MOVE "DEPOSITO NAO ATIVO" TO WRK-MOTIVO
               END-IF
             WHEN "F"
               MOVE "S" TO WRK-TEM-FIADOR
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             PERFORM 0240-LISTAR-AVALIACAO
           END-IF.
       0200-LER-SEGUINTE.
           READ GAR NEXT RECORD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0220-ABRIR-CONTRATO                       SECTION.
           MOVE GAR-EMP-CHAVE TO WRK-EMP-ANT(1:9).
           MOVE GAR-EMP-NUM   TO WRK-EMP-ANT(10:3).
           MOVE "N"           TO WRK-TEM-REAL.
           MOVE "N"           TO WRK-TEM-FIADOR.
           MOVE ZEROS         TO WRK-VALOR-GAR.
           MOVE "N"           TO WRK-EMP-ATIVO.
           MOVE GAR-EMP-CHAVE TO EMP-CHAVE.
           MOVE GAR-EMP-NUM   TO EMP-NUM.
           READ EMP.
           IF WRK-FS-EMPRST EQUAL "00" AND EMP-STATUS EQUAL "A"
             MOVE "S" TO WRK-EMP-ATIVO
           ELSE
             ADD 1 TO WRK-CONTADOR-INATIVOS
           END-IF.
       0220-ABRIR-CONTRATO-FIM.  EXIT.
      **************************************************
      *  SEM IMOVEL NEM DEPOSITO NAO HA LTV - O        *
      *  CONTRATO SO COM FIADOR E APENAS CONTADO       *
      **************************************************
       0230-FECHAR-CONTRATO                      SECTION.
           IF WRK-EMP-ATIVO EQUAL "N"
             GO TO 0230-FECHAR-CONTRATO-FIM
           END-IF.
           ADD 1 TO WRK-CONTADOR-CONTRATOS.
           IF WRK-TEM-REAL EQUAL "N"
             IF WRK-TEM-FIADOR EQUAL "S"
               ADD 1 TO WRK-CONTADOR-PESSOAL
             END-IF
             GO TO 0230-FECHAR-CONTRATO-FIM
           END-IF.
           IF WRK-VALOR-GAR EQUAL ZEROS
             MOVE 99999,99 TO WRK-LTV
           ELSE
             COMPUTE WRK-LTV ROUNDED =
                     EMP-SALDO-DEV * 100 / WRK-VALOR-GAR
               ON SIZE ERROR
                 MOVE 99999,99 TO WRK-LTV
             END-COMPUTE
           END-IF.
           IF WRK-LTV GREATER THAN WRK-LTV-TETO
             ADD 1 TO WRK-CONTADOR-ACIMA
             MOVE EMP-CHAVE     TO WRK-L-CHAVE
             MOVE EMP-NUM       TO WRK-L-NUM
             MOVE EMP-SALDO-DEV TO WRK-L-SALDO
             MOVE WRK-VALOR-GAR TO WRK-L-VALOR
             MOVE WRK-LTV       TO WRK-L-LTV
             WRITE REG-LTVREL FROM WRK-LINHA-LTV
           END-IF.
       0230-FECHAR-CONTRATO-FIM.  EXIT.
      **************************************************
       0240-LISTAR-AVALIACAO                     SECTION.
           ADD 1 TO WRK-CONTADOR-AVAL.
           MOVE GAR-EMP-CHAVE   TO WRK-V-CHAVE.
           MOVE GAR-EMP-NUM     TO WRK-V-NUM.
           MOVE GAR-SEQ         TO WRK-V-SEQ.
           MOVE GAR-TIPO        TO WRK-V-TIPO.
           MOVE WRK-VALOR-ATUAL TO WRK-V-VALOR.
           MOVE GAR-DATA-AVAL   TO WRK-V-DATA.
           MOVE WRK-MOTIVO      TO WRK-V-MOTIVO.
           WRITE REG-AVALREL FROM WRK-LINHA-AVL.
       0240-LISTAR-AVALIACAO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR           TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "GARANTIAS LIDAS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CONTRATOS TO WRK-CONTADOR-IDE.
           DISPLAY "CONTRATOS ATIVOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-INATIVOS  TO WRK-CONTADOR-IDE.
           DISPLAY "CONTRATOS NAO ATIVOS.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-PESSOAL   TO WRK-CONTADOR-IDE.
           DISPLAY "SO COM FIADOR......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ACIMA     TO WRK-CONTADOR-IDE.
           DISPLAY "LTV ACIMA DO TETO..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-AVAL      TO WRK-CONTADOR-IDE.
           DISPLAY "A REAVALIAR........... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE GAR.
           IF WRK-FS-GARANTIA NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-GARANTIA
           END-IF.
           CLOSE EMP.
           CLOSE DEP.
           CLOSE LTV.
           CLOSE AVL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

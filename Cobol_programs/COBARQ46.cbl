       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ46.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: LIVRO DOS EMPRESTIMOS REESTRUTURADOS -
      *            LISTA POR AGENCIA OS CONTRATOS MARCADOS
      *            COMO REESTRUTURADOS (EMP-REESTRUT, OPERACAO
      *            R DO COBVSA17) COM A ULTIMA MEDIDA DO
      *            HISTORICO EMPREEST, O SALDO DEVEDOR, OS DIAS
      *            DE ATRASO (COBOL020) E O FIM DO PERIODO DE
      *            PROVA; QUANDO A PROVA TERMINA SEM ATRASO OU
      *            O CONTRATO JA NAO ESTA ATIVO, O CONTRATO
      *            SAI DO LIVRO (A MARCA E RETIRADA) E O
      *            COBVSA37 VOLTA A CLASSIFICA-LO PELO ATRASO
      *            COM ATRASO NO FIM DA PROVA CONTINUA NO LIVRO
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * EMPRST      I-O         -----
      * EMPREEST    INPUT       BOOKRST
      * REESREL     OUTPUT      -----
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

           SELECT RST ASSIGN TO EMPREEST
           FILE STATUS IS WRK-FS-EMPREEST.

           SELECT REL ASSIGN TO REESREL
           FILE STATUS IS WRK-FS-REESREL.
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

       FD RST
           RECORDING MODE IS F.
       COPY BOOKRST.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-REESREL             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPREEST         PIC X(02) VALUE ZEROS.
       77 WRK-FS-REESREL          PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
       77 WRK-DIAS-ATRASO         PIC S9(05) COMP VALUE ZEROS.
       77 WRK-SITUACAO            PIC X(18) VALUE SPACES.
      *------------- ULTIMA MEDIDA POR CONTRATO ----------
       01 WRK-RST-TAB.
          05 WRK-RST-ENTRY OCCURS 2000 TIMES.
             10 WRK-RST-ID        PIC X(12).
             10 WRK-RST-DATA      PIC 9(08).
             10 WRK-RST-TIPO      PIC X(01).
             10 WRK-RST-QTD       PIC 9(03) COMP.
       77 WRK-RST-QTD-TAB         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-USO                 PIC 9(04) COMP VALUE ZEROS.
      *------------- TOTAIS POR AGENCIA ------------------
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
       77 WRK-AGE-CONTRATOS       PIC 9(07) COMP VALUE 0.
       77 WRK-AGE-SALDO           PIC 9(11)V99 COMP VALUE 0.
       77 WRK-TOT-SALDO           PIC 9(11)V99 COMP VALUE 0.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-LIVRO      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ATRASO     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SAIDAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "LIVRO DE EMPRESTIMOS REESTRUTURADOS     ".
          05 FILLER               PIC X(08) VALUE " - DATA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "CONTA     EMP MEDIDA   T QT   SALDO DEV.".
          05 FILLER               PIC X(40) VALUE
             "  DIAS FIM PROV SITUACAO                ".
       01 WRK-LINHA-DET.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NUM            PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-TIPO           PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-QTD            PIC Z9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SALDO          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-ATRASO         PIC ZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-FIM-PROVA      PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SITUACAO       PIC X(18).
          05 FILLER               PIC X(06) VALUE SPACES.
       01 WRK-LINHA-AGE.
          05 FILLER               PIC X(08) VALUE "AGENCIA ".
          05 WRK-A-AGENCIA        PIC X(04).
          05 FILLER               PIC X(12) VALUE " NO LIVRO   ".
          05 WRK-A-CONTRATOS      PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(15) VALUE " SALDO DEVEDOR ".
          05 WRK-A-SALDO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(15) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 FILLER               PIC X(12) VALUE "TOTAL GERAL ".
          05 FILLER               PIC X(12) VALUE " NO LIVRO   ".
          05 WRK-T-CONTRATOS      PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(15) VALUE " SALDO DEVEDOR ".
          05 WRK-T-SALDO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(15) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0400-CARREGAR-HISTORICO.
           READ EMP NEXT RECORD.
           IF WRK-FS-EMPRST EQUAL "10"
             DISPLAY "CARTEIRA DE EMPRESTIMOS VAZIA"
           END-IF.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-EMPRST EQUAL "10".
           IF WRK-AGENCIA-ANT NOT EQUAL SPACES
             PERFORM 0230-TOTAL-AGENCIA
           END-IF.
           MOVE WRK-CONTADOR-LIVRO TO WRK-T-CONTRATOS.
           MOVE WRK-TOT-SALDO      TO WRK-T-SALDO.
           WRITE REG-REESREL FROM WRK-LINHA-BRANCO.
           WRITE REG-REESREL FROM WRK-LINHA-TOTAL.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
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
           OPEN I-O EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS "
                     WRK-FS-EMPRST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-REESREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA REESREL - STATUS "
                     WRK-FS-REESREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-REESREL FROM WRK-LINHA-CAB.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SEM EMPREEST O LIVRO SAI NA MESMA, SEM A      *
      *  ULTIMA MEDIDA DE CADA CONTRATO                *
      **************************************************
       0400-CARREGAR-HISTORICO                   SECTION.
           OPEN INPUT RST.
           IF WRK-FS-EMPREEST NOT EQUAL "00"
             DISPLAY "EMPREEST INDISPONIVEL - SEM HISTORICO"
             GO TO 0400-CARREGAR-HISTORICO-FIM
           END-IF.
           READ RST.
           PERFORM UNTIL WRK-FS-EMPREEST NOT EQUAL "00"
             PERFORM 0410-GUARDAR-MEDIDA
             READ RST
           END-PERFORM.
           CLOSE RST.
       0400-CARREGAR-HISTORICO-FIM.  EXIT.
      **************************************************
       0410-GUARDAR-MEDIDA                       SECTION.
           MOVE ZEROS TO WRK-USO.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RST-QTD-TAB
             IF WRK-RST-ID (WRK-SUB) EQUAL RST-ID
               MOVE WRK-SUB TO WRK-USO
             END-IF
           END-PERFORM.
           IF WRK-USO EQUAL ZEROS
             IF WRK-RST-QTD-TAB NOT LESS THAN 2000
               DISPLAY "TABELA DE MEDIDAS CHEIA - " RST-ID
               GO TO 0410-GUARDAR-MEDIDA-FIM
             END-IF
             ADD 1 TO WRK-RST-QTD-TAB
             MOVE WRK-RST-QTD-TAB TO WRK-USO
             MOVE RST-ID TO WRK-RST-ID (WRK-USO)
             MOVE ZEROS  TO WRK-RST-DATA (WRK-USO)
             MOVE ZEROS  TO WRK-RST-QTD (WRK-USO)
           END-IF.
           ADD 1 TO WRK-RST-QTD (WRK-USO).
           IF RST-DATA NOT LESS THAN WRK-RST-DATA (WRK-USO)
             MOVE RST-DATA TO WRK-RST-DATA (WRK-USO)
             MOVE RST-TIPO TO WRK-RST-TIPO (WRK-USO)
           END-IF.
       0410-GUARDAR-MEDIDA-FIM.  EXIT.
      **************************************************
      *  A PROVA SO SE DA POR CUMPRIDA NO FIM DO       *
      *  PERIODO E SEM NENHUMA PRESTACAO EM ATRASO     *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           IF EMP-REESTRUT NOT EQUAL "S"
             GO TO 0200-LER-SEGUINTE
           END-IF.
           IF EMP-CHAVE(1:4) NOT EQUAL WRK-AGENCIA-ANT
             IF WRK-AGENCIA-ANT NOT EQUAL SPACES
               PERFORM 0230-TOTAL-AGENCIA
             END-IF
             MOVE EMP-CHAVE(1:4) TO WRK-AGENCIA-ANT
             WRITE REG-REESREL FROM WRK-LINHA-BRANCO
             WRITE REG-REESREL FROM WRK-LINHA-TIT
           END-IF.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF EMP-STATUS EQUAL "A" AND
              EMP-PROX-PREST LESS THAN WRK-DATA-PROC
             MOVE "D"            TO WRK-DAT-FUNCAO
             MOVE EMP-PROX-PREST TO WRK-DAT-DATA1
             MOVE WRK-DATA-PROC  TO WRK-DAT-DATA2
             CALL "COBOL020" USING WRK-DATCALC-AREA
             IF WRK-DAT-RETORNO EQUAL "00" AND
                WRK-DAT-DIAS GREATER THAN ZEROS
               MOVE WRK-DAT-DIAS TO WRK-DIAS-ATRASO
             END-IF
           END-IF.
           EVALUATE TRUE
             WHEN EMP-STATUS NOT EQUAL "A"
               MOVE "INATIVO - SAI"      TO WRK-SITUACAO
             WHEN EMP-DATA-FIM-PROVA GREATER THAN WRK-DATA-PROC
               IF WRK-DIAS-ATRASO GREATER THAN ZEROS
                 MOVE "EM PROVA C/ATRASO" TO WRK-SITUACAO
               ELSE
                 MOVE "EM PROVA"          TO WRK-SITUACAO
               END-IF
             WHEN WRK-DIAS-ATRASO GREATER THAN ZEROS
               MOVE "PROVA NAO CUMPRIDA" TO WRK-SITUACAO
             WHEN OTHER
               MOVE "PROVA CUMPRIDA-SAI" TO WRK-SITUACAO
           END-EVALUATE.
           PERFORM 0220-LISTAR-CONTRATO.
           IF WRK-SITUACAO(1:7) EQUAL "INATIVO" OR
              WRK-SITUACAO(1:14) EQUAL "PROVA CUMPRIDA"
             MOVE "N" TO EMP-REESTRUT
             REWRITE REG-EMPRST
               INVALID KEY
                 DISPLAY "ERRO NA ATUALIZACAO " EMP-ID
             END-REWRITE
             ADD 1 TO WRK-CONTADOR-SAIDAS
           ELSE
             ADD 1             TO WRK-CONTADOR-LIVRO
             ADD 1             TO WRK-AGE-CONTRATOS
             ADD EMP-SALDO-DEV TO WRK-AGE-SALDO
             ADD EMP-SALDO-DEV TO WRK-TOT-SALDO
             IF WRK-DIAS-ATRASO GREATER THAN ZEROS
               ADD 1 TO WRK-CONTADOR-ATRASO
             END-IF
           END-IF.
       0200-LER-SEGUINTE.
           READ EMP NEXT RECORD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0220-LISTAR-CONTRATO                      SECTION.
           MOVE EMP-CHAVE      TO WRK-L-CHAVE.
           MOVE EMP-NUM        TO WRK-L-NUM.
           MOVE ZEROS          TO WRK-L-DATA.
           MOVE SPACES         TO WRK-L-TIPO.
           MOVE ZEROS          TO WRK-L-QTD.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RST-QTD-TAB
             IF WRK-RST-ID (WRK-SUB) EQUAL EMP-ID
               MOVE WRK-RST-DATA (WRK-SUB) TO WRK-L-DATA
               MOVE WRK-RST-TIPO (WRK-SUB) TO WRK-L-TIPO
               MOVE WRK-RST-QTD (WRK-SUB)  TO WRK-L-QTD
             END-IF
           END-PERFORM.
           MOVE EMP-SALDO-DEV      TO WRK-L-SALDO.
           MOVE WRK-DIAS-ATRASO    TO WRK-L-ATRASO.
           MOVE EMP-DATA-FIM-PROVA TO WRK-L-FIM-PROVA.
           MOVE WRK-SITUACAO       TO WRK-L-SITUACAO.
           WRITE REG-REESREL FROM WRK-LINHA-DET.
       0220-LISTAR-CONTRATO-FIM.  EXIT.
      **************************************************
       0230-TOTAL-AGENCIA                        SECTION.
           MOVE WRK-AGENCIA-ANT   TO WRK-A-AGENCIA.
           MOVE WRK-AGE-CONTRATOS TO WRK-A-CONTRATOS.
           MOVE WRK-AGE-SALDO     TO WRK-A-SALDO.
           WRITE REG-REESREL FROM WRK-LINHA-AGE.
           MOVE 0 TO WRK-AGE-CONTRATOS.
           MOVE 0 TO WRK-AGE-SALDO.
       0230-TOTAL-AGENCIA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR           TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "EMPRESTIMOS LIDOS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-LIVRO     TO WRK-CONTADOR-IDE.
           DISPLAY "NO LIVRO.............. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ATRASO    TO WRK-CONTADOR-IDE.
           DISPLAY "NO LIVRO COM ATRASO... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SAIDAS    TO WRK-CONTADOR-IDE.
           DISPLAY "SAIDAS DO LIVRO....... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-EMPRST
           END-IF.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

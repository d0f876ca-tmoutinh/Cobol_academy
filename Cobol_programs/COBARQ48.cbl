       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ48.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: AVALIACAO DOS PEDIDOS DE EMPRESTIMO
      *            (PEDEMP) ANTES DA ORIGINACAO - POR NIF DO
      *            PROPONENTE JUNTA AS CONTAS DAS FICHAS
      *            CLIMST COM ESSE NIF, O RENDIMENTO MENSAL
      *            (CREDITOS DE SALARIO DO MOVSAL DO COBVSA23
      *            E OUTROS CREDITOS RECORRENTES DO MOVHIST
      *            NOS MESES DA JANELA) E AS PRESTACOES DOS
      *            EMPRESTIMOS ATIVOS EM EMPRST DESSAS CONTAS,
      *            E CALCULA A TAXA DE ESFORCO COM A PRESTACAO
      *            PROPOSTA - ATE AO TETO O CARTAO SEGUE EM
      *            EMPAPROV PARA A OPERACAO P DO COBVSA17; OS
      *            OUTROS SAEM EM EMPREFER COM O MOTIVO
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * SYSIN       INPUT       -----
      * PEDEMP      INPUT       BOOKPEM
      * CLIMST      INPUT       -----
      * EMPRST      INPUT       -----
      * MOVSAL      INPUT       BOOKMOV
      * MOVHIST     INPUT       -----
      * EMPAPROV    OUTPUT      -----
      * EMPREFER    OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT PEM ASSIGN TO PEDEMP
           FILE STATUS IS WRK-FS-PEDEMP.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT MVS ASSIGN TO MOVSAL
           FILE STATUS IS WRK-FS-MOVSAL.

           SELECT HST ASSIGN TO MOVHIST
           FILE STATUS IS WRK-FS-MOVHIST.

           SELECT APR ASSIGN TO EMPAPROV
           FILE STATUS IS WRK-FS-EMPAPROV.

           SELECT REL ASSIGN TO EMPREFER
           FILE STATUS IS WRK-FS-EMPREFER.
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

       FD PEM
           RECORDING MODE IS F.
       COPY BOOKPEM.

       FD CLM.
       01 REG-CLIMST.
          05 CLI-CHAVE            PIC X(09).
          05 CLI-NOME             PIC X(30).
          05 CLI-MORADA1          PIC X(30).
          05 CLI-MORADA2          PIC X(30).
          05 CLI-CODPOSTAL        PIC X(08).
          05 CLI-LOCALIDADE       PIC X(20).
          05 CLI-NIF              PIC 9(09).
          05 CLI-DATA-NASC        PIC 9(08).
          05 CLI-TELEFONE         PIC X(12).
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

       FD MVS
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       COPY BOOKMOV.

       FD HST
           RECORDING MODE IS F.
       01 REG-MOVHIST.
          05 HST-CHAVE            PIC X(09).
          05 HST-TIPO             PIC X(01).
          05 HST-VALOR            PIC 9(06)V99.
          05 HST-MOEDA            PIC X(03).
          05 HST-DATA-VALOR       PIC 9(08).
          05 HST-DATA-PROC        PIC 9(08).

       FD APR
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01 REG-EMPAPROV            PIC X(70).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-EMPREFER            PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PEDEMP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVSAL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPAPROV         PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPREFER         PIC X(02) VALUE ZEROS.
       01 WRK-DATA-PROC.
          05 WRK-PROC-ANO         PIC 9(04).
          05 WRK-PROC-MES         PIC 9(02).
          05 WRK-PROC-DIA         PIC 9(02).
      *------------- JANELA DE RENDIMENTOS ---------------
      *    OS MESES COMPLETOS ANTERIORES AO MES DA DATA DE
      *    NEGOCIO - DE WRK-JAN-INI (INCLUSIVE) A
      *    WRK-JAN-FIM (EXCLUSIVE, DIA 1 DO MES CORRENTE)
       01 WRK-JAN-INI.
          05 WRK-INI-ANO          PIC 9(04).
          05 WRK-INI-MES          PIC 9(02).
          05 WRK-INI-DIA          PIC 9(02).
       01 WRK-JAN-INI-NUM REDEFINES WRK-JAN-INI PIC 9(08).
       01 WRK-JAN-FIM.
          05 WRK-FIM-ANO          PIC 9(04).
          05 WRK-FIM-MES          PIC 9(02).
          05 WRK-FIM-DIA          PIC 9(02).
       01 WRK-JAN-FIM-NUM REDEFINES WRK-JAN-FIM PIC 9(08).
       01 WRK-DATA-MOV.
          05 WRK-MOV-ANO          PIC 9(04).
          05 WRK-MOV-MES          PIC 9(02).
          05 WRK-MOV-DIA          PIC 9(02).
       77 WRK-MESES-TOTAL         PIC 9(06) COMP VALUE ZEROS.
       77 WRK-MESES-RESTO         PIC 9(02) COMP VALUE ZEROS.
      *------------- PARAMETROS DO SYSIN -----------------
      *    NN = MESES DA JANELA (1 A 12); TTTTT = TETO DA
      *    TAXA DE ESFORCO EM PERCENTAGEM (2 DECIMAIS
      *    IMPLICITAS)
       01 WRK-PARM.
          05 WRK-PARM-MESES       PIC X(02).
          05 WRK-PARM-TETO        PIC X(05).
       01 FILLER REDEFINES WRK-PARM.
          05 WRK-PARM-MESES-NUM   PIC 9(02).
          05 WRK-PARM-TETO-NUM    PIC 9(03)V99.
       77 WRK-MESES-JANELA        PIC 9(02) VALUE 3.
       77 WRK-TETO-ESFORCO        PIC 9(03)V99 VALUE 35,00.
      *------------- PROPONENTES (UM POR NIF) ------------
       01 WRK-NIF-TAB.
          05 WRK-NIF-ENTRY OCCURS 500 TIMES.
             10 WRK-NIF-NUM       PIC 9(09).
             10 WRK-NIF-CONTAS    PIC 9(04) COMP.
             10 WRK-NIF-SALARIO   PIC 9(09)V99.
             10 WRK-NIF-DIVIDA    PIC 9(09)V99.
             10 WRK-NIF-MES       PIC 9(09)V99 OCCURS 12 TIMES.
       77 WRK-NIF-QTD             PIC 9(04) COMP VALUE ZEROS.
      *------------- PEDIDOS -----------------------------
       01 WRK-PED-TAB.
          05 WRK-PED-ENTRY OCCURS 500 TIMES.
             10 WRK-PED-NIF-SUB   PIC 9(04) COMP.
             10 WRK-PED-REG       PIC X(79).
       77 WRK-PED-QTD             PIC 9(04) COMP VALUE ZEROS.
      *------------- CONTAS DOS PROPONENTES --------------
       01 WRK-CTA-TAB.
          05 WRK-CTA-ENTRY OCCURS 2000 TIMES.
             10 WRK-CTA-CHAVE     PIC X(09).
             10 WRK-CTA-NIF-SUB   PIC 9(04) COMP.
       77 WRK-CTA-QTD             PIC 9(04) COMP VALUE ZEROS.
      *------------- CREDITOS DE SALARIO -----------------
      *    GUARDADOS PARA NAO CONTAR OUTRA VEZ O MESMO
      *    CREDITO QUANDO APARECE POSTADO NO MOVHIST
       01 WRK-SAL-TAB.
          05 WRK-SAL-ENTRY OCCURS 2000 TIMES.
             10 WRK-SAL-CHAVE     PIC X(09).
             10 WRK-SAL-DATA      PIC 9(08).
             10 WRK-SAL-VALOR     PIC 9(06)V99.
             10 WRK-SAL-USADO     PIC X(01).
       77 WRK-SAL-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB-MES             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-NIF-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CTA-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TEM-SALARIO         PIC X(01) VALUE "N".
       77 WRK-TEM-CONTA           PIC X(01) VALUE "N".
      *------------- AVALIACAO DO PEDIDO -----------------
       77 WRK-RENDIMENTO          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-RECORRENTE          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ENCARGOS            PIC 9(09)V99 VALUE ZEROS.
       77 WRK-ESFORCO             PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(22) VALUE SPACES.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-APROV      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REFER      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SAL        PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-HST        PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "PEDIDOS DE EMPRESTIMO PARA DECISAO      ".
          05 FILLER               PIC X(08) VALUE " - DATA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WRK-LINHA-PARM.
          05 FILLER               PIC X(20) VALUE
             "TETO DE ESFORCO : ".
          05 WRK-P-TETO           PIC ZZ9,99.
          05 FILLER               PIC X(19) VALUE
             "%   JANELA DE ".
          05 WRK-P-MESES          PIC Z9.
          05 FILLER               PIC X(33) VALUE " MESES".
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "NIF       CONTA/EMP       RENDIMENTO    ".
          05 FILLER               PIC X(40) VALUE
             " ENCARGOS  ESF. % MOTIVO                ".
       01 WRK-LINHA-DET.
          05 WRK-L-NIF            PIC 9(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-L-NUM            PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-RENDIMENTO     PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-ENCARGOS       PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-ESFORCO        PIC ZZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-MOTIVO         PIC X(22).
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0400-CARREGAR-PEDIDOS.
           PERFORM 0410-CARREGAR-CONTAS.
           PERFORM 0420-SOMAR-PRESTACOES.
           PERFORM 0430-SOMAR-SALARIOS.
           PERFORM 0440-SOMAR-RECORRENTES.
           PERFORM 0200-PROCESSAR
               VARYING WRK-SUB FROM 1 BY 1
               UNTIL WRK-SUB > WRK-PED-QTD.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  CARTAO SYSIN EM BRANCO OU MAL FORMADO MANTEM  *
      *  A JANELA (3 MESES) E O TETO (35%)             *
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
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM FROM SYSIN.
           IF WRK-PARM-MESES NUMERIC AND
              WRK-PARM-MESES-NUM GREATER THAN ZEROS AND
              WRK-PARM-MESES-NUM NOT GREATER THAN 12
             MOVE WRK-PARM-MESES-NUM TO WRK-MESES-JANELA
           ELSE
             IF WRK-PARM-MESES NOT EQUAL SPACES
               DISPLAY "JANELA MAL FORMADA - VIGORA O DEFEITO"
             END-IF
           END-IF.
           IF WRK-PARM-TETO NUMERIC AND
              WRK-PARM-TETO-NUM GREATER THAN ZEROS
             MOVE WRK-PARM-TETO-NUM TO WRK-TETO-ESFORCO
           ELSE
             IF WRK-PARM-TETO NOT EQUAL SPACES
               DISPLAY "TETO DE ESFORCO MAL FORMADO - VIGORA O "
                       "DEFEITO"
             END-IF
           END-IF.
           MOVE WRK-PROC-ANO TO WRK-FIM-ANO.
           MOVE WRK-PROC-MES TO WRK-FIM-MES.
           MOVE 1            TO WRK-FIM-DIA.
           COMPUTE WRK-MESES-TOTAL = WRK-PROC-ANO * 12
                                   + WRK-PROC-MES - 1
                                   - WRK-MESES-JANELA.
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-INI-ANO
                  REMAINDER WRK-MESES-RESTO.
           COMPUTE WRK-INI-MES = WRK-MESES-RESTO + 1.
           MOVE 1            TO WRK-INI-DIA.
           OPEN INPUT PEM.
           IF WRK-FS-PEDEMP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PEDEMP - STATUS "
                     WRK-FS-PEDEMP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
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
           OPEN OUTPUT APR.
           OPEN OUTPUT REL.
           MOVE WRK-DATA-PROC    TO WRK-CAB-DATA.
           MOVE WRK-TETO-ESFORCO TO WRK-P-TETO.
           MOVE WRK-MESES-JANELA TO WRK-P-MESES.
           WRITE REG-EMPREFER FROM WRK-LINHA-CAB.
           WRITE REG-EMPREFER FROM WRK-LINHA-PARM.
           WRITE REG-EMPREFER FROM WRK-LINHA-BRANCO.
           WRITE REG-EMPREFER FROM WRK-LINHA-TIT.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  OS PEDIDOS DO MESMO NIF PARTILHAM A ENTRADA   *
      *  DO PROPONENTE                                 *
      **************************************************
       0400-CARREGAR-PEDIDOS                     SECTION.
           READ PEM.
           PERFORM UNTIL WRK-FS-PEDEMP NOT EQUAL "00"
             ADD 1 TO WRK-CONTADOR
             IF WRK-PED-QTD NOT LESS THAN 500
               DISPLAY "TABELA DE PEDIDOS CHEIA - " PEM-EMP-ID
             ELSE
               PERFORM 0405-GUARDAR-PEDIDO
             END-IF
             READ PEM
           END-PERFORM.
           CLOSE PEM.
       0400-CARREGAR-PEDIDOS-FIM.  EXIT.
      **************************************************
       0405-GUARDAR-PEDIDO                       SECTION.
           MOVE ZEROS TO WRK-NIF-SUB.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-NIF-QTD
             IF WRK-NIF-NUM (WRK-SUB) EQUAL PEM-NIF
               MOVE WRK-SUB TO WRK-NIF-SUB
             END-IF
           END-PERFORM.
           IF WRK-NIF-SUB EQUAL ZEROS
             ADD 1 TO WRK-NIF-QTD
             MOVE WRK-NIF-QTD TO WRK-NIF-SUB
             MOVE PEM-NIF TO WRK-NIF-NUM (WRK-NIF-SUB)
             MOVE ZEROS   TO WRK-NIF-CONTAS (WRK-NIF-SUB)
             MOVE ZEROS   TO WRK-NIF-SALARIO (WRK-NIF-SUB)
             MOVE ZEROS   TO WRK-NIF-DIVIDA (WRK-NIF-SUB)
             PERFORM VARYING WRK-SUB-MES FROM 1 BY 1
                     UNTIL WRK-SUB-MES > 12
               MOVE ZEROS TO WRK-NIF-MES (WRK-NIF-SUB, WRK-SUB-MES)
             END-PERFORM
           END-IF.
           ADD 1 TO WRK-PED-QTD.
           MOVE WRK-NIF-SUB TO WRK-PED-NIF-SUB (WRK-PED-QTD).
           MOVE REG-PEDEMP  TO WRK-PED-REG (WRK-PED-QTD).
       0405-GUARDAR-PEDIDO-FIM.  EXIT.
      **************************************************
      *  AS CONTAS DO PROPONENTE SAO AS CHAVES DAS     *
      *  FICHAS CLIMST COM O SEU NIF                   *
      **************************************************
       0410-CARREGAR-CONTAS                      SECTION.
           READ CLM NEXT RECORD.
           PERFORM UNTIL WRK-FS-CLIMST NOT EQUAL "00"
             IF CLI-NIF NOT EQUAL ZEROS
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-NIF-QTD
                 IF WRK-NIF-NUM (WRK-SUB) EQUAL CLI-NIF
                   IF WRK-CTA-QTD NOT LESS THAN 2000
                     DISPLAY "TABELA DE CONTAS CHEIA - " CLI-CHAVE
                   ELSE
                     ADD 1 TO WRK-CTA-QTD
                     MOVE CLI-CHAVE TO WRK-CTA-CHAVE (WRK-CTA-QTD)
                     MOVE WRK-SUB   TO WRK-CTA-NIF-SUB (WRK-CTA-QTD)
                     ADD 1 TO WRK-NIF-CONTAS (WRK-SUB)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
             READ CLM NEXT RECORD
           END-PERFORM.
           CLOSE CLM.
       0410-CARREGAR-CONTAS-FIM.  EXIT.
      **************************************************
       0420-SOMAR-PRESTACOES                     SECTION.
           READ EMP NEXT RECORD.
           PERFORM UNTIL WRK-FS-EMPRST NOT EQUAL "00"
             IF EMP-STATUS EQUAL "A"
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-CTA-QTD
                 IF WRK-CTA-CHAVE (WRK-SUB) EQUAL EMP-CHAVE
                   MOVE WRK-CTA-NIF-SUB (WRK-SUB) TO WRK-NIF-SUB
                   ADD EMP-PRESTACAO TO WRK-NIF-DIVIDA (WRK-NIF-SUB)
                 END-IF
               END-PERFORM
             END-IF
             READ EMP NEXT RECORD
           END-PERFORM.
           CLOSE EMP.
       0420-SOMAR-PRESTACOES-FIM.  EXIT.
      **************************************************
      *  MOVSAL (COBVSA23) DOS MESES DA JANELA, EM     *
      *  CONCATENACAO - SEM ELE NAO HA SALARIO         *
      **************************************************
       0430-SOMAR-SALARIOS                       SECTION.
           OPEN INPUT MVS.
           IF WRK-FS-MOVSAL NOT EQUAL "00"
             DISPLAY "MOVSAL INDISPONIVEL - SEM CREDITOS DE SALARIO"
             GO TO 0430-SOMAR-SALARIOS-FIM
           END-IF.
           READ MVS.
           PERFORM UNTIL WRK-FS-MOVSAL NOT EQUAL "00"
             IF MOV-TIPO EQUAL "C" AND
                MOV-DATA-VALOR NOT LESS THAN WRK-JAN-INI-NUM AND
                MOV-DATA-VALOR LESS THAN WRK-JAN-FIM-NUM
               PERFORM VARYING WRK-SUB FROM 1 BY 1
                       UNTIL WRK-SUB > WRK-CTA-QTD
                 IF WRK-CTA-CHAVE (WRK-SUB) EQUAL MOV-CHAVE
                   MOVE WRK-CTA-NIF-SUB (WRK-SUB) TO WRK-NIF-SUB
                   ADD MOV-VALOR TO WRK-NIF-SALARIO (WRK-NIF-SUB)
                   ADD 1 TO WRK-CONTADOR-SAL
                   PERFORM 0435-GUARDAR-SALARIO
                 END-IF
               END-PERFORM
             END-IF
             READ MVS
           END-PERFORM.
           CLOSE MVS.
       0430-SOMAR-SALARIOS-FIM.  EXIT.
      **************************************************
       0435-GUARDAR-SALARIO                      SECTION.
           IF WRK-SAL-QTD NOT LESS THAN 2000
             DISPLAY "TABELA DE SALARIOS CHEIA - " MOV-CHAVE
             GO TO 0435-GUARDAR-SALARIO-FIM
           END-IF.
           ADD 1 TO WRK-SAL-QTD.
           MOVE MOV-CHAVE      TO WRK-SAL-CHAVE (WRK-SAL-QTD).
           MOVE MOV-DATA-VALOR TO WRK-SAL-DATA (WRK-SAL-QTD).
           MOVE MOV-VALOR      TO WRK-SAL-VALOR (WRK-SAL-QTD).
           MOVE "N"            TO WRK-SAL-USADO (WRK-SAL-QTD).
       0435-GUARDAR-SALARIO-FIM.  EXIT.
      **************************************************
      *  OUTROS CREDITOS DO MOVHIST NA JANELA, POR MES *
      *  - O CREDITO DE SALARIO JA CONTADO (MESMA      *
      *  CONTA, DATA E VALOR) FICA DE FORA             *
      **************************************************
       0440-SOMAR-RECORRENTES                    SECTION.
           OPEN INPUT HST.
           IF WRK-FS-MOVHIST NOT EQUAL "00"
             DISPLAY "MOVHIST INDISPONIVEL - SEM OUTROS CREDITOS"
             GO TO 0440-SOMAR-RECORRENTES-FIM
           END-IF.
           READ HST.
           PERFORM UNTIL WRK-FS-MOVHIST NOT EQUAL "00"
             IF HST-TIPO EQUAL "C" AND
                HST-DATA-VALOR NOT LESS THAN WRK-JAN-INI-NUM AND
                HST-DATA-VALOR LESS THAN WRK-JAN-FIM-NUM
               PERFORM 0445-CLASSIFICAR-CREDITO
             END-IF
             READ HST
           END-PERFORM.
           CLOSE HST.
       0440-SOMAR-RECORRENTES-FIM.  EXIT.
      **************************************************
       0445-CLASSIFICAR-CREDITO                  SECTION.
           MOVE ZEROS TO WRK-NIF-SUB.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-CTA-QTD
             IF WRK-CTA-CHAVE (WRK-SUB) EQUAL HST-CHAVE
               MOVE WRK-CTA-NIF-SUB (WRK-SUB) TO WRK-NIF-SUB
             END-IF
           END-PERFORM.
           IF WRK-NIF-SUB EQUAL ZEROS
             GO TO 0445-CLASSIFICAR-CREDITO-FIM
           END-IF.
           MOVE "N" TO WRK-TEM-SALARIO.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-SAL-QTD
                      OR WRK-TEM-SALARIO EQUAL "S"
             IF WRK-SAL-CHAVE (WRK-SUB) EQUAL HST-CHAVE AND
                WRK-SAL-DATA (WRK-SUB) EQUAL HST-DATA-VALOR AND
                WRK-SAL-VALOR (WRK-SUB) EQUAL HST-VALOR AND
                WRK-SAL-USADO (WRK-SUB) EQUAL "N"
               MOVE "S" TO WRK-SAL-USADO (WRK-SUB)
               MOVE "S" TO WRK-TEM-SALARIO
             END-IF
           END-PERFORM.
           IF WRK-TEM-SALARIO EQUAL "S"
             GO TO 0445-CLASSIFICAR-CREDITO-FIM
           END-IF.
           MOVE HST-DATA-VALOR TO WRK-DATA-MOV.
           COMPUTE WRK-SUB-MES = (WRK-MOV-ANO * 12 + WRK-MOV-MES)
                               - (WRK-INI-ANO * 12 + WRK-INI-MES)
                               + 1.
           ADD HST-VALOR TO WRK-NIF-MES (WRK-NIF-SUB, WRK-SUB-MES).
           ADD 1 TO WRK-CONTADOR-HST.
       0445-CLASSIFICAR-CREDITO-FIM.  EXIT.
      **************************************************
      *  RENDIMENTO MENSAL = MEDIA DOS SALARIOS NA     *
      *  JANELA + O MENOR TOTAL MENSAL DOS OUTROS      *
      *  CREDITOS (SO O QUE SE REPETE TODOS OS MESES)  *
      *  ESFORCO = (PRESTACOES ATIVAS + PROPOSTA) /    *
      *  RENDIMENTO - O PEDIDO APROVADO PASSA A CONTAR *
      *  NOS PEDIDOS SEGUINTES DO MESMO NIF            *
      **************************************************
       0200-PROCESSAR                            SECTION.
           MOVE WRK-PED-REG (WRK-SUB)     TO REG-PEDEMP.
           MOVE WRK-PED-NIF-SUB (WRK-SUB) TO WRK-NIF-SUB.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS  TO WRK-RENDIMENTO.
           MOVE ZEROS  TO WRK-ENCARGOS.
           MOVE ZEROS  TO WRK-ESFORCO.
           IF PEM-NIF EQUAL ZEROS OR
              WRK-NIF-CONTAS (WRK-NIF-SUB) EQUAL ZEROS
             MOVE "NIF SEM FICHA CLIMST" TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           MOVE "N" TO WRK-TEM-CONTA.
           PERFORM VARYING WRK-CTA-SUB FROM 1 BY 1
                   UNTIL WRK-CTA-SUB > WRK-CTA-QTD
             IF WRK-CTA-CHAVE (WRK-CTA-SUB) EQUAL PEM-EMP-CHAVE AND
                WRK-CTA-NIF-SUB (WRK-CTA-SUB) EQUAL WRK-NIF-SUB
               MOVE "S" TO WRK-TEM-CONTA
             END-IF
           END-PERFORM.
           IF WRK-TEM-CONTA EQUAL "N"
             MOVE "CONTA NAO E DO NIF" TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           IF PEM-PRESTACAO NOT NUMERIC OR PEM-PRESTACAO EQUAL ZEROS
             MOVE "PRESTACAO INVALIDA" TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           COMPUTE WRK-RENDIMENTO ROUNDED =
                   WRK-NIF-SALARIO (WRK-NIF-SUB) / WRK-MESES-JANELA.
           MOVE WRK-NIF-MES (WRK-NIF-SUB, 1) TO WRK-RECORRENTE.
           PERFORM VARYING WRK-SUB-MES FROM 2 BY 1
                   UNTIL WRK-SUB-MES > WRK-MESES-JANELA
             IF WRK-NIF-MES (WRK-NIF-SUB, WRK-SUB-MES)
                LESS THAN WRK-RECORRENTE
               MOVE WRK-NIF-MES (WRK-NIF-SUB, WRK-SUB-MES)
                 TO WRK-RECORRENTE
             END-IF
           END-PERFORM.
           ADD WRK-RECORRENTE TO WRK-RENDIMENTO.
           COMPUTE WRK-ENCARGOS = WRK-NIF-DIVIDA (WRK-NIF-SUB)
                                + PEM-PRESTACAO.
           IF WRK-RENDIMENTO EQUAL ZEROS
             MOVE "SEM RENDIMENTO PROVADO" TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           COMPUTE WRK-ESFORCO ROUNDED =
                   WRK-ENCARGOS * 100 / WRK-RENDIMENTO
             ON SIZE ERROR
               MOVE 9999,99 TO WRK-ESFORCO
           END-COMPUTE.
           IF WRK-ESFORCO GREATER THAN WRK-TETO-ESFORCO
             MOVE "ESFORCO ACIMA DO TETO" TO WRK-MOTIVO
           END-IF.
       0200-DECIDIR.
           IF WRK-MOTIVO EQUAL SPACES
             WRITE REG-EMPAPROV FROM PEM-CARTAO
             ADD PEM-PRESTACAO TO WRK-NIF-DIVIDA (WRK-NIF-SUB)
             ADD 1 TO WRK-CONTADOR-APROV
           ELSE
             PERFORM 0220-LISTAR-PEDIDO
             ADD 1 TO WRK-CONTADOR-REFER
           END-IF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0220-LISTAR-PEDIDO                        SECTION.
           MOVE PEM-NIF        TO WRK-L-NIF.
           MOVE PEM-EMP-CHAVE  TO WRK-L-CHAVE.
           MOVE PEM-EMP-NUM    TO WRK-L-NUM.
           MOVE WRK-RENDIMENTO TO WRK-L-RENDIMENTO.
           MOVE WRK-ENCARGOS   TO WRK-L-ENCARGOS.
           MOVE WRK-ESFORCO    TO WRK-L-ESFORCO.
           MOVE WRK-MOTIVO     TO WRK-L-MOTIVO.
           WRITE REG-EMPREFER FROM WRK-LINHA-DET.
       0220-LISTAR-PEDIDO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR           TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "PEDIDOS LIDOS......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-APROV     TO WRK-CONTADOR-IDE.
           DISPLAY "APROVADOS (EMPAPROV).. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REFER     TO WRK-CONTADOR-IDE.
           DISPLAY "PARA DECISAO.......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SAL       TO WRK-CONTADOR-IDE.
           DISPLAY "CREDITOS DE SALARIO... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-HST       TO WRK-CONTADOR-IDE.
           DISPLAY "OUTROS CREDITOS....... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE APR.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                         DIVISION.
       PROGRAM-ID. TR00PTTT.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: RETROATIVOS DE SALARIO - PARA CADA
      *            ALTERACAO DO TRUTT.SALHIST COM DATA EFETIVA
      *            ANTERIOR AO REGISTO (DATAREG), OS MESES
      *            DESDE A DATA EFETIVA ATE AO ULTIMO MES PAGO
      *            (SYSIN AAAAMM) FORAM PAGOS COM O SALARIO
      *            ANTIGO; RECALCULA MES A MES A DIFERENCA DE
      *            SALARIO (O PRIMEIRO MES PROPORCIONAL AOS
      *            DIAS) E A DAS HORAS EXTRA DESSE MES (HORAHIST,
      *            GERACOES ANTERIORES DO HORASAPR) AO VALOR DA
      *            NOVA HORA BASE, GRAVA O RETROMOV QUE A FOLHA
      *            MENSAL SEGUINTE (TR00PTT8) PAGA EM RUBRICA
      *            PROPRIA E IMPRIME O RELATORIO POR
      *            DEPARTAMENTO (RETROREL) PARA APROVACAO ANTES
      *            DA FOLHA - A LINHA DO HISTORICO FICA COM
      *            RETRO = C (CALCULADO) E PASSA A P QUANDO A
      *            FOLHA A PAGA; SO OS AUMENTOS TEM RETROATIVOS
      *  DATA: 15/10/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT HAP ASSIGN TO HORAHIST
           FILE STATUS IS WRK-FS-HORAHIST.

           SELECT RTM ASSIGN TO RETROMOV
           FILE STATUS IS WRK-FS-RETROMOV.

           SELECT REL ASSIGN TO RETROREL
           FILE STATUS IS WRK-FS-RETROREL.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD HAP
           RECORDING MODE IS F
           RECORD CONTAINS 17 CHARACTERS.
       01 REG-HORASAPR.
          05 APR-IDFUN             PIC 9(05).
          05 APR-DATA              PIC 9(08).
          05 APR-HORAS             PIC 9(02)V9.
          05 APR-TARIFA            PIC X(01).

       FD RTM
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
       01 REG-RETROMOV.
          05 RTM-IDFUN             PIC 9(05).
          05 RTM-DEPFUN            PIC 9(02).
          05 RTM-MES               PIC 9(06).
          05 RTM-SALARIO           PIC 9(08)V99.
          05 RTM-HEXTRA            PIC 9(08)V99.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-RETROREL             PIC X(80).

       WORKING-STORAGE                         SECTION.
           EXEC SQL
             INCLUDE "BOOKFUNC"
           END-EXEC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE CURSORRET CURSOR FOR
               SELECT H.IDFUN,F.NOMEFUN,F.DEPFUN,
                    H.SALANT,H.SALNOVO,H.DATAEFET,H.DATAREG
                 FROM TRUTT.SALHIST H,
                      TRUTT.FUNC F
                 WHERE F.IDFUN = H.IDFUN
                   AND H.DATAREG IS NOT NULL
                   AND H.DATAEFET < H.DATAREG
                   AND H.SALNOVO > H.SALANT
                   AND (H.RETRO IS NULL OR H.RETRO = 'C')
                 ORDER BY F.DEPFUN,H.IDFUN,H.DATAEFET
           END-EXEC.
       77 WRK-SQLCODE       PIC -999       VALUE ZEROS.
       77 WRK-INDICA-NULO   PIC S9(04)     COMP.
       77 WRK-FS-HORAHIST   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-RETROMOV   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-RETROREL   PIC X(02)      VALUE ZEROS.
       01 WRK-ULTIMO-PAGO   PIC 9(06)      VALUE ZEROS.
       01 FILLER REDEFINES WRK-ULTIMO-PAGO.
          05 WRK-ULT-ANO    PIC 9(04).
          05 WRK-ULT-MES    PIC 9(02).
      *------------- LINHA DO HISTORICO -------------------
       77 WRK-SAL-ANTIGO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-SAL-NOVO      PIC 9(08)V99   VALUE ZEROS.
       01 WRK-DATAEFET.
          05 WRK-EFE-ANO    PIC 9(04).
          05 FILLER         PIC X(01).
          05 WRK-EFE-MES    PIC 9(02).
          05 FILLER         PIC X(01).
          05 WRK-EFE-DIA    PIC 9(02).
       01 WRK-DATAREG.
          05 WRK-REG-ANO    PIC 9(04).
          05 FILLER         PIC X(01).
          05 WRK-REG-MES    PIC 9(02).
          05 FILLER         PIC X(01).
          05 WRK-REG-DIA    PIC 9(02).
       77 WRK-IDFUN-PROC    PIC 9(05)      VALUE ZEROS.
       77 WRK-DEPFUN        PIC 9(02)      VALUE ZEROS.
       77 WRK-DEPFUN-ANT    PIC 9(02)      VALUE ZEROS.
       77 WRK-PRIMEIRO      PIC X(01)      VALUE "S".
      *------------- MESES A RECALCULAR -------------------
       01 WRK-MES-CORR      PIC 9(06)      VALUE ZEROS.
       01 FILLER REDEFINES WRK-MES-CORR.
          05 WRK-COR-ANO    PIC 9(04).
          05 WRK-COR-MES    PIC 9(02).
       01 WRK-MES-EFE       PIC 9(06)      VALUE ZEROS.
       01 WRK-MES-FIM       PIC 9(06)      VALUE ZEROS.
       01 FILLER REDEFINES WRK-MES-FIM.
          05 WRK-FIM-ANO    PIC 9(04).
          05 WRK-FIM-MES    PIC 9(02).
       77 WRK-DIFERENCA     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DIF-SALARIO   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DIF-HEXTRA    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-DIAS-MES      PIC 9(02)      VALUE ZEROS.
       77 WRK-HORAS-POND    PIC 9(05)V99   VALUE ZEROS.
      *------------- HORAS EXTRA APROVADAS POR MES --------
      *  AS HORAS ENTRAM JA PONDERADAS PELA TARIFA
      *  (N = 1,25  F = 1,50), COMO NA FOLHA
       01 WRK-HHS-TAB.
          05 WRK-HHS-ENTRY OCCURS 2000 TIMES.
             10 WRK-HHS-IDFUN     PIC 9(05).
             10 WRK-HHS-MES       PIC 9(06).
             10 WRK-HHS-HORAS     PIC 9(05)V99.
       77 WRK-HHS-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-HHS-SUB       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-HHS-USO       PIC 9(04)      COMP VALUE ZEROS.
      *------------- TOTAIS -------------------------------
       77 WRK-DEP-SALARIO   PIC 9(10)V99   VALUE ZEROS.
       77 WRK-DEP-HEXTRA    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-GER-SALARIO   PIC 9(10)V99   VALUE ZEROS.
       77 WRK-GER-HEXTRA    PIC 9(10)V99   VALUE ZEROS.
       77 WRK-STATS-LIDOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-RETRO   PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-MESES   PIC 9(05)      VALUE ZEROS.
      *------------- RELATORIO ----------------------------
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(42) VALUE
             "RETROATIVOS DE SALARIO A APROVAR - ULTIMO ".
          05 FILLER               PIC X(11) VALUE "MES PAGO   ".
          05 WRK-T-ANO            PIC 9(04).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-T-MES            PIC 9(02).
          05 FILLER               PIC X(20) VALUE SPACES.
       01 WRK-LINHA-DEPT.
          05 FILLER               PIC X(13) VALUE "DEPARTAMENTO ".
          05 WRK-D-DEPT           PIC 9(02).
          05 FILLER               PIC X(65) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
          05 FILLER               PIC X(36) VALUE
             "IDFUN NOME                  MES     ".
          05 FILLER               PIC X(44) VALUE
             "       SALARIO    HORAS EXTRA          TOTAL".
       01 WRK-LINHA-DETALHE.
          05 WRK-L-IDFUN          PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-NOME           PIC X(21).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-ANO            PIC 9(04).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-L-MES            PIC 9(02).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-SALARIO        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-HEXTRA         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL.
          05 WRK-S-ROTULO         PIC X(36).
          05 WRK-S-SALARIO        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-HEXTRA         PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGAR-HORAS
               UNTIL WRK-FS-HORAHIST EQUAL "10".
           PERFORM 0160-ABRIR-CURSOR.
           PERFORM 0200-PROCESSAR UNTIL SQLCODE EQUAL 100.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-PRINCIPAL-FIM.   EXIT.
      ***************************************************
      *  SYSIN: ULTIMO MES PAGO PELA FOLHA (AAAAMM)    *
      ***************************************************
       0100-INICIALIZAR                        SECTION.
           ACCEPT WRK-ULTIMO-PAGO.
           IF WRK-ULTIMO-PAGO NOT NUMERIC OR
              WRK-ULT-MES EQUAL ZEROS OR
              WRK-ULT-MES GREATER THAN 12
             DISPLAY "ULTIMO MES PAGO (AAAAMM) OBRIGATORIO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT RTM.
           IF WRK-FS-RETROMOV NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA RETROMOV - STATUS " WRK-FS-RETROMOV
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           MOVE WRK-ULT-ANO TO WRK-T-ANO.
           MOVE WRK-ULT-MES TO WRK-T-MES.
           WRITE REG-RETROREL FROM WRK-LINHA-TITULO.
      *    SEM HISTORICO DE HORAS OS RETROATIVOS SO
      *    LEVAM A DIFERENCA DE SALARIO
           OPEN INPUT HAP.
           IF WRK-FS-HORAHIST NOT EQUAL "00"
             DISPLAY "HORAHIST INDISPONIVEL - SEM HORAS EXTRA"
             MOVE "10" TO WRK-FS-HORAHIST
           ELSE
             READ HAP
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
       0150-CARREGAR-HORAS                     SECTION.
           IF APR-DATA(1:6) GREATER THAN WRK-ULTIMO-PAGO
             GO TO 0150-LER-SEGUINTE
           END-IF.
           EVALUATE APR-TARIFA
             WHEN "F"
               COMPUTE WRK-HORAS-POND ROUNDED = APR-HORAS * 1,50
             WHEN OTHER
               COMPUTE WRK-HORAS-POND ROUNDED = APR-HORAS * 1,25
           END-EVALUATE.
           MOVE APR-IDFUN     TO WRK-IDFUN-PROC.
           MOVE APR-DATA(1:6) TO WRK-MES-CORR.
           PERFORM 0170-LOCALIZAR-HORAS.
           IF WRK-HHS-USO EQUAL ZEROS
             IF WRK-HHS-QTD LESS THAN 2000
               ADD 1 TO WRK-HHS-QTD
               MOVE WRK-HHS-QTD  TO WRK-HHS-USO
               MOVE APR-IDFUN    TO WRK-HHS-IDFUN (WRK-HHS-USO)
               MOVE WRK-MES-CORR TO WRK-HHS-MES (WRK-HHS-USO)
               MOVE ZEROS        TO WRK-HHS-HORAS (WRK-HHS-USO)
             ELSE
               DISPLAY "TABELA DE HORAS CHEIA - LINHA IGNORADA"
             END-IF
           END-IF.
           IF WRK-HHS-USO GREATER THAN ZEROS
             ADD WRK-HORAS-POND TO WRK-HHS-HORAS (WRK-HHS-USO)
           END-IF.
       0150-LER-SEGUINTE.
           READ HAP.
       0150-CARREGAR-HORAS-FIM. EXIT.
      ***************************************************
       0160-ABRIR-CURSOR                       SECTION.
           EXEC SQL
             OPEN CURSORRET
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                 PERFORM 0400-LER-REGISTO
               WHEN 100
                 DISPLAY "SEM ALTERACOES DE SALARIO COM RETROATIVOS"
               WHEN OTHER
                 MOVE SQLCODE TO WRK-SQLCODE
                 DISPLAY "ERRO SQLCODE" WRK-SQLCODE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
       0160-ABRIR-CURSOR-FIM. EXIT.
      ***************************************************
       0170-LOCALIZAR-HORAS                    SECTION.
           MOVE ZEROS TO WRK-HHS-USO.
           PERFORM VARYING WRK-HHS-SUB FROM 1 BY 1
                   UNTIL WRK-HHS-SUB > WRK-HHS-QTD
             IF WRK-HHS-IDFUN (WRK-HHS-SUB) EQUAL WRK-IDFUN-PROC
                AND WRK-HHS-MES (WRK-HHS-SUB) EQUAL WRK-MES-CORR
               MOVE WRK-HHS-SUB TO WRK-HHS-USO
             END-IF
           END-PERFORM.
       0170-LOCALIZAR-HORAS-FIM. EXIT.
      ***************************************************
      *  OS MESES A ACERTAR VAO DA DATA EFETIVA ATE AO *
      *  MES ANTERIOR AO REGISTO, SEM PASSAR O ULTIMO  *
      *  MES PAGO - A PARTIR DO REGISTO A FOLHA JA     *
      *  PAGOU O SALARIO NOVO                          *
      ***************************************************
       0200-PROCESSAR                          SECTION.
           ADD 1 TO WRK-STATS-LIDOS.
           IF WRK-INDICA-NULO EQUAL -1
             MOVE ZEROS      TO WRK-DEPFUN
           ELSE
             MOVE DB2-DEPFUN TO WRK-DEPFUN
           END-IF.
           COMPUTE WRK-MES-EFE = WRK-EFE-ANO * 100 + WRK-EFE-MES.
           MOVE WRK-REG-ANO TO WRK-FIM-ANO.
           MOVE WRK-REG-MES TO WRK-FIM-MES.
           IF WRK-FIM-MES EQUAL 1
             SUBTRACT 1 FROM WRK-FIM-ANO
             MOVE 12 TO WRK-FIM-MES
           ELSE
             SUBTRACT 1 FROM WRK-FIM-MES
           END-IF.
           IF WRK-MES-FIM GREATER THAN WRK-ULTIMO-PAGO
             MOVE WRK-ULTIMO-PAGO TO WRK-MES-FIM
           END-IF.
           IF WRK-MES-EFE GREATER THAN WRK-MES-FIM
             PERFORM 0400-LER-REGISTO
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           IF WRK-PRIMEIRO EQUAL "S" OR
              WRK-DEPFUN NOT EQUAL WRK-DEPFUN-ANT
             PERFORM 0260-QUEBRA-DEPARTAMENTO
           END-IF.
           ADD 1 TO WRK-STATS-RETRO.
           COMPUTE WRK-DIFERENCA = WRK-SAL-NOVO - WRK-SAL-ANTIGO.
           MOVE DB2-IDFUN   TO WRK-IDFUN-PROC.
           MOVE WRK-MES-EFE TO WRK-MES-CORR.
           PERFORM 0250-CALCULAR-MES
               UNTIL WRK-MES-CORR GREATER THAN WRK-MES-FIM.
           EXEC SQL
             UPDATE TRUTT.SALHIST
             SET RETRO = 'C'
             WHERE IDFUN    = :DB2-IDFUN
               AND DATAEFET = :WRK-DATAEFET
               AND DATAREG  = :WRK-DATAREG
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO WRK-SQLCODE
             DISPLAY "ERRO SQLCODE NO HISTORICO" WRK-SQLCODE
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0400-LER-REGISTO.
       0200-PROCESSAR-FIM.   EXIT.
      ***************************************************
      *  UM MES DE RETROATIVOS - O MES DA DATA EFETIVA *
      *  CONTA SO OS DIAS DESDE ESSA DATA (MES DE 30); *
      *  AS HORAS EXTRA DO MES VALEM A DIFERENCA DA    *
      *  HORA BASE (SALARIO SOBRE 160 HORAS)           *
      ***************************************************
       0250-CALCULAR-MES                       SECTION.
           IF WRK-MES-CORR EQUAL WRK-MES-EFE AND
              WRK-EFE-DIA GREATER THAN 1
             IF WRK-EFE-DIA GREATER THAN 30
               MOVE ZEROS TO WRK-DIAS-MES
             ELSE
               COMPUTE WRK-DIAS-MES = 31 - WRK-EFE-DIA
             END-IF
             COMPUTE WRK-DIF-SALARIO ROUNDED =
                     WRK-DIFERENCA * WRK-DIAS-MES / 30
           ELSE
             MOVE WRK-DIFERENCA TO WRK-DIF-SALARIO
           END-IF.
           MOVE ZEROS TO WRK-DIF-HEXTRA.
           PERFORM 0170-LOCALIZAR-HORAS.
           IF WRK-HHS-USO GREATER THAN ZEROS
             COMPUTE WRK-DIF-HEXTRA ROUNDED =
                     WRK-DIFERENCA / 160 * WRK-HHS-HORAS (WRK-HHS-USO)
           END-IF.
           IF WRK-DIF-SALARIO GREATER THAN ZEROS OR
              WRK-DIF-HEXTRA GREATER THAN ZEROS
             MOVE DB2-IDFUN       TO RTM-IDFUN
             MOVE WRK-DEPFUN      TO RTM-DEPFUN
             MOVE WRK-MES-CORR    TO RTM-MES
             MOVE WRK-DIF-SALARIO TO RTM-SALARIO
             MOVE WRK-DIF-HEXTRA  TO RTM-HEXTRA
             WRITE REG-RETROMOV
             ADD 1 TO WRK-STATS-MESES
             ADD WRK-DIF-SALARIO TO WRK-DEP-SALARIO
             ADD WRK-DIF-HEXTRA  TO WRK-DEP-HEXTRA
             MOVE DB2-IDFUN       TO WRK-L-IDFUN
             MOVE DB2-NOMEFUN     TO WRK-L-NOME
             MOVE WRK-COR-ANO     TO WRK-L-ANO
             MOVE WRK-COR-MES     TO WRK-L-MES
             MOVE WRK-DIF-SALARIO TO WRK-L-SALARIO
             MOVE WRK-DIF-HEXTRA  TO WRK-L-HEXTRA
             COMPUTE WRK-L-TOTAL = WRK-DIF-SALARIO + WRK-DIF-HEXTRA
             WRITE REG-RETROREL FROM WRK-LINHA-DETALHE
           END-IF.
           IF WRK-COR-MES EQUAL 12
             ADD 1 TO WRK-COR-ANO
             MOVE 1 TO WRK-COR-MES
           ELSE
             ADD 1 TO WRK-COR-MES
           END-IF.
       0250-CALCULAR-MES-FIM. EXIT.
      ***************************************************
       0260-QUEBRA-DEPARTAMENTO                SECTION.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0270-TOTAL-DEPARTAMENTO
           END-IF.
           MOVE "N"        TO WRK-PRIMEIRO.
           MOVE WRK-DEPFUN TO WRK-DEPFUN-ANT.
           MOVE WRK-DEPFUN TO WRK-D-DEPT.
           WRITE REG-RETROREL FROM WRK-LINHA-BRANCO.
           WRITE REG-RETROREL FROM WRK-LINHA-DEPT.
           WRITE REG-RETROREL FROM WRK-LINHA-COLUNAS.
       0260-QUEBRA-DEPARTAMENTO-FIM. EXIT.
      ***************************************************
       0270-TOTAL-DEPARTAMENTO                 SECTION.
           MOVE "TOTAL DO DEPARTAMENTO"   TO WRK-S-ROTULO.
           MOVE WRK-DEP-SALARIO TO WRK-S-SALARIO.
           MOVE WRK-DEP-HEXTRA  TO WRK-S-HEXTRA.
           COMPUTE WRK-S-TOTAL = WRK-DEP-SALARIO + WRK-DEP-HEXTRA.
           WRITE REG-RETROREL FROM WRK-LINHA-TOTAL.
           ADD WRK-DEP-SALARIO TO WRK-GER-SALARIO.
           ADD WRK-DEP-HEXTRA  TO WRK-GER-HEXTRA.
           MOVE ZEROS TO WRK-DEP-SALARIO.
           MOVE ZEROS TO WRK-DEP-HEXTRA.
       0270-TOTAL-DEPARTAMENTO-FIM. EXIT.
      ***************************************************
       0300-FINALIZAR                          SECTION.
           EXEC SQL
             CLOSE CURSORRET
           END-EXEC.
           IF WRK-PRIMEIRO EQUAL "N"
             PERFORM 0270-TOTAL-DEPARTAMENTO
           END-IF.
           WRITE REG-RETROREL FROM WRK-LINHA-BRANCO.
           MOVE "TOTAL GERAL A APROVAR"   TO WRK-S-ROTULO.
           MOVE WRK-GER-SALARIO TO WRK-S-SALARIO.
           MOVE WRK-GER-HEXTRA  TO WRK-S-HEXTRA.
           COMPUTE WRK-S-TOTAL = WRK-GER-SALARIO + WRK-GER-HEXTRA.
           WRITE REG-RETROREL FROM WRK-LINHA-TOTAL.
           IF RETURN-CODE EQUAL ZEROS
             EXEC SQL COMMIT END-EXEC
           ELSE
             EXEC SQL ROLLBACK END-EXEC
           END-IF.
           IF WRK-FS-HORAHIST EQUAL "10" OR "00"
             CLOSE HAP
           END-IF.
           CLOSE RTM.
           CLOSE REL.
           DISPLAY "ALTERACOES LIDAS      " WRK-STATS-LIDOS.
           DISPLAY "ALTERACOES COM RETRO  " WRK-STATS-RETRO.
           DISPLAY "MESES A PAGAR         " WRK-STATS-MESES.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************
       0400-LER-REGISTO                        SECTION.
           EXEC SQL
             FETCH CURSORRET
             INTO :DB2-IDFUN,
                  :DB2-NOMEFUN,
                  :DB2-DEPFUN  :WRK-INDICA-NULO,
                  :WRK-SAL-ANTIGO,
                  :WRK-SAL-NOVO,
                  :WRK-DATAEFET,
                  :WRK-DATAREG
           END-EXEC.
           IF SQLCODE NOT EQUAL 0 AND 100
             MOVE SQLCODE TO WRK-SQLCODE
             DISPLAY "ERRO SQLCODE" WRK-SQLCODE
             MOVE 8 TO RETURN-CODE
             MOVE 100 TO SQLCODE
           END-IF.
       0400-LER-REGISTO-FIM. EXIT.
      ***************************************************

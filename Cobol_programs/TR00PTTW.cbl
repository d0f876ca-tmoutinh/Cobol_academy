       IDENTIFICATION                         DIVISION.
       PROGRAM-ID. TR00PTTW.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: LACUNAS DE COMPETENCIAS POR DEPARTAMENTO
      *            (CORRIDA TRIMESTRAL) - O SKILLREQ DIZ QUE
      *            CURSOS DO CATALOGO (CURSOSIN) CADA
      *            DEPARTAMENTO DO TRUTT.DEPTMST EXIGE, SE SAO
      *            OBRIGATORIOS (O) OU DESEJAVEIS (D) E DE
      *            QUANTOS MESES E A RENOVACAO (ZERO = NAO
      *            CADUCA); CADA FUNCIONARIO ATIVO E COMPARADO
      *            COM O HISTORICO DO FUNSKILL (TR00PTTP) E O
      *            RELATORIO SKILLREL LISTA, POR DEPARTAMENTO,
      *            OS OBRIGATORIOS EM FALTA OU CADUCADOS DE
      *            CADA FUNCIONARIO COM A PERCENTAGEM DE
      *            CONFORMIDADE DO FUNCIONARIO E DO
      *            DEPARTAMENTO - CADA LACUNA GERA UMA
      *            INSCRICAO SUGERIDA NO FUNCINSC PARA O
      *            TR00PTTN
      *            SYSIN: S = SUGERIR TAMBEM OS DESEJAVEIS EM
      *                   FALTA (SEM CARTAO SO OS OBRIGATORIOS)
      *  DATA: 15/10/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT CAT ASSIGN TO CURSOSIN
           FILE STATUS IS WRK-FS-CURSOSIN.

           SELECT RQS ASSIGN TO SKILLREQ
           FILE STATUS IS WRK-FS-SKILLREQ.

           SELECT SKL ASSIGN TO FUNSKILL
           FILE STATUS IS WRK-FS-FUNSKILL.

           SELECT FIN ASSIGN TO FUNCINSC
           FILE STATUS IS WRK-FS-FUNCINSC.

           SELECT REL ASSIGN TO SKILLREL
           FILE STATUS IS WRK-FS-SKILLREL.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD CAT
           RECORDING MODE IS F.
       01 REG-CURSO.
          05 REG-CURSO-CODIGO      PIC X(04).
          05 REG-CURSO-DESC        PIC X(30).
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

      *    COMPETENCIAS EXIGIDAS POR DEPARTAMENTO
      *    TIPO: O-OBRIGATORIA  D-DESEJAVEL
      *    RENOVA: MESES DE VALIDADE (ZERO = NAO CADUCA)
       FD RQS
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-SKILLREQ.
          05 RQS-DEPFUN            PIC 9(02).
          05 RQS-CURSO             PIC X(04).
          05 RQS-TIPO              PIC X(01).
          05 RQS-RENOVA            PIC 9(03).

       FD SKL
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01 REG-FUNSKILL.
          05 SKL-IDFUN             PIC 9(05).
          05 SKL-CURSO             PIC X(04).
          05 SKL-NOTA              PIC 9(02).
          05 SKL-DATA              PIC 9(08).

       FD FIN
           RECORDING MODE IS F
           RECORD CONTAINS 17 CHARACTERS.
       01 REG-FUNCINSC.
          05 FIN-IDFUN             PIC 9(05).
          05 FIN-CURSO             PIC X(04).
          05 FIN-DATA              PIC 9(08).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-SKILLREL              PIC X(80).

       WORKING-STORAGE                         SECTION.
           EXEC SQL
             INCLUDE "BOOKFUNC"
           END-EXEC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             DECLARE CURSORSKL CURSOR FOR
               SELECT IDFUN,NOMEFUN,DEPFUN
                 FROM TRUTT.FUNC
                 WHERE DATAFIM IS NULL
                    OR DATAFIM > CURRENT DATE
                 ORDER BY DEPFUN,IDFUN
           END-EXEC.
       77 WRK-SQLCODE       PIC -999       VALUE ZEROS.
       77 WRK-INDICA-NULO   PIC S9(04)     COMP.
       77 WRK-FS-CURSOSIN   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SKILLREQ   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FUNSKILL   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FUNCINSC   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-SKILLREL   PIC X(02)      VALUE ZEROS.
       77 WRK-TEM-FUNSKILL  PIC X(01)      VALUE "N".
       77 WRK-SUGERE-DESEJ  PIC X(01)      VALUE SPACES.
       77 WRK-NOMEDEPT      PIC X(25)      VALUE SPACES.
       77 WRK-CODDEPT       PIC 9(02)      VALUE ZEROS.
       01 WRK-DATA-HOJE.
          05 WRK-HOJE-ANO   PIC 9(04).
          05 WRK-HOJE-MES   PIC 9(02).
          05 WRK-HOJE-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).
      *------------- CATALOGO DE CURSOS EM MEMORIA --------
       01 WRK-CAT-TAB.
          05 WRK-CAT-ENTRY OCCURS 50 TIMES.
             10 WRK-CAT-CODIGO    PIC X(04).
             10 WRK-CAT-DESC      PIC X(30).
       77 WRK-CAT-QTD       PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-CAT-SUB       PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-CAT-USO       PIC 9(02)      COMP VALUE ZEROS.
      *------------- COMPETENCIAS EXIGIDAS EM MEMORIA -----
       01 WRK-RQS-TAB.
          05 WRK-RQS-ENTRY OCCURS 300 TIMES.
             10 WRK-RQS-DEPFUN    PIC 9(02).
             10 WRK-RQS-CURSO     PIC X(04).
             10 WRK-RQS-TIPO      PIC X(01).
             10 WRK-RQS-RENOVA    PIC 9(03).
             10 WRK-RQS-CAT       PIC 9(02)      COMP.
       77 WRK-RQS-QTD       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-RQS-SUB       PIC 9(03)      COMP VALUE ZEROS.
      *------------- HISTORICO DO FUNSKILL EM MEMORIA -----
      *  UMA LINHA POR FUNCIONARIO E CURSO, COM A
      *  CONCLUSAO MAIS RECENTE
       01 WRK-SKL-TAB.
          05 WRK-SKL-ENTRY OCCURS 5000 TIMES.
             10 WRK-SKL-IDFUN     PIC 9(05).
             10 WRK-SKL-CURSO     PIC X(04).
             10 WRK-SKL-DATA      PIC 9(08).
       77 WRK-SKL-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-SKL-SUB       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-SKL-USO       PIC 9(04)      COMP VALUE ZEROS.
      *------------- VALIDADE DA COMPETENCIA --------------
       01 WRK-ULTIMA.
          05 WRK-ULT-ANO    PIC 9(04).
          05 WRK-ULT-MES    PIC 9(02).
          05 WRK-ULT-DIA    PIC 9(02).
       01 WRK-ULTIMA-N REDEFINES WRK-ULTIMA PIC 9(08).
       01 WRK-VENCE.
          05 WRK-VEN-ANO    PIC 9(04).
          05 WRK-VEN-MES    PIC 9(02).
          05 WRK-VEN-DIA    PIC 9(02).
       01 WRK-VENCE-N REDEFINES WRK-VENCE PIC 9(08).
       77 WRK-MESES-TOT     PIC 9(07)      COMP VALUE ZEROS.
       77 WRK-MESES-RESTO   PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-SITUACAO      PIC X(12)      VALUE SPACES.
      *------------- LACUNAS DO FUNCIONARIO ---------------
       01 WRK-LAC-TAB.
          05 WRK-LAC-ENTRY OCCURS 50 TIMES.
             10 WRK-LAC-CURSO     PIC X(04).
             10 WRK-LAC-DESC      PIC X(30).
             10 WRK-LAC-SITUACAO  PIC X(12).
             10 WRK-LAC-ULTIMA    PIC X(08).
       77 WRK-LAC-QTD       PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-LAC-SUB       PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-FUN-EXIGIDAS  PIC 9(03)      VALUE ZEROS.
       77 WRK-FUN-CUMPRIDAS PIC 9(03)      VALUE ZEROS.
      *------------- TOTAIS DO DEPARTAMENTO E GERAIS ------
       77 WRK-DEPT-ATUAL    PIC 9(02)      VALUE ZEROS.
       77 WRK-TEM-DEPT      PIC X(01)      VALUE "N".
       77 WRK-DEP-FUNC      PIC 9(05)      VALUE ZEROS.
       77 WRK-DEP-EXIGIDAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-DEP-CUMPRIDAS PIC 9(05)      VALUE ZEROS.
       77 WRK-DEP-DESEJ     PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-FUNC      PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-EXIGIDAS  PIC 9(07)      VALUE ZEROS.
       77 WRK-TOT-CUMPRIDAS PIC 9(07)      VALUE ZEROS.
       77 WRK-TOT-DESEJ     PIC 9(07)      VALUE ZEROS.
       77 WRK-TOT-SUGERIDAS PIC 9(05)      VALUE ZEROS.
       77 WRK-PERCENT       PIC 9(03)V99   VALUE ZEROS.
      *------------- RELATORIO ----------------------------
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(42) VALUE
             "LACUNAS DE COMPETENCIAS - DATA ".
          05 WRK-T-DATA           PIC 9(08).
          05 FILLER               PIC X(30) VALUE SPACES.
       01 WRK-LINHA-FUNC.
          05 FILLER               PIC X(05) VALUE "FUNC ".
          05 WRK-F-IDFUN          PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-F-NOME           PIC X(30).
          05 FILLER               PIC X(14) VALUE
             " CONFORMIDADE ".
          05 WRK-F-PERCENT        PIC ZZ9,99.
          05 FILLER               PIC X(01) VALUE "%".
          05 FILLER               PIC X(18) VALUE SPACES.
       01 WRK-LINHA-LACUNA.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 WRK-G-CURSO          PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-G-DESC           PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-G-SITUACAO       PIC X(12).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-G-ULTIMA         PIC X(08).
          05 FILLER               PIC X(17) VALUE SPACES.
       01 WRK-LINHA-DEPT.
          05 FILLER               PIC X(05) VALUE "DEPT ".
          05 WRK-D-DEPT           PIC 9(02).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-D-NOME           PIC X(25).
          05 FILLER               PIC X(06) VALUE " FUNC ".
          05 WRK-D-FUNC           PIC ZZZZ9.
          05 FILLER               PIC X(07) VALUE " OBRIG ".
          05 WRK-D-EXIGIDAS       PIC ZZZZ9.
          05 FILLER               PIC X(07) VALUE " CUMPR ".
          05 WRK-D-CUMPRIDAS      PIC ZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-D-PERCENT        PIC ZZ9,99.
          05 FILLER               PIC X(01) VALUE "%".
          05 FILLER               PIC X(04) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 WRK-S-ROTULO         PIC X(30).
          05 WRK-S-QTD            PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(41) VALUE SPACES.
       01 WRK-LINHA-PERCENT.
          05 FILLER               PIC X(30) VALUE
             "CONFORMIDADE GERAL".
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-P-PERCENT        PIC ZZ9,99.
          05 FILLER               PIC X(01) VALUE "%".
          05 FILLER               PIC X(40) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-CATALOGO
               UNTIL WRK-FS-CURSOSIN EQUAL "10".
           PERFORM 0120-CARREGAR-EXIGIDAS
               UNTIL WRK-FS-SKILLREQ EQUAL "10".
           PERFORM 0130-CARREGAR-HISTORICO
               UNTIL WRK-FS-FUNSKILL EQUAL "10".
           PERFORM 0160-ABRIR-CURSOR.
           PERFORM 0200-PROCESSAR UNTIL SQLCODE EQUAL 100.
           IF WRK-TEM-DEPT EQUAL "S"
             PERFORM 0250-FECHAR-DEPARTAMENTO
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-PRINCIPAL-FIM.   EXIT.
      ***************************************************
       0100-INICIALIZAR                        SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-SUGERE-DESEJ.
           IF WRK-SUGERE-DESEJ NOT EQUAL "S"
             MOVE "N" TO WRK-SUGERE-DESEJ
           END-IF.
           OPEN INPUT CAT.
           IF WRK-FS-CURSOSIN NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA CURSOSIN - STATUS "
                     WRK-FS-CURSOSIN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT RQS.
           IF WRK-FS-SKILLREQ NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA SKILLREQ - STATUS "
                     WRK-FS-SKILLREQ
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    SEM HISTORICO TUDO O QUE E EXIGIDO ESTA EM FALTA
           OPEN INPUT SKL.
           IF WRK-FS-FUNSKILL NOT EQUAL "00"
             DISPLAY "FUNSKILL INDISPONIVEL - SEM HISTORICO"
             MOVE "10" TO WRK-FS-FUNSKILL
           ELSE
             MOVE "S" TO WRK-TEM-FUNSKILL
             READ SKL
           END-IF.
           OPEN OUTPUT FIN.
           OPEN OUTPUT REL.
           MOVE WRK-DATA-HOJE-N TO WRK-T-DATA.
           WRITE REG-SKILLREL FROM WRK-LINHA-TITULO.
           READ CAT.
           READ RQS.
           IF WRK-FS-SKILLREQ EQUAL "10"
             DISPLAY "SKILLREQ VAZIO - NADA EXIGIDO"
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
       0110-CARREGAR-CATALOGO                  SECTION.
           IF WRK-CAT-QTD LESS THAN 50
             ADD 1 TO WRK-CAT-QTD
             MOVE REG-CURSO-CODIGO TO WRK-CAT-CODIGO (WRK-CAT-QTD)
             MOVE REG-CURSO-DESC   TO WRK-CAT-DESC (WRK-CAT-QTD)
           ELSE
             DISPLAY "CATALOGO CHEIO - CURSO IGNORADO "
                     REG-CURSO-CODIGO
           END-IF.
           READ CAT.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      ***************************************************
      *  SO ENTRAM EXIGENCIAS DE UM DEPARTAMENTO DO     *
      *  TRUTT.DEPTMST E DE UM CURSO DO CATALOGO        *
      ***************************************************
       0120-CARREGAR-EXIGIDAS                  SECTION.
           IF RQS-DEPFUN NOT NUMERIC OR RQS-RENOVA NOT NUMERIC OR
              (RQS-TIPO NOT EQUAL "O" AND RQS-TIPO NOT EQUAL "D")
             DISPLAY "EXIGENCIA INVALIDA " REG-SKILLREQ
             GO TO 0120-LER-SEGUINTE
           END-IF.
           MOVE ZEROS TO WRK-CAT-USO.
           PERFORM VARYING WRK-CAT-SUB FROM 1 BY 1
                   UNTIL WRK-CAT-SUB > WRK-CAT-QTD
             IF RQS-CURSO EQUAL WRK-CAT-CODIGO (WRK-CAT-SUB)
               MOVE WRK-CAT-SUB TO WRK-CAT-USO
             END-IF
           END-PERFORM.
           IF WRK-CAT-USO EQUAL ZEROS
             DISPLAY "CURSO FORA DO CATALOGO " RQS-CURSO
                     " DEPT " RQS-DEPFUN
             GO TO 0120-LER-SEGUINTE
           END-IF.
           MOVE RQS-DEPFUN TO WRK-CODDEPT.
           EXEC SQL
             SELECT CODDEPT
             INTO :WRK-CODDEPT
             FROM TRUTT.DEPTMST
             WHERE CODDEPT = :WRK-CODDEPT
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             DISPLAY "DEPARTAMENTO SEM CADASTRO " RQS-DEPFUN
                     " CURSO " RQS-CURSO
             GO TO 0120-LER-SEGUINTE
           END-IF.
           IF WRK-RQS-QTD LESS THAN 300
             ADD 1 TO WRK-RQS-QTD
             MOVE RQS-DEPFUN  TO WRK-RQS-DEPFUN (WRK-RQS-QTD)
             MOVE RQS-CURSO   TO WRK-RQS-CURSO (WRK-RQS-QTD)
             MOVE RQS-TIPO    TO WRK-RQS-TIPO (WRK-RQS-QTD)
             MOVE RQS-RENOVA  TO WRK-RQS-RENOVA (WRK-RQS-QTD)
             MOVE WRK-CAT-USO TO WRK-RQS-CAT (WRK-RQS-QTD)
           ELSE
             DISPLAY "TABELA DE EXIGENCIAS CHEIA - IGNORADA "
                     REG-SKILLREQ
           END-IF.
       0120-LER-SEGUINTE.
           READ RQS.
       0120-CARREGAR-EXIGIDAS-FIM. EXIT.
      ***************************************************
       0130-CARREGAR-HISTORICO                 SECTION.
           MOVE ZEROS TO WRK-SKL-USO.
           PERFORM VARYING WRK-SKL-SUB FROM 1 BY 1
                   UNTIL WRK-SKL-SUB > WRK-SKL-QTD
             IF SKL-IDFUN EQUAL WRK-SKL-IDFUN (WRK-SKL-SUB) AND
                SKL-CURSO EQUAL WRK-SKL-CURSO (WRK-SKL-SUB)
               MOVE WRK-SKL-SUB TO WRK-SKL-USO
             END-IF
           END-PERFORM.
           IF WRK-SKL-USO GREATER THAN ZEROS
             IF SKL-DATA GREATER THAN WRK-SKL-DATA (WRK-SKL-USO)
               MOVE SKL-DATA TO WRK-SKL-DATA (WRK-SKL-USO)
             END-IF
           ELSE
             IF WRK-SKL-QTD LESS THAN 5000
               ADD 1 TO WRK-SKL-QTD
               MOVE SKL-IDFUN TO WRK-SKL-IDFUN (WRK-SKL-QTD)
               MOVE SKL-CURSO TO WRK-SKL-CURSO (WRK-SKL-QTD)
               MOVE SKL-DATA  TO WRK-SKL-DATA (WRK-SKL-QTD)
             ELSE
               DISPLAY "TABELA DO FUNSKILL CHEIA - IGNORADO "
                       SKL-IDFUN " " SKL-CURSO
             END-IF
           END-IF.
           READ SKL.
       0130-CARREGAR-HISTORICO-FIM. EXIT.
      ***************************************************
       0160-ABRIR-CURSOR                       SECTION.
           EXEC SQL
             OPEN CURSORSKL
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                 PERFORM 0400-LER-REGISTO
               WHEN 100
                 DISPLAY "TABELA VAZIA"
               WHEN OTHER
                 MOVE SQLCODE TO WRK-SQLCODE
                 DISPLAY "ERRO SQLCODE" WRK-SQLCODE
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
       0160-ABRIR-CURSOR-FIM. EXIT.
      ***************************************************
      *  CADA EXIGENCIA DO DEPARTAMENTO DO FUNCIONARIO  *
      *  CONTRA A CONCLUSAO MAIS RECENTE DO CURSO - AS  *
      *  LACUNAS OBRIGATORIAS SAEM NO RELATORIO E TODAS *
      *  AS SUGERIDAS VAO PARA O FUNCINSC               *
      ***************************************************
       0200-PROCESSAR                          SECTION.
           IF WRK-INDICA-NULO EQUAL -1
             MOVE ZEROS TO DB2-DEPFUN
           END-IF.
           IF WRK-TEM-DEPT EQUAL "S" AND
              DB2-DEPFUN NOT EQUAL WRK-DEPT-ATUAL
             PERFORM 0250-FECHAR-DEPARTAMENTO
           END-IF.
           IF WRK-TEM-DEPT EQUAL "N"
             MOVE "S"        TO WRK-TEM-DEPT
             MOVE DB2-DEPFUN TO WRK-DEPT-ATUAL
           END-IF.
           ADD 1 TO WRK-DEP-FUNC.
           ADD 1 TO WRK-TOT-FUNC.
           MOVE ZEROS TO WRK-LAC-QTD.
           MOVE ZEROS TO WRK-FUN-EXIGIDAS.
           MOVE ZEROS TO WRK-FUN-CUMPRIDAS.
           PERFORM VARYING WRK-RQS-SUB FROM 1 BY 1
                   UNTIL WRK-RQS-SUB > WRK-RQS-QTD
             IF WRK-RQS-DEPFUN (WRK-RQS-SUB) EQUAL DB2-DEPFUN
               PERFORM 0210-VERIFICAR-EXIGENCIA
             END-IF
           END-PERFORM.
           ADD WRK-FUN-EXIGIDAS  TO WRK-DEP-EXIGIDAS.
           ADD WRK-FUN-CUMPRIDAS TO WRK-DEP-CUMPRIDAS.
           IF WRK-LAC-QTD GREATER THAN ZEROS
             PERFORM 0230-IMPRIMIR-FUNCIONARIO
           END-IF.
           PERFORM 0400-LER-REGISTO.
       0200-PROCESSAR-FIM.   EXIT.
      ***************************************************
      *  COM RENOVACAO A COMPETENCIA VALE OS MESES DA   *
      *  EXIGENCIA A CONTAR DA CONCLUSAO MAIS RECENTE   *
      ***************************************************
       0210-VERIFICAR-EXIGENCIA                SECTION.
           MOVE ZEROS TO WRK-SKL-USO.
           PERFORM VARYING WRK-SKL-SUB FROM 1 BY 1
                   UNTIL WRK-SKL-SUB > WRK-SKL-QTD
             IF DB2-IDFUN EQUAL WRK-SKL-IDFUN (WRK-SKL-SUB) AND
                WRK-RQS-CURSO (WRK-RQS-SUB) EQUAL
                WRK-SKL-CURSO (WRK-SKL-SUB)
               MOVE WRK-SKL-SUB TO WRK-SKL-USO
             END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-SITUACAO.
           IF WRK-SKL-USO EQUAL ZEROS
             MOVE "EM FALTA"  TO WRK-SITUACAO
             MOVE ZEROS       TO WRK-ULTIMA-N
           ELSE
             MOVE WRK-SKL-DATA (WRK-SKL-USO) TO WRK-ULTIMA-N
             IF WRK-RQS-RENOVA (WRK-RQS-SUB) GREATER THAN ZEROS
               COMPUTE WRK-MESES-TOT = WRK-ULT-ANO * 12
                       + WRK-ULT-MES - 1
                       + WRK-RQS-RENOVA (WRK-RQS-SUB)
               DIVIDE WRK-MESES-TOT BY 12 GIVING WRK-VEN-ANO
                      REMAINDER WRK-MESES-RESTO
               COMPUTE WRK-VEN-MES = WRK-MESES-RESTO + 1
               MOVE WRK-ULT-DIA TO WRK-VEN-DIA
               IF WRK-VENCE-N NOT GREATER THAN WRK-DATA-HOJE-N
                 MOVE "CADUCADA" TO WRK-SITUACAO
               END-IF
             END-IF
           END-IF.
           IF WRK-RQS-TIPO (WRK-RQS-SUB) EQUAL "O"
             ADD 1 TO WRK-FUN-EXIGIDAS
             IF WRK-SITUACAO EQUAL SPACES
               ADD 1 TO WRK-FUN-CUMPRIDAS
             ELSE
               PERFORM 0220-GUARDAR-LACUNA
               PERFORM 0240-SUGERIR-INSCRICAO
             END-IF
           ELSE
             IF WRK-SITUACAO NOT EQUAL SPACES
               ADD 1 TO WRK-DEP-DESEJ
               ADD 1 TO WRK-TOT-DESEJ
               IF WRK-SUGERE-DESEJ EQUAL "S"
                 PERFORM 0240-SUGERIR-INSCRICAO
               END-IF
             END-IF
           END-IF.
       0210-VERIFICAR-EXIGENCIA-FIM. EXIT.
      ***************************************************
       0220-GUARDAR-LACUNA                     SECTION.
           IF WRK-LAC-QTD NOT LESS THAN 50
             GO TO 0220-GUARDAR-LACUNA-FIM
           END-IF.
           ADD 1 TO WRK-LAC-QTD.
           MOVE WRK-RQS-CAT (WRK-RQS-SUB) TO WRK-CAT-SUB.
           MOVE WRK-RQS-CURSO (WRK-RQS-SUB)
             TO WRK-LAC-CURSO (WRK-LAC-QTD).
           MOVE WRK-CAT-DESC (WRK-CAT-SUB)
             TO WRK-LAC-DESC (WRK-LAC-QTD).
           MOVE WRK-SITUACAO TO WRK-LAC-SITUACAO (WRK-LAC-QTD).
           IF WRK-ULTIMA-N EQUAL ZEROS
             MOVE SPACES       TO WRK-LAC-ULTIMA (WRK-LAC-QTD)
           ELSE
             MOVE WRK-ULTIMA-N TO WRK-LAC-ULTIMA (WRK-LAC-QTD)
           END-IF.
       0220-GUARDAR-LACUNA-FIM. EXIT.
      ***************************************************
       0230-IMPRIMIR-FUNCIONARIO               SECTION.
           COMPUTE WRK-PERCENT ROUNDED =
                   WRK-FUN-CUMPRIDAS * 100 / WRK-FUN-EXIGIDAS.
           MOVE DB2-IDFUN    TO WRK-F-IDFUN.
           MOVE DB2-NOMEFUN  TO WRK-F-NOME.
           MOVE WRK-PERCENT  TO WRK-F-PERCENT.
           WRITE REG-SKILLREL FROM WRK-LINHA-FUNC.
           PERFORM VARYING WRK-LAC-SUB FROM 1 BY 1
                   UNTIL WRK-LAC-SUB > WRK-LAC-QTD
             MOVE WRK-LAC-CURSO (WRK-LAC-SUB)    TO WRK-G-CURSO
             MOVE WRK-LAC-DESC (WRK-LAC-SUB)     TO WRK-G-DESC
             MOVE WRK-LAC-SITUACAO (WRK-LAC-SUB) TO WRK-G-SITUACAO
             MOVE WRK-LAC-ULTIMA (WRK-LAC-SUB)   TO WRK-G-ULTIMA
             WRITE REG-SKILLREL FROM WRK-LINHA-LACUNA
           END-PERFORM.
       0230-IMPRIMIR-FUNCIONARIO-FIM. EXIT.
      ***************************************************
      *  A SUGESTAO SEGUE NO LAYOUT FUNCINSC - O        *
      *  TR00PTTN VALIDA E EMITE PARA O LOTE DE         *
      *  MATRICULAS, QUE RECUSA AS REPETIDAS            *
      ***************************************************
       0240-SUGERIR-INSCRICAO                  SECTION.
           MOVE DB2-IDFUN                   TO FIN-IDFUN.
           MOVE WRK-RQS-CURSO (WRK-RQS-SUB) TO FIN-CURSO.
           MOVE WRK-DATA-HOJE-N             TO FIN-DATA.
           WRITE REG-FUNCINSC.
           ADD 1 TO WRK-TOT-SUGERIDAS.
       0240-SUGERIR-INSCRICAO-FIM. EXIT.
      ***************************************************
      *  QUEBRA DE DEPARTAMENTO - LINHA DE RESUMO COM A *
      *  CONFORMIDADE DOS OBRIGATORIOS                  *
      ***************************************************
       0250-FECHAR-DEPARTAMENTO                SECTION.
           MOVE WRK-DEPT-ATUAL TO WRK-CODDEPT.
           MOVE SPACES         TO WRK-NOMEDEPT.
           EXEC SQL
             SELECT NOMEDEPT
             INTO :WRK-NOMEDEPT
             FROM TRUTT.DEPTMST
             WHERE CODDEPT = :WRK-CODDEPT
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE "DEPARTAMENTO SEM CADASTRO" TO WRK-NOMEDEPT
           END-IF.
           IF WRK-DEP-EXIGIDAS EQUAL ZEROS
             MOVE 100 TO WRK-PERCENT
           ELSE
             COMPUTE WRK-PERCENT ROUNDED =
                     WRK-DEP-CUMPRIDAS * 100 / WRK-DEP-EXIGIDAS
           END-IF.
           MOVE WRK-DEPT-ATUAL    TO WRK-D-DEPT.
           MOVE WRK-NOMEDEPT      TO WRK-D-NOME.
           MOVE WRK-DEP-FUNC      TO WRK-D-FUNC.
           MOVE WRK-DEP-EXIGIDAS  TO WRK-D-EXIGIDAS.
           MOVE WRK-DEP-CUMPRIDAS TO WRK-D-CUMPRIDAS.
           MOVE WRK-PERCENT       TO WRK-D-PERCENT.
           WRITE REG-SKILLREL FROM WRK-LINHA-DEPT.
           IF WRK-DEP-DESEJ GREATER THAN ZEROS
             MOVE "  DESEJAVEIS EM FALTA"  TO WRK-S-ROTULO
             MOVE WRK-DEP-DESEJ            TO WRK-S-QTD
             WRITE REG-SKILLREL FROM WRK-LINHA-TOTAL
           END-IF.
           WRITE REG-SKILLREL FROM WRK-LINHA-BRANCO.
           ADD WRK-DEP-EXIGIDAS  TO WRK-TOT-EXIGIDAS.
           ADD WRK-DEP-CUMPRIDAS TO WRK-TOT-CUMPRIDAS.
           MOVE ZEROS TO WRK-DEP-FUNC.
           MOVE ZEROS TO WRK-DEP-EXIGIDAS.
           MOVE ZEROS TO WRK-DEP-CUMPRIDAS.
           MOVE ZEROS TO WRK-DEP-DESEJ.
           MOVE "N"   TO WRK-TEM-DEPT.
       0250-FECHAR-DEPARTAMENTO-FIM. EXIT.
      ***************************************************
       0300-FINALIZAR                          SECTION.
           EXEC SQL
             CLOSE CURSORSKL
           END-EXEC.
           MOVE "FUNCIONARIOS ANALISADOS"      TO WRK-S-ROTULO.
           MOVE WRK-TOT-FUNC                   TO WRK-S-QTD.
           WRITE REG-SKILLREL FROM WRK-LINHA-TOTAL.
           MOVE "OBRIGATORIAS EXIGIDAS"        TO WRK-S-ROTULO.
           MOVE WRK-TOT-EXIGIDAS               TO WRK-S-QTD.
           WRITE REG-SKILLREL FROM WRK-LINHA-TOTAL.
           MOVE "OBRIGATORIAS CUMPRIDAS"       TO WRK-S-ROTULO.
           MOVE WRK-TOT-CUMPRIDAS              TO WRK-S-QTD.
           WRITE REG-SKILLREL FROM WRK-LINHA-TOTAL.
           IF WRK-TOT-EXIGIDAS EQUAL ZEROS
             MOVE 100 TO WRK-PERCENT
           ELSE
             COMPUTE WRK-PERCENT ROUNDED =
                     WRK-TOT-CUMPRIDAS * 100 / WRK-TOT-EXIGIDAS
           END-IF.
           MOVE WRK-PERCENT                    TO WRK-P-PERCENT.
           WRITE REG-SKILLREL FROM WRK-LINHA-PERCENT.
           MOVE "DESEJAVEIS EM FALTA"          TO WRK-S-ROTULO.
           MOVE WRK-TOT-DESEJ                  TO WRK-S-QTD.
           WRITE REG-SKILLREL FROM WRK-LINHA-TOTAL.
           MOVE "INSCRICOES SUGERIDAS"         TO WRK-S-ROTULO.
           MOVE WRK-TOT-SUGERIDAS              TO WRK-S-QTD.
           WRITE REG-SKILLREL FROM WRK-LINHA-TOTAL.
           CLOSE CAT.
           CLOSE RQS.
           IF WRK-TEM-FUNSKILL EQUAL "S"
             CLOSE SKL
           END-IF.
           CLOSE FIN.
           CLOSE REL.
           DISPLAY "FUNCIONARIOS ANALISADOS " WRK-TOT-FUNC.
           DISPLAY "INSCRICOES SUGERIDAS    " WRK-TOT-SUGERIDAS.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************
       0400-LER-REGISTO                        SECTION.
           EXEC SQL
             FETCH CURSORSKL
             INTO :DB2-IDFUN,
                  :DB2-NOMEFUN,
                  :DB2-DEPFUN  :WRK-INDICA-NULO
           END-EXEC.
           IF SQLCODE NOT EQUAL 0 AND 100
             MOVE SQLCODE TO WRK-SQLCODE
             DISPLAY "ERRO SQLCODE" WRK-SQLCODE
             MOVE 100 TO SQLCODE
           END-IF.
       0400-LER-REGISTO-FIM. EXIT.
      ***************************************************

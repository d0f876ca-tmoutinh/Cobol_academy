       IDENTIFICATION                         DIVISION.
       PROGRAM-ID. TR00PTTV.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: DESPESAS DE DESLOCACAO E REFEICAO DOS
      *            FUNCIONARIOS - LE AS DESPESAS APRESENTADAS
      *            (DESPESAS: IDFUN, DATA, CATEGORIA, VALOR,
      *            REFERENCIA DO RECIBO E VIA DE PAGAMENTO),
      *            VALIDA O FUNCIONARIO ATIVO EM TRUTT.FUNC,
      *            O CENTRO DE CUSTO DO DEPARTAMENTO EM
      *            TRUTT.DEPTMST, O RECIBO JA APRESENTADO
      *            (DESPREG) E O TETO DA CATEGORIA NA POLITICA
      *            DESPPOL - ACIMA DO TETO SO PASSA COM
      *            APROVACAO DA CHEFIA NO APRVDESP, COMO AS
      *            REQUISICOES DO TRUTTAVF
      *            A APROVADA FICA NO DESPREG (BOOKDES) E PAGA-
      *            SE PELA VIA PEDIDA: F (OMISSAO) NA PROXIMA
      *            FOLHA MENSAL (TR00PTT8, RUBRICA NAO
      *            TRIBUTADA FOL-DESPESAS) OU I DE IMEDIATO,
      *            UM CREDITO POR FUNCIONARIO NO DESPPAG
      *            (LAYOUT DO PAGEXT) PARA O COBVSA23
      *            O CUSTO LANCA-SE NO RAZAO VIA GLEVENT POR
      *            DEPARTAMENTO: DESAPRNN (CUSTO DO CENTRO DE
      *            CUSTO CONTRA DESPESAS A PAGAR) E, NOS
      *            PAGOS DE IMEDIATO, DESPAGNN (DESPESAS A
      *            PAGAR CONTRA A CONTA PONTE DO LIQUIDO)
      *            RELATORIO DESPREL COM CADA DESPESA E A
      *            SITUACAO
      *  DATA: 15/10/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT DSP ASSIGN TO DESPESAS
           FILE STATUS IS WRK-FS-DESPESAS.

           SELECT POL ASSIGN TO DESPPOL
           FILE STATUS IS WRK-FS-DESPPOL.

           SELECT APV ASSIGN TO APRVDESP
           FILE STATUS IS WRK-FS-APRVDESP.

           SELECT DSR ASSIGN TO DESPREG
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS DSR-ID
           FILE STATUS   IS WRK-FS-DESPREG.

           SELECT PGD ASSIGN TO DESPPAG
           FILE STATUS IS WRK-FS-DESPPAG.

           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.

           SELECT REL ASSIGN TO DESPREL
           FILE STATUS IS WRK-FS-DESPREL.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD DSP
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01 REG-DESPESAS.
          05 DSP-IDFUN             PIC 9(05).
          05 DSP-DATA              PIC 9(08).
          05 DSP-CATEGORIA         PIC X(03).
          05 DSP-VALOR             PIC 9(07)V99.
          05 DSP-RECIBO            PIC X(15).
          05 DSP-VIA               PIC X(01).

       FD POL
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01 REG-DESPPOL.
          05 POL-CATEGORIA         PIC X(03).
          05 POL-TETO              PIC 9(07)V99.
          05 POL-DESCRICAO         PIC X(20).

       FD APV
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-APRVDESP.
          05 APD-IDFUN             PIC 9(05).
          05 APD-RECIBO            PIC X(15).
          05 APD-CHEFIA            PIC X(08).
          05 APD-DECISAO           PIC X(01).

       FD DSR.
       COPY BOOKDES.

       FD PGD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-DESPPAG.
          05 PGD-IDFUN             PIC 9(05).
          05 FILLER                PIC X(02).
          05 PGD-NOMEFUN           PIC X(30).
          05 FILLER                PIC X(02).
          05 PGD-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(02).
          05 PGD-DEPFUN            PIC ZZ.
          05 FILLER                PIC X(23).

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO              PIC X(08).
          05 EVT-DATA              PIC 9(08).
          05 EVT-VALOR             PIC S9(09)V99.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-DESPREL               PIC X(80).

       WORKING-STORAGE                         SECTION.
           EXEC SQL
             INCLUDE "BOOKFUNC"
           END-EXEC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 WRK-SQLCODE       PIC -999       VALUE ZEROS.
       77 WRK-INDICA-NULO   PIC S9(04)     COMP.
       77 WRK-FS-DESPESAS   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DESPPOL    PIC X(02)      VALUE ZEROS.
       77 WRK-FS-APRVDESP   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DESPREG    PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DESPPAG    PIC X(02)      VALUE ZEROS.
       77 WRK-FS-GLEVENT    PIC X(02)      VALUE ZEROS.
       77 WRK-FS-DESPREL    PIC X(02)      VALUE ZEROS.
       77 WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
      *------------- POLITICA DE DESPESAS EM MEMORIA ------
       01 WRK-POL-TAB.
          05 WRK-POL-ENTRY OCCURS 50 TIMES.
             10 WRK-POL-CATEGORIA PIC X(03).
             10 WRK-POL-TETO      PIC 9(07)V99.
       77 WRK-POL-QTD       PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-POL-SUB       PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-TETO          PIC 9(07)V99   VALUE ZEROS.
       77 WRK-TEM-TETO      PIC X(01)      VALUE "N".
      *------------- DECISOES DA CHEFIA EM MEMORIA --------
       01 WRK-APV-TAB.
          05 WRK-APV-ENTRY OCCURS 200 TIMES.
             10 WRK-APV-IDFUN     PIC 9(05).
             10 WRK-APV-RECIBO    PIC X(15).
             10 WRK-APV-CHEFIA    PIC X(08).
             10 WRK-APV-DECISAO   PIC X(01).
       77 WRK-APV-QTD       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-APV-SUB       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-APV-USO       PIC 9(03)      COMP VALUE ZEROS.
      *------------- DESPESA EM ANALISE -------------------
       77 WRK-MOTIVO        PIC X(25)      VALUE SPACES.
       77 WRK-APROVADOR     PIC X(08)      VALUE SPACES.
       77 WRK-VIA           PIC X(01)      VALUE SPACES.
       77 WRK-DEPFUN        PIC 9(02)      VALUE ZEROS.
       77 WRK-CCUSTO        PIC X(08)      VALUE SPACES.
      *------------- CREDITOS IMEDIATOS POR FUNCIONARIO ---
       01 WRK-IME-TAB.
          05 WRK-IME-ENTRY OCCURS 500 TIMES.
             10 WRK-IME-IDFUN     PIC 9(05).
             10 WRK-IME-NOME      PIC X(30).
             10 WRK-IME-DEPFUN    PIC 9(02).
             10 WRK-IME-VALOR     PIC 9(08)V99.
       77 WRK-IME-QTD       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-IME-SUB       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-IME-USO       PIC 9(03)      COMP VALUE ZEROS.
      *------------- TOTAIS POR DEPARTAMENTO --------------
       01 WRK-DEPT-TAB.
          05 WRK-DEPT-ENTRY OCCURS 99 TIMES.
             10 WRK-DEP-CUSTO     PIC 9(10)V99.
             10 WRK-DEP-IMEDIATO  PIC 9(10)V99.
       77 WRK-DEPT-SUB      PIC 9(02)      COMP VALUE ZEROS.
       01 WRK-EVT-TIPO.
          05 WRK-EVT-RUBRICA PIC X(06)     VALUE SPACES.
          05 WRK-EVT-DEPT    PIC 9(02)     VALUE ZEROS.
      *------------- ESTATISTICAS -------------------------
       77 WRK-STATS-LIDAS   PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-AUTO    PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-CHEFIA  PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-RECUSA  PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-FOLHA     PIC 9(10)V99   VALUE ZEROS.
       77 WRK-TOT-IMEDIATO  PIC 9(10)V99   VALUE ZEROS.
      *------------- RELATORIO ----------------------------
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(38) VALUE
             "DESPESAS DE FUNCIONARIOS - DATA ".
          05 WRK-T-DATA           PIC 9(08).
          05 FILLER               PIC X(34) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
          05 FILLER               PIC X(40) VALUE
             "IDFUN NOME             DATA     CAT     ".
          05 FILLER               PIC X(40) VALUE
             "   VALOR CCUSTO   V SITUACAO".
       01 WRK-LINHA-DETALHE.
          05 WRK-L-IDFUN          PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-NOME           PIC X(16).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-CATEGORIA      PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-VALOR          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-CCUSTO         PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-VIA            PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-SITUACAO       PIC X(20).
       01 WRK-LINHA-TOTAL.
          05 WRK-S-ROTULO         PIC X(30).
          05 WRK-S-QTD            PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(26) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FS-DESPESAS EQUAL "10".
           PERFORM 0250-GRAVAR-IMEDIATOS.
           PERFORM 0260-LANCAR-NO-RAZAO.
           PERFORM 0280-IMPRIMIR-TOTAIS.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-PRINCIPAL-FIM.   EXIT.
      ***************************************************
       0100-INICIALIZAR                        SECTION.
           MOVE ZEROS TO WRK-DEPT-TAB.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *    SEM POLITICA NAO HA TETO PARA VALIDAR - NADA
      *    E APROVADO
           OPEN INPUT POL.
           IF WRK-FS-DESPPOL NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA DESPPOL - STATUS " WRK-FS-DESPPOL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ POL.
           PERFORM UNTIL WRK-FS-DESPPOL NOT EQUAL "00"
             IF WRK-POL-QTD LESS THAN 50
               ADD 1 TO WRK-POL-QTD
               MOVE POL-CATEGORIA TO WRK-POL-CATEGORIA (WRK-POL-QTD)
               MOVE POL-TETO      TO WRK-POL-TETO (WRK-POL-QTD)
             ELSE
               DISPLAY "TABELA DA POLITICA CHEIA - CATEGORIA "
                       POL-CATEGORIA " IGNORADA"
             END-IF
             READ POL
           END-PERFORM.
           CLOSE POL.
      *    SEM FICHEIRO DE DECISOES SO PASSA O QUE ESTA
      *    DENTRO DO TETO
           OPEN INPUT APV.
           IF WRK-FS-APRVDESP EQUAL "00"
             READ APV
             PERFORM UNTIL WRK-FS-APRVDESP NOT EQUAL "00"
                        OR WRK-APV-QTD EQUAL 200
               ADD 1 TO WRK-APV-QTD
               MOVE APD-IDFUN   TO WRK-APV-IDFUN (WRK-APV-QTD)
               MOVE APD-RECIBO  TO WRK-APV-RECIBO (WRK-APV-QTD)
               MOVE APD-CHEFIA  TO WRK-APV-CHEFIA (WRK-APV-QTD)
               MOVE APD-DECISAO TO WRK-APV-DECISAO (WRK-APV-QTD)
               READ APV
             END-PERFORM
             CLOSE APV
           ELSE
             DISPLAY "APRVDESP INDISPONIVEL - SO DENTRO DO TETO"
           END-IF.
           OPEN I-O DSR.
           IF WRK-FS-DESPREG EQUAL "35"
             OPEN OUTPUT DSR
             CLOSE DSR
             OPEN I-O DSR
           END-IF.
           IF WRK-FS-DESPREG NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA DESPREG - STATUS " WRK-FS-DESPREG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT DSP.
           IF WRK-FS-DESPESAS NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA DESPESAS - STATUS "
                     WRK-FS-DESPESAS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT PGD.
           OPEN OUTPUT REL.
           MOVE WRK-DATA-HOJE TO WRK-T-DATA.
           WRITE REG-DESPREL FROM WRK-LINHA-TITULO.
           WRITE REG-DESPREL FROM WRK-LINHA-BRANCO.
           WRITE REG-DESPREL FROM WRK-LINHA-COLUNAS.
           READ DSP.
           IF WRK-FS-DESPESAS EQUAL "10"
             DISPLAY "DESPESAS VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
       0200-PROCESSAR                          SECTION.
           ADD 1 TO WRK-STATS-LIDAS.
           MOVE SPACES      TO WRK-MOTIVO.
           MOVE SPACES      TO WRK-APROVADOR.
           MOVE SPACES      TO WRK-CCUSTO.
           MOVE SPACES      TO DB2-NOMEFUN.
           MOVE ZEROS       TO WRK-DEPFUN.
           MOVE DSP-VIA     TO WRK-VIA.
           IF WRK-VIA EQUAL SPACES
             MOVE "F"       TO WRK-VIA
           END-IF.
           IF WRK-VIA NOT EQUAL "F" AND WRK-VIA NOT EQUAL "I"
             MOVE "VIA DE PAGAMENTO INVALIDA" TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           IF DSP-IDFUN NOT NUMERIC OR DSP-VALOR NOT NUMERIC
             MOVE "REGISTO INVALIDO"          TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           IF DSP-VALOR EQUAL ZEROS
             MOVE "VALOR NULO"                TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           IF DSP-DATA NOT NUMERIC OR
              DSP-DATA GREATER THAN WRK-DATA-HOJE
             MOVE "DATA DA DESPESA INVALIDA"  TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           IF DSP-RECIBO EQUAL SPACES
             MOVE "SEM REFERENCIA DO RECIBO"  TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           PERFORM 0210-VALIDAR-FUNCIONARIO.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0200-DECIDIR
           END-IF.
           PERFORM 0215-CENTRO-DE-CUSTO.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0200-DECIDIR
           END-IF.
      *    O MESMO RECIBO NAO SE REEMBOLSA DUAS VEZES
           MOVE DSP-IDFUN  TO DSR-IDFUN.
           MOVE DSP-RECIBO TO DSR-RECIBO.
           READ DSR.
           IF WRK-FS-DESPREG EQUAL "00"
             MOVE "RECIBO JA APRESENTADO"     TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           MOVE "N" TO WRK-TEM-TETO.
           PERFORM VARYING WRK-POL-SUB FROM 1 BY 1
                   UNTIL WRK-POL-SUB > WRK-POL-QTD
             IF DSP-CATEGORIA EQUAL WRK-POL-CATEGORIA (WRK-POL-SUB)
               MOVE "S" TO WRK-TEM-TETO
               MOVE WRK-POL-TETO (WRK-POL-SUB) TO WRK-TETO
             END-IF
           END-PERFORM.
           IF WRK-TEM-TETO EQUAL "N"
             MOVE "CATEGORIA FORA DA POLITICA" TO WRK-MOTIVO
             GO TO 0200-DECIDIR
           END-IF.
           IF DSP-VALOR NOT GREATER THAN WRK-TETO
             MOVE "AUTO"     TO WRK-APROVADOR
             GO TO 0200-DECIDIR
           END-IF.
      *    ACIMA DO TETO - DECISAO DA CHEFIA POR RECIBO
           MOVE ZEROS TO WRK-APV-USO.
           PERFORM VARYING WRK-APV-SUB FROM 1 BY 1
                   UNTIL WRK-APV-SUB > WRK-APV-QTD
             IF DSP-IDFUN EQUAL WRK-APV-IDFUN (WRK-APV-SUB) AND
                DSP-RECIBO EQUAL WRK-APV-RECIBO (WRK-APV-SUB)
               MOVE WRK-APV-SUB TO WRK-APV-USO
             END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WRK-APV-USO EQUAL ZEROS
               MOVE "ACIMA DO TETO SEM APROVACAO" TO WRK-MOTIVO
             WHEN WRK-APV-DECISAO (WRK-APV-USO) EQUAL "A"
               MOVE WRK-APV-CHEFIA (WRK-APV-USO) TO WRK-APROVADOR
             WHEN OTHER
               MOVE "RECUSADA PELA CHEFIA"     TO WRK-MOTIVO
           END-EVALUATE.
       0200-DECIDIR.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0230-APROVAR
           ELSE
             ADD 1 TO WRK-STATS-RECUSA
           END-IF.
           PERFORM 0240-LINHA-DO-RELATORIO.
           READ DSP.
       0200-PROCESSAR-FIM.   EXIT.
      ***************************************************
      *  SO FUNCIONARIOS ATIVOS (SEM DATAFIM OU COM     *
      *  DATAFIM FUTURA) APRESENTAM DESPESAS            *
      ***************************************************
       0210-VALIDAR-FUNCIONARIO                SECTION.
           MOVE DSP-IDFUN TO DB2-IDFUN.
           EXEC SQL
             SELECT NOMEFUN, DEPFUN
             INTO :DB2-NOMEFUN, :DB2-DEPFUN :WRK-INDICA-NULO
             FROM TRUTT.FUNC
             WHERE IDFUN = :DB2-IDFUN
               AND (DATAFIM IS NULL OR DATAFIM > CURRENT DATE)
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               IF WRK-INDICA-NULO EQUAL -1
                 MOVE ZEROS      TO WRK-DEPFUN
               ELSE
                 MOVE DB2-DEPFUN TO WRK-DEPFUN
               END-IF
             WHEN 100
               MOVE "FUNCIONARIO INATIVO"      TO WRK-MOTIVO
             WHEN OTHER
               MOVE SQLCODE TO WRK-SQLCODE
               DISPLAY "ERRO SQLCODE NO FUNCIONARIO " WRK-SQLCODE
                       " IDFUN " DSP-IDFUN
               MOVE "ERRO DE ACESSO A TRUTT.FUNC" TO WRK-MOTIVO
           END-EVALUATE.
       0210-VALIDAR-FUNCIONARIO-FIM. EXIT.
      ***************************************************
      *  O CUSTO VAI PARA O CENTRO DE CUSTO DO          *
      *  DEPARTAMENTO - SEM ELE NAO HA ONDE LANCAR      *
      ***************************************************
       0215-CENTRO-DE-CUSTO                    SECTION.
           EXEC SQL
             SELECT CENTROCUSTO
             INTO :WRK-CCUSTO
             FROM TRUTT.DEPTMST
             WHERE CODDEPT = :WRK-DEPFUN
           END-EXEC.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               MOVE "DEPTO SEM CENTRO DE CUSTO" TO WRK-MOTIVO
             WHEN OTHER
               MOVE SQLCODE TO WRK-SQLCODE
               DISPLAY "ERRO SQLCODE NO DEPARTAMENTO " WRK-SQLCODE
                       " DEPT " WRK-DEPFUN
               MOVE "ERRO DE ACESSO A DEPTMST"  TO WRK-MOTIVO
           END-EVALUATE.
       0215-CENTRO-DE-CUSTO-FIM. EXIT.
      ***************************************************
      *  A APROVADA FICA NO DESPREG - NA VIA F ESPERA   *
      *  PELA FOLHA (ESTADO A), NA VIA I JUNTA-SE AO    *
      *  CREDITO IMEDIATO DO FUNCIONARIO (ESTADO P)     *
      ***************************************************
       0230-APROVAR                            SECTION.
           IF WRK-VIA EQUAL "I"
             MOVE ZEROS TO WRK-IME-USO
             PERFORM VARYING WRK-IME-SUB FROM 1 BY 1
                     UNTIL WRK-IME-SUB > WRK-IME-QTD
               IF DSP-IDFUN EQUAL WRK-IME-IDFUN (WRK-IME-SUB)
                 MOVE WRK-IME-SUB TO WRK-IME-USO
               END-IF
             END-PERFORM
             IF WRK-IME-USO EQUAL ZEROS
               IF WRK-IME-QTD LESS THAN 500
                 ADD 1 TO WRK-IME-QTD
                 MOVE WRK-IME-QTD TO WRK-IME-USO
                 MOVE DSP-IDFUN   TO WRK-IME-IDFUN (WRK-IME-USO)
                 MOVE DB2-NOMEFUN TO WRK-IME-NOME (WRK-IME-USO)
                 MOVE WRK-DEPFUN  TO WRK-IME-DEPFUN (WRK-IME-USO)
                 MOVE ZEROS       TO WRK-IME-VALOR (WRK-IME-USO)
               ELSE
                 DISPLAY "TABELA DE CREDITOS CHEIA - RECIBO "
                         DSP-RECIBO " PAGO NA FOLHA"
                 MOVE "F" TO WRK-VIA
               END-IF
             END-IF
           END-IF.
           MOVE DSP-IDFUN      TO DSR-IDFUN.
           MOVE DSP-RECIBO     TO DSR-RECIBO.
           MOVE DSP-DATA       TO DSR-DATA.
           MOVE DSP-CATEGORIA  TO DSR-CATEGORIA.
           MOVE DSP-VALOR      TO DSR-VALOR.
           MOVE WRK-DEPFUN     TO DSR-DEPFUN.
           MOVE WRK-VIA        TO DSR-VIA.
           MOVE WRK-APROVADOR  TO DSR-APROVADOR.
           IF WRK-VIA EQUAL "I"
             MOVE "P"           TO DSR-ESTADO
             MOVE WRK-DATA-HOJE TO DSR-DATA-PAG
           ELSE
             MOVE "A"           TO DSR-ESTADO
             MOVE ZEROS         TO DSR-DATA-PAG
           END-IF.
           WRITE REG-DESPREG
             INVALID KEY
               MOVE "ERRO NA GRAVACAO DESPREG" TO WRK-MOTIVO
               ADD 1 TO WRK-STATS-RECUSA
               GO TO 0230-APROVAR-FIM
           END-WRITE.
           IF WRK-APROVADOR EQUAL "AUTO"
             ADD 1 TO WRK-STATS-AUTO
           ELSE
             ADD 1 TO WRK-STATS-CHEFIA
           END-IF.
           IF WRK-DEPFUN EQUAL ZEROS
             MOVE 99 TO WRK-DEPT-SUB
           ELSE
             MOVE WRK-DEPFUN TO WRK-DEPT-SUB
           END-IF.
           ADD DSP-VALOR TO WRK-DEP-CUSTO (WRK-DEPT-SUB).
           IF WRK-VIA EQUAL "I"
             ADD DSP-VALOR TO WRK-IME-VALOR (WRK-IME-USO)
             ADD DSP-VALOR TO WRK-DEP-IMEDIATO (WRK-DEPT-SUB)
             ADD DSP-VALOR TO WRK-TOT-IMEDIATO
           ELSE
             ADD DSP-VALOR TO WRK-TOT-FOLHA
           END-IF.
       0230-APROVAR-FIM.     EXIT.
      ***************************************************
       0240-LINHA-DO-RELATORIO                 SECTION.
           MOVE DSP-IDFUN      TO WRK-L-IDFUN.
           MOVE DB2-NOMEFUN    TO WRK-L-NOME.
           MOVE DSP-DATA       TO WRK-L-DATA.
           MOVE DSP-CATEGORIA  TO WRK-L-CATEGORIA.
           MOVE DSP-VALOR      TO WRK-L-VALOR.
           MOVE WRK-CCUSTO     TO WRK-L-CCUSTO.
           MOVE WRK-VIA        TO WRK-L-VIA.
           EVALUATE TRUE
             WHEN WRK-MOTIVO NOT EQUAL SPACES
               MOVE WRK-MOTIVO       TO WRK-L-SITUACAO
             WHEN WRK-APROVADOR EQUAL "AUTO"
               MOVE "APROVADA - NO TETO" TO WRK-L-SITUACAO
             WHEN OTHER
               MOVE SPACES           TO WRK-L-SITUACAO
               STRING "APROVADA "    DELIMITED BY SIZE
                      WRK-APROVADOR  DELIMITED BY SPACE
                 INTO WRK-L-SITUACAO
               END-STRING
           END-EVALUATE.
           WRITE REG-DESPREL FROM WRK-LINHA-DETALHE.
       0240-LINHA-DO-RELATORIO-FIM. EXIT.
      ***************************************************
      *  UM CREDITO POR FUNCIONARIO NO DESPPAG - O      *
      *  COBVSA23 CREDITA-O NA CONTA DO FUNCONTA OU     *
      *  TRANSFERE PARA O IBAN DO FUNIBAN               *
      ***************************************************
       0250-GRAVAR-IMEDIATOS                   SECTION.
           PERFORM VARYING WRK-IME-SUB FROM 1 BY 1
                   UNTIL WRK-IME-SUB > WRK-IME-QTD
             MOVE SPACES                     TO REG-DESPPAG
             MOVE WRK-IME-IDFUN (WRK-IME-SUB)  TO PGD-IDFUN
             MOVE WRK-IME-NOME (WRK-IME-SUB)   TO PGD-NOMEFUN
             MOVE WRK-IME-VALOR (WRK-IME-SUB)  TO PGD-VALOR
             MOVE WRK-IME-DEPFUN (WRK-IME-SUB) TO PGD-DEPFUN
             WRITE REG-DESPPAG
           END-PERFORM.
       0250-GRAVAR-IMEDIATOS-FIM. EXIT.
      ***************************************************
      *  DESAPRNN - CUSTO DO CENTRO DE CUSTO CONTRA     *
      *  DESPESAS A PAGAR; DESPAGNN - O QUE SE PAGOU JA *
      *  (A FOLHA LANCA O SEU NO TR00PTT8)              *
      ***************************************************
       0260-LANCAR-NO-RAZAO                    SECTION.
           IF WRK-STATS-AUTO EQUAL ZEROS AND
              WRK-STATS-CHEFIA EQUAL ZEROS
             GO TO 0260-LANCAR-NO-RAZAO-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS "
                     WRK-FS-GLEVENT
             MOVE 8 TO RETURN-CODE
             GO TO 0260-LANCAR-NO-RAZAO-FIM
           END-IF.
           MOVE WRK-DATA-HOJE TO EVT-DATA.
           PERFORM VARYING WRK-DEPT-SUB FROM 1 BY 1
                   UNTIL WRK-DEPT-SUB > 99
             IF WRK-DEP-CUSTO (WRK-DEPT-SUB) GREATER THAN ZEROS
               MOVE WRK-DEPT-SUB TO WRK-EVT-DEPT
               MOVE "DESAPR"     TO WRK-EVT-RUBRICA
               MOVE WRK-EVT-TIPO TO EVT-TIPO
               MOVE WRK-DEP-CUSTO (WRK-DEPT-SUB) TO EVT-VALOR
               WRITE REG-GLEVENT
             END-IF
             IF WRK-DEP-IMEDIATO (WRK-DEPT-SUB) GREATER THAN ZEROS
               MOVE WRK-DEPT-SUB TO WRK-EVT-DEPT
               MOVE "DESPAG"     TO WRK-EVT-RUBRICA
               MOVE WRK-EVT-TIPO TO EVT-TIPO
               MOVE WRK-DEP-IMEDIATO (WRK-DEPT-SUB) TO EVT-VALOR
               WRITE REG-GLEVENT
             END-IF
           END-PERFORM.
           CLOSE EVT.
       0260-LANCAR-NO-RAZAO-FIM. EXIT.
      ***************************************************
       0280-IMPRIMIR-TOTAIS                    SECTION.
           WRITE REG-DESPREL FROM WRK-LINHA-BRANCO.
           MOVE "DESPESAS LIDAS"               TO WRK-S-ROTULO.
           MOVE WRK-STATS-LIDAS                TO WRK-S-QTD.
           MOVE ZEROS                          TO WRK-S-VALOR.
           WRITE REG-DESPREL FROM WRK-LINHA-TOTAL.
           MOVE "APROVADAS DENTRO DO TETO"     TO WRK-S-ROTULO.
           MOVE WRK-STATS-AUTO                 TO WRK-S-QTD.
           WRITE REG-DESPREL FROM WRK-LINHA-TOTAL.
           MOVE "APROVADAS PELA CHEFIA"        TO WRK-S-ROTULO.
           MOVE WRK-STATS-CHEFIA               TO WRK-S-QTD.
           WRITE REG-DESPREL FROM WRK-LINHA-TOTAL.
           MOVE "RECUSADAS"                    TO WRK-S-ROTULO.
           MOVE WRK-STATS-RECUSA               TO WRK-S-QTD.
           WRITE REG-DESPREL FROM WRK-LINHA-TOTAL.
           MOVE "A PAGAR NA PROXIMA FOLHA"     TO WRK-S-ROTULO.
           MOVE ZEROS                          TO WRK-S-QTD.
           MOVE WRK-TOT-FOLHA                  TO WRK-S-VALOR.
           WRITE REG-DESPREL FROM WRK-LINHA-TOTAL.
           MOVE "CREDITO IMEDIATO (DESPPAG)"   TO WRK-S-ROTULO.
           MOVE WRK-IME-QTD                    TO WRK-S-QTD.
           MOVE WRK-TOT-IMEDIATO               TO WRK-S-VALOR.
           WRITE REG-DESPREL FROM WRK-LINHA-TOTAL.
       0280-IMPRIMIR-TOTAIS-FIM. EXIT.
      ***************************************************
       0300-FINALIZAR                          SECTION.
           CLOSE DSP.
           CLOSE DSR.
           CLOSE PGD.
           CLOSE REL.
           DISPLAY "DESPESAS LIDAS     " WRK-STATS-LIDAS.
           DISPLAY "APROVADAS NO TETO  " WRK-STATS-AUTO.
           DISPLAY "APROVADAS CHEFIA   " WRK-STATS-CHEFIA.
           DISPLAY "RECUSADAS          " WRK-STATS-RECUSA.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************

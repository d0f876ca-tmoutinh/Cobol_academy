       IDENTIFICATION                         DIVISION.
       PROGRAM-ID. TR00PTTU.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: CONTROLO DA FOLHA ANTES DO CREDITO DOS
      *            SALARIOS - CORRE ENTRE A FOLHA (TR00PTT8)
      *            E A PONTE DE CREDITO (COBVSA23); COMPARA
      *            CADA RECIBO DO FOLPAG COM A GERACAO DO MES
      *            ANTERIOR (FOLANT) E ASSINALA POR
      *            DEPARTAMENTO NO RELATORIO VARREL: VARIACAO
      *            DO LIQUIDO ACIMA DA PERCENTAGEM OU DO VALOR
      *            DO SYSIN, FUNCIONARIOS NOVOS (SO AVISO SE
      *            A DATAADM FOR DO MES CORRENTE OU DO
      *            ANTERIOR), FUNCIONARIOS QUE DESAPARECERAM
      *            SEM CESSACAO (DATAFIM DO TR00PTTB),
      *            LIQUIDO NULO OU NEGATIVO E IDFUN REPETIDO
      *            - AS EXCECOES BLOQUEANTES SO SE LIBERTAM
      *            COM UM CARTAO DE LIBERTACAO NO SYSIN POR
      *            IDFUN; SE FICAR ALGUMA POR LIBERTAR O
      *            PASSO TERMINA COM RETURN-CODE 8 E A PONTE
      *            DE CREDITO NAO CORRE
      *            NA CORRIDA DE SUBSIDIO (RUBRICA SFE/SNA) SO
      *            SE VERIFICAM O LIQUIDO E OS REPETIDOS
      *            A VARIACAO COMPARA O LIQUIDO SEM AS DESPESAS
      *            REEMBOLSADAS NA FOLHA (FOL-DESPESAS), QUE
      *            NAO SAO SALARIO
      *            SYSIN: 1. PERCENTAGEM (9(03)V99) E VALOR
      *                      (9(07)V99) LIMITE DA VARIACAO -
      *                      SEM CARTAO 10,00 E 250,00
      *                   2. IDFUN (5) + BRANCO + VISTO (20)
      *                      POR EXCECAO LIBERTADA, ATE FIM
      *  DATA: 15/10/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT FOL ASSIGN TO FOLPAG
           FILE STATUS IS WRK-FS-FOLPAG.

           SELECT FAN ASSIGN TO FOLANT
           FILE STATUS IS WRK-FS-FOLANT.

           SELECT REL ASSIGN TO VARREL
           FILE STATUS IS WRK-FS-VARREL.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD FOL
           RECORDING MODE IS F
           RECORD CONTAINS 191 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-FOLPAG.
          05 FOL-IDFUN             PIC 9(05).
          05 FILLER                PIC X(01).
          05 FOL-NOMEFUN           PIC X(30).
          05 FILLER                PIC X(01).
          05 FOL-DEPFUN            PIC 9(02).
          05 FILLER                PIC X(01).
          05 FOL-BRUTO             PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-HEXTRA            PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-IRS               PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-SEGSOC            PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-AUSENCIAS         PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-PENHORA           PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-PENSAO            PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-PENSACU           PIC 9(10)V99.
          05 FILLER                PIC X(01).
          05 FOL-LIQUIDO           PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-SUBSIDIO          PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-RUBRICA           PIC X(03).
          05 FILLER                PIC X(01).
          05 FOL-RETROATIVO        PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-RETRO-MESES       PIC 9(02).
          05 FILLER                PIC X(01).
          05 FOL-EMPRESTIMO        PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-DESPESAS          PIC 9(08)V99.

       FD FAN
           RECORDING MODE IS F
           RECORD CONTAINS 191 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-FOLANT.
          05 ANT-IDFUN             PIC 9(05).
          05 FILLER                PIC X(01).
          05 ANT-NOMEFUN           PIC X(30).
          05 FILLER                PIC X(01).
          05 ANT-DEPFUN            PIC 9(02).
          05 FILLER                PIC X(91).
          05 ANT-LIQUIDO           PIC 9(08)V99.
          05 FILLER                PIC X(12).
          05 ANT-RUBRICA           PIC X(03).
          05 FILLER                PIC X(26).
          05 ANT-DESPESAS          PIC 9(08)V99.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-VARREL               PIC X(80).

       WORKING-STORAGE                         SECTION.
           EXEC SQL
             INCLUDE "BOOKFUNC"
           END-EXEC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 WRK-SQLCODE       PIC -999       VALUE ZEROS.
       77 WRK-FS-FOLPAG     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FOLANT     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-VARREL     PIC X(02)      VALUE ZEROS.
       77 WRK-TEM-ANT       PIC X(01)      VALUE "N".
      *------------- PARAMETROS DO SYSIN ------------------
       01 WRK-PARM.
          05 WRK-PCT-LIMITE    PIC 9(03)V99.
          05 WRK-VALOR-LIMITE  PIC 9(07)V99.
       01 WRK-CARTAO-LIB.
          05 WRK-LIB-IDFUN     PIC X(05).
          05 FILLER            PIC X(01).
          05 WRK-LIB-VISTO     PIC X(20).
       01 WRK-LIB-TAB.
          05 WRK-LIB-ENTRY OCCURS 100 TIMES.
             10 WRK-LIB-T-IDFUN   PIC 9(05).
             10 WRK-LIB-T-VISTO   PIC X(20).
             10 WRK-LIB-T-USADO   PIC X(01).
       77 WRK-LIB-QTD       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-LIB-SUB       PIC 9(03)      COMP VALUE ZEROS.
      *------------- DATAS --------------------------------
       01 WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-HOJE.
          05 WRK-HOJE-ANO   PIC 9(04).
          05 WRK-HOJE-MES   PIC 9(02).
          05 WRK-HOJE-DIA   PIC 9(02).
       01 WRK-HOJE-ISO.
          05 WRK-ISO-ANO    PIC 9(04).
          05 FILLER         PIC X(01)      VALUE "-".
          05 WRK-ISO-MES    PIC 9(02).
          05 FILLER         PIC X(01)      VALUE "-".
          05 WRK-ISO-DIA    PIC 9(02).
       01 WRK-LIMITE-ADM.
          05 WRK-LAD-ANO    PIC 9(04).
          05 FILLER         PIC X(01)      VALUE "-".
          05 WRK-LAD-MES    PIC 9(02).
          05 FILLER         PIC X(03)      VALUE "-01".
       77 WRK-DATAADM       PIC X(10)      VALUE SPACES.
       77 WRK-NULO-DATAADM  PIC S9(04)     COMP.
       77 WRK-DATAFIM       PIC X(10)      VALUE SPACES.
       77 WRK-NULO-DATAFIM  PIC S9(04)     COMP.
      *------------- RECIBOS DO MES ANTERIOR --------------
       01 WRK-ANT-TAB.
          05 WRK-ANT-ENTRY OCCURS 2000 TIMES.
             10 WRK-ANT-T-IDFUN   PIC 9(05).
             10 WRK-ANT-T-DEPFUN  PIC 9(02).
             10 WRK-ANT-T-NOME    PIC X(30).
             10 WRK-ANT-T-LIQUIDO PIC 9(08)V99.
             10 WRK-ANT-T-VISTO   PIC X(01).
       77 WRK-ANT-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-ANT-SUB       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-ANT-USO       PIC 9(04)      COMP VALUE ZEROS.
      *------------- IDFUN JA LIDOS NESTE FOLPAG ----------
       01 WRK-ATU-TAB.
          05 WRK-ATU-IDFUN OCCURS 2000 TIMES PIC 9(05).
       77 WRK-ATU-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-ATU-SUB       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-REPETIDO      PIC X(01)      VALUE "N".
       77 WRK-TEM-MENSAL    PIC X(01)      VALUE "N".
      *------------- VALORES DO RECIBO --------------------
       77 WRK-LIQ-CALC      PIC S9(09)V99  VALUE ZEROS.
       77 WRK-VARIACAO      PIC S9(09)V99  VALUE ZEROS.
      *------------- EXCECOES -----------------------------
      *  BLOQ: S = BLOQUEANTE, N = AVISO
      *  LIB:  S = LIBERTADA POR CARTAO
       01 WRK-EXC-NOVA.
          05 WRK-X-DEPFUN      PIC 9(02).
          05 WRK-X-IDFUN       PIC 9(05).
          05 WRK-X-NOME        PIC X(30).
          05 WRK-X-ANTERIOR    PIC 9(08)V99.
          05 WRK-X-ATUAL       PIC S9(09)V99.
          05 WRK-X-MOTIVO      PIC X(20).
          05 WRK-X-BLOQ        PIC X(01).
          05 WRK-X-LIB         PIC X(01).
       01 WRK-EXC-TAB.
          05 WRK-EXC-ENTRY OCCURS 1000 TIMES.
             10 WRK-EXC-DEPFUN    PIC 9(02).
             10 WRK-EXC-IDFUN     PIC 9(05).
             10 WRK-EXC-NOME      PIC X(30).
             10 WRK-EXC-ANTERIOR  PIC 9(08)V99.
             10 WRK-EXC-ATUAL     PIC S9(09)V99.
             10 WRK-EXC-MOTIVO    PIC X(20).
             10 WRK-EXC-BLOQ      PIC X(01).
             10 WRK-EXC-LIB       PIC X(01).
       77 WRK-EXC-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-EXC-SUB       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-EXC-CHEIA     PIC X(01)      VALUE "N".
      *------------- TOTAIS -------------------------------
       77 WRK-DEPT-SUB      PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-DEP-EXC       PIC 9(05)      VALUE ZEROS.
       77 WRK-DEP-BLOQ      PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-LIDOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-ANT     PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-CESSADOS PIC 9(05)     VALUE ZEROS.
       77 WRK-STATS-AVISOS  PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-BLOQ    PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-LIB     PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-PENDENTES PIC 9(05)    VALUE ZEROS.
      *------------- RELATORIO ----------------------------
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(43) VALUE
             "CONTROLO DA FOLHA ANTES DO CREDITO - DATA ".
          05 WRK-T-DIA            PIC 9(02).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-T-MES            PIC 9(02).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-T-ANO            PIC 9(04).
          05 FILLER               PIC X(27) VALUE SPACES.
       01 WRK-LINHA-LIMITES.
          05 FILLER               PIC X(18) VALUE
             "LIMITES: VARIACAO ".
          05 WRK-M-PCT            PIC ZZ9,99.
          05 FILLER               PIC X(06) VALUE " % OU ".
          05 WRK-M-VALOR          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(38) VALUE SPACES.
       01 WRK-LINHA-DEPT.
          05 FILLER               PIC X(13) VALUE "DEPARTAMENTO ".
          05 WRK-D-DEPT           PIC 9(02).
          05 FILLER               PIC X(65) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
          05 FILLER               PIC X(38) VALUE
             "IDFUN NOME                   ANTERIOR".
          05 FILLER               PIC X(42) VALUE
             "          ATUAL MOTIVO               SIT. ".
       01 WRK-LINHA-DETALHE.
          05 WRK-L-IDFUN          PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-NOME           PIC X(16).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-ANTERIOR       PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-ATUAL          PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-MOTIVO         PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-SIT            PIC X(05).
       01 WRK-LINHA-TOTAL.
          05 WRK-S-ROTULO         PIC X(30).
          05 WRK-S-QTD            PIC ZZ.ZZ9.
          05 FILLER               PIC X(44) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-LER-LIBERTACAO
               UNTIL WRK-CARTAO-LIB EQUAL SPACES
                  OR WRK-LIB-IDFUN EQUAL "FIM".
           PERFORM 0150-CARREGAR-ANTERIOR
               UNTIL WRK-FS-FOLANT EQUAL "10".
           PERFORM 0200-PROCESSAR
               UNTIL WRK-FS-FOLPAG EQUAL "10".
           PERFORM 0250-VERIFICAR-AUSENTES.
           PERFORM 0270-APLICAR-LIBERTACOES.
           PERFORM 0280-IMPRIMIR-RELATORIO.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-PRINCIPAL-FIM.   EXIT.
      ***************************************************
       0100-INICIALIZAR                        SECTION.
           ACCEPT WRK-PARM.
           IF WRK-PCT-LIMITE NOT NUMERIC OR
              WRK-PCT-LIMITE EQUAL ZEROS
             MOVE 10,00 TO WRK-PCT-LIMITE
           END-IF.
           IF WRK-VALOR-LIMITE NOT NUMERIC OR
              WRK-VALOR-LIMITE EQUAL ZEROS
             MOVE 250,00 TO WRK-VALOR-LIMITE
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE-ANO TO WRK-ISO-ANO.
           MOVE WRK-HOJE-MES TO WRK-ISO-MES.
           MOVE WRK-HOJE-DIA TO WRK-ISO-DIA.
      *    ADMITIDOS DESDE O DIA 1 DO MES ANTERIOR SAO
      *    NOVOS ESPERADOS - SO AVISO
           MOVE WRK-HOJE-ANO TO WRK-LAD-ANO.
           IF WRK-HOJE-MES EQUAL 1
             SUBTRACT 1 FROM WRK-LAD-ANO
             MOVE 12 TO WRK-LAD-MES
           ELSE
             COMPUTE WRK-LAD-MES = WRK-HOJE-MES - 1
           END-IF.
           OPEN INPUT FOL.
           IF WRK-FS-FOLPAG NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA FOLPAG - STATUS " WRK-FS-FOLPAG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    SEM A GERACAO ANTERIOR NAO HA COMPARACAO - TODOS
      *    OS RECIBOS SAEM COMO NOVOS
           OPEN INPUT FAN.
           IF WRK-FS-FOLANT NOT EQUAL "00"
             DISPLAY "FOLANT INDISPONIVEL - SEM MES ANTERIOR"
             MOVE "10" TO WRK-FS-FOLANT
           ELSE
             MOVE "S" TO WRK-TEM-ANT
             READ FAN
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-VARREL NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA VARREL - STATUS " WRK-FS-VARREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ FOL.
           IF WRK-FS-FOLPAG EQUAL "10"
             DISPLAY "FOLPAG VAZIO"
           END-IF.
           ACCEPT WRK-CARTAO-LIB.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
      *  CARTAO DE LIBERTACAO - IDFUN E VISTO DE QUEM   *
      *  APROVOU O CREDITO APESAR DAS EXCECOES          *
      ***************************************************
       0110-LER-LIBERTACAO                     SECTION.
           IF WRK-LIB-IDFUN NOT NUMERIC
             DISPLAY "CARTAO DE LIBERTACAO INVALIDO " WRK-CARTAO-LIB
           ELSE
             IF WRK-LIB-QTD LESS THAN 100
               ADD 1 TO WRK-LIB-QTD
               MOVE WRK-LIB-IDFUN TO WRK-LIB-T-IDFUN (WRK-LIB-QTD)
               MOVE WRK-LIB-VISTO TO WRK-LIB-T-VISTO (WRK-LIB-QTD)
               MOVE "N"           TO WRK-LIB-T-USADO (WRK-LIB-QTD)
             ELSE
               DISPLAY "TABELA DE LIBERTACOES CHEIA - CARTAO "
                       "IGNORADO " WRK-CARTAO-LIB
             END-IF
           END-IF.
           ACCEPT WRK-CARTAO-LIB.
       0110-LER-LIBERTACAO-FIM. EXIT.
      ***************************************************
      *  SO OS RECIBOS DA FOLHA MENSAL (VEN) SERVEM DE  *
      *  TERMO DE COMPARACAO                            *
      ***************************************************
       0150-CARREGAR-ANTERIOR                  SECTION.
           IF ANT-RUBRICA NOT EQUAL "VEN"
             GO TO 0150-LER-SEGUINTE
           END-IF.
           ADD 1 TO WRK-STATS-ANT.
           IF WRK-ANT-QTD LESS THAN 2000
             ADD 1 TO WRK-ANT-QTD
             MOVE ANT-IDFUN   TO WRK-ANT-T-IDFUN (WRK-ANT-QTD)
             MOVE ANT-DEPFUN  TO WRK-ANT-T-DEPFUN (WRK-ANT-QTD)
             MOVE ANT-NOMEFUN TO WRK-ANT-T-NOME (WRK-ANT-QTD)
             COMPUTE WRK-ANT-T-LIQUIDO (WRK-ANT-QTD) =
                     ANT-LIQUIDO - ANT-DESPESAS
             MOVE "N"         TO WRK-ANT-T-VISTO (WRK-ANT-QTD)
           ELSE
             DISPLAY "TABELA DO MES ANTERIOR CHEIA - LINHA IGNORADA"
           END-IF.
       0150-LER-SEGUINTE.
           READ FAN.
       0150-CARREGAR-ANTERIOR-FIM. EXIT.
      ***************************************************
       0200-PROCESSAR                          SECTION.
           ADD 1 TO WRK-STATS-LIDOS.
           MOVE FOL-DEPFUN   TO WRK-X-DEPFUN.
           MOVE FOL-IDFUN    TO WRK-X-IDFUN.
           MOVE FOL-NOMEFUN  TO WRK-X-NOME.
           MOVE ZEROS        TO WRK-X-ANTERIOR.
      *    IDFUN REPETIDO NO FICHEIRO - O CREDITO SAIRIA
      *    EM DOBRO
           MOVE "N" TO WRK-REPETIDO.
           PERFORM VARYING WRK-ATU-SUB FROM 1 BY 1
                   UNTIL WRK-ATU-SUB > WRK-ATU-QTD
             IF WRK-ATU-IDFUN (WRK-ATU-SUB) EQUAL FOL-IDFUN
               MOVE "S" TO WRK-REPETIDO
             END-IF
           END-PERFORM.
           IF WRK-REPETIDO EQUAL "S"
             MOVE FOL-LIQUIDO       TO WRK-X-ATUAL
             MOVE "IDFUN REPETIDO"  TO WRK-X-MOTIVO
             MOVE "S"               TO WRK-X-BLOQ
             PERFORM 0260-REGISTAR-EXCECAO
           ELSE
             IF WRK-ATU-QTD LESS THAN 2000
               ADD 1 TO WRK-ATU-QTD
               MOVE FOL-IDFUN TO WRK-ATU-IDFUN (WRK-ATU-QTD)
             END-IF
           END-IF.
      *    O LIQUIDO DO RECIBO NAO TEM SINAL - REFAZ-SE A
      *    CONTA PELAS RUBRICAS PARA APANHAR O NEGATIVO
           COMPUTE WRK-LIQ-CALC =
                   FOL-BRUTO + FOL-HEXTRA + FOL-SUBSIDIO
                 + FOL-RETROATIVO - FOL-IRS - FOL-SEGSOC
                 - FOL-AUSENCIAS - FOL-PENHORA - FOL-PENSAO
                 - FOL-EMPRESTIMO + FOL-DESPESAS.
           IF WRK-LIQ-CALC NOT GREATER THAN ZEROS OR
              FOL-LIQUIDO EQUAL ZEROS
             MOVE WRK-LIQ-CALC          TO WRK-X-ATUAL
             MOVE "LIQUIDO NULO OU NEG." TO WRK-X-MOTIVO
             MOVE "S"                   TO WRK-X-BLOQ
             PERFORM 0260-REGISTAR-EXCECAO
           END-IF.
           IF FOL-RUBRICA NOT EQUAL "VEN" OR
              WRK-REPETIDO EQUAL "S"
             GO TO 0200-LER-SEGUINTE
           END-IF.
           MOVE "S" TO WRK-TEM-MENSAL.
           COMPUTE WRK-X-ATUAL = FOL-LIQUIDO - FOL-DESPESAS.
           MOVE ZEROS TO WRK-ANT-USO.
           PERFORM VARYING WRK-ANT-SUB FROM 1 BY 1
                   UNTIL WRK-ANT-SUB > WRK-ANT-QTD
             IF WRK-ANT-T-IDFUN (WRK-ANT-SUB) EQUAL FOL-IDFUN
               MOVE WRK-ANT-SUB TO WRK-ANT-USO
             END-IF
           END-PERFORM.
           IF WRK-ANT-USO EQUAL ZEROS
             PERFORM 0210-FUNCIONARIO-NOVO
           ELSE
             MOVE "S" TO WRK-ANT-T-VISTO (WRK-ANT-USO)
             MOVE WRK-ANT-T-LIQUIDO (WRK-ANT-USO) TO WRK-X-ANTERIOR
             PERFORM 0220-VARIACAO-LIQUIDO
           END-IF.
       0200-LER-SEGUINTE.
           READ FOL.
       0200-PROCESSAR-FIM.   EXIT.
      ***************************************************
      *  FUNCIONARIO SEM RECIBO NO MES ANTERIOR - SO E  *
      *  AVISO SE A ADMISSAO FOR RECENTE                *
      ***************************************************
       0210-FUNCIONARIO-NOVO                   SECTION.
           MOVE FOL-IDFUN TO DB2-IDFUN.
           EXEC SQL
             SELECT DATAADM
             INTO :WRK-DATAADM :WRK-NULO-DATAADM
             FROM TRUTT.FUNC
             WHERE IDFUN = :DB2-IDFUN
           END-EXEC.
           IF SQLCODE EQUAL 0 AND
              WRK-NULO-DATAADM NOT EQUAL -1 AND
              WRK-DATAADM NOT LESS THAN WRK-LIMITE-ADM
             MOVE "FUNCIONARIO NOVO"  TO WRK-X-MOTIVO
             MOVE "N"                 TO WRK-X-BLOQ
           ELSE
             IF SQLCODE NOT EQUAL 0 AND 100
               MOVE SQLCODE TO WRK-SQLCODE
               DISPLAY "ERRO SQLCODE" WRK-SQLCODE
                       " FUNCIONARIO " FOL-IDFUN
             END-IF
             MOVE "NOVO SEM ADMISSAO" TO WRK-X-MOTIVO
             MOVE "S"                 TO WRK-X-BLOQ
           END-IF.
           PERFORM 0260-REGISTAR-EXCECAO.
       0210-FUNCIONARIO-NOVO-FIM. EXIT.
      ***************************************************
      *  VARIACAO DO LIQUIDO ACIMA DA PERCENTAGEM OU DO *
      *  VALOR LIMITE, PARA CIMA OU PARA BAIXO          *
      ***************************************************
       0220-VARIACAO-LIQUIDO                   SECTION.
           COMPUTE WRK-VARIACAO = WRK-X-ATUAL - WRK-X-ANTERIOR.
           IF WRK-VARIACAO LESS THAN ZEROS
             COMPUTE WRK-VARIACAO = WRK-VARIACAO * -1
           END-IF.
           IF WRK-VARIACAO GREATER THAN WRK-VALOR-LIMITE OR
              WRK-VARIACAO * 100 GREATER THAN
              WRK-X-ANTERIOR * WRK-PCT-LIMITE
             MOVE "VARIACAO DO LIQUIDO" TO WRK-X-MOTIVO
             MOVE "S"                   TO WRK-X-BLOQ
             PERFORM 0260-REGISTAR-EXCECAO
           END-IF.
       0220-VARIACAO-LIQUIDO-FIM. EXIT.
      ***************************************************
      *  QUEM TINHA RECIBO NO MES ANTERIOR E NAO TEM    *
      *  AGORA SO PODE FALTAR SE O CONTRATO CESSOU      *
      ***************************************************
       0250-VERIFICAR-AUSENTES                 SECTION.
           IF WRK-TEM-MENSAL EQUAL "N"
             GO TO 0250-VERIFICAR-AUSENTES-FIM
           END-IF.
           PERFORM VARYING WRK-ANT-SUB FROM 1 BY 1
                   UNTIL WRK-ANT-SUB > WRK-ANT-QTD
             IF WRK-ANT-T-VISTO (WRK-ANT-SUB) EQUAL "N"
               PERFORM 0255-CONFIRMAR-CESSACAO
             END-IF
           END-PERFORM.
       0250-VERIFICAR-AUSENTES-FIM. EXIT.
      ***************************************************
       0255-CONFIRMAR-CESSACAO                 SECTION.
           MOVE WRK-ANT-T-IDFUN (WRK-ANT-SUB) TO DB2-IDFUN.
           EXEC SQL
             SELECT DATAFIM
             INTO :WRK-DATAFIM :WRK-NULO-DATAFIM
             FROM TRUTT.FUNC
             WHERE IDFUN = :DB2-IDFUN
           END-EXEC.
           IF SQLCODE EQUAL 0 AND
              WRK-NULO-DATAFIM NOT EQUAL -1 AND
              WRK-DATAFIM NOT GREATER THAN WRK-HOJE-ISO
             ADD 1 TO WRK-STATS-CESSADOS
             GO TO 0255-CONFIRMAR-CESSACAO-FIM
           END-IF.
           IF SQLCODE NOT EQUAL 0 AND 100
             MOVE SQLCODE TO WRK-SQLCODE
             DISPLAY "ERRO SQLCODE" WRK-SQLCODE
                     " FUNCIONARIO " DB2-IDFUN
           END-IF.
           MOVE WRK-ANT-T-DEPFUN (WRK-ANT-SUB)  TO WRK-X-DEPFUN.
           MOVE WRK-ANT-T-IDFUN (WRK-ANT-SUB)   TO WRK-X-IDFUN.
           MOVE WRK-ANT-T-NOME (WRK-ANT-SUB)    TO WRK-X-NOME.
           MOVE WRK-ANT-T-LIQUIDO (WRK-ANT-SUB) TO WRK-X-ANTERIOR.
           MOVE ZEROS                           TO WRK-X-ATUAL.
           MOVE "AUSENTE SEM CESSACAO"          TO WRK-X-MOTIVO.
           MOVE "S"                             TO WRK-X-BLOQ.
           PERFORM 0260-REGISTAR-EXCECAO.
       0255-CONFIRMAR-CESSACAO-FIM. EXIT.
      ***************************************************
      *  COM A TABELA CHEIA NAO HA COMO LIBERTAR - A    *
      *  PONTE FICA PARADA                              *
      ***************************************************
       0260-REGISTAR-EXCECAO                   SECTION.
           IF WRK-EXC-QTD NOT LESS THAN 1000
             MOVE "S" TO WRK-EXC-CHEIA
             GO TO 0260-REGISTAR-EXCECAO-FIM
           END-IF.
           MOVE "N" TO WRK-X-LIB.
           ADD 1 TO WRK-EXC-QTD.
           MOVE WRK-EXC-NOVA TO WRK-EXC-ENTRY (WRK-EXC-QTD).
           IF WRK-X-BLOQ EQUAL "S"
             ADD 1 TO WRK-STATS-BLOQ
           ELSE
             ADD 1 TO WRK-STATS-AVISOS
           END-IF.
       0260-REGISTAR-EXCECAO-FIM. EXIT.
      ***************************************************
      *  O CARTAO DE LIBERTACAO LIBERTA TODAS AS        *
      *  EXCECOES BLOQUEANTES DO IDFUN                  *
      ***************************************************
       0270-APLICAR-LIBERTACOES                SECTION.
           PERFORM VARYING WRK-EXC-SUB FROM 1 BY 1
                   UNTIL WRK-EXC-SUB > WRK-EXC-QTD
             IF WRK-EXC-BLOQ (WRK-EXC-SUB) EQUAL "S"
               PERFORM VARYING WRK-LIB-SUB FROM 1 BY 1
                       UNTIL WRK-LIB-SUB > WRK-LIB-QTD
                 IF WRK-LIB-T-IDFUN (WRK-LIB-SUB) EQUAL
                    WRK-EXC-IDFUN (WRK-EXC-SUB)
                   MOVE "S" TO WRK-EXC-LIB (WRK-EXC-SUB)
                   MOVE "S" TO WRK-LIB-T-USADO (WRK-LIB-SUB)
                 END-IF
               END-PERFORM
               IF WRK-EXC-LIB (WRK-EXC-SUB) EQUAL "S"
                 ADD 1 TO WRK-STATS-LIB
               ELSE
                 ADD 1 TO WRK-STATS-PENDENTES
               END-IF
             END-IF
           END-PERFORM.
           PERFORM VARYING WRK-LIB-SUB FROM 1 BY 1
                   UNTIL WRK-LIB-SUB > WRK-LIB-QTD
             IF WRK-LIB-T-USADO (WRK-LIB-SUB) EQUAL "S"
               DISPLAY "LIBERTADO " WRK-LIB-T-IDFUN (WRK-LIB-SUB)
                       " VISTO " WRK-LIB-T-VISTO (WRK-LIB-SUB)
             ELSE
               DISPLAY "CARTAO SEM EXCECAO A LIBERTAR "
                       WRK-LIB-T-IDFUN (WRK-LIB-SUB)
             END-IF
           END-PERFORM.
       0270-APLICAR-LIBERTACOES-FIM. EXIT.
      ***************************************************
      *  RELATORIO POR DEPARTAMENTO (00 SAI NO FIM)     *
      ***************************************************
       0280-IMPRIMIR-RELATORIO                 SECTION.
           MOVE WRK-HOJE-DIA     TO WRK-T-DIA.
           MOVE WRK-HOJE-MES     TO WRK-T-MES.
           MOVE WRK-HOJE-ANO     TO WRK-T-ANO.
           WRITE REG-VARREL FROM WRK-LINHA-TITULO.
           MOVE WRK-PCT-LIMITE   TO WRK-M-PCT.
           MOVE WRK-VALOR-LIMITE TO WRK-M-VALOR.
           WRITE REG-VARREL FROM WRK-LINHA-LIMITES.
           PERFORM VARYING WRK-DEPT-SUB FROM 1 BY 1
                   UNTIL WRK-DEPT-SUB > 100
             PERFORM 0285-DEPARTAMENTO
           END-PERFORM.
           WRITE REG-VARREL FROM WRK-LINHA-BRANCO.
           MOVE "RECIBOS LIDOS"                TO WRK-S-ROTULO.
           MOVE WRK-STATS-LIDOS                TO WRK-S-QTD.
           WRITE REG-VARREL FROM WRK-LINHA-TOTAL.
           MOVE "RECIBOS DO MES ANTERIOR"      TO WRK-S-ROTULO.
           MOVE WRK-STATS-ANT                  TO WRK-S-QTD.
           WRITE REG-VARREL FROM WRK-LINHA-TOTAL.
           MOVE "CESSACOES CONFIRMADAS"        TO WRK-S-ROTULO.
           MOVE WRK-STATS-CESSADOS             TO WRK-S-QTD.
           WRITE REG-VARREL FROM WRK-LINHA-TOTAL.
           MOVE "AVISOS"                       TO WRK-S-ROTULO.
           MOVE WRK-STATS-AVISOS               TO WRK-S-QTD.
           WRITE REG-VARREL FROM WRK-LINHA-TOTAL.
           MOVE "EXCECOES BLOQUEANTES"         TO WRK-S-ROTULO.
           MOVE WRK-STATS-BLOQ                 TO WRK-S-QTD.
           WRITE REG-VARREL FROM WRK-LINHA-TOTAL.
           MOVE "LIBERTADAS POR CARTAO"        TO WRK-S-ROTULO.
           MOVE WRK-STATS-LIB                  TO WRK-S-QTD.
           WRITE REG-VARREL FROM WRK-LINHA-TOTAL.
           MOVE "POR LIBERTAR"                 TO WRK-S-ROTULO.
           MOVE WRK-STATS-PENDENTES            TO WRK-S-QTD.
           WRITE REG-VARREL FROM WRK-LINHA-TOTAL.
       0280-IMPRIMIR-RELATORIO-FIM. EXIT.
      ***************************************************
       0285-DEPARTAMENTO                       SECTION.
           MOVE ZEROS TO WRK-DEP-EXC.
           MOVE ZEROS TO WRK-DEP-BLOQ.
           PERFORM VARYING WRK-EXC-SUB FROM 1 BY 1
                   UNTIL WRK-EXC-SUB > WRK-EXC-QTD
             IF WRK-EXC-DEPFUN (WRK-EXC-SUB) EQUAL WRK-DEPT-SUB OR
                (WRK-DEPT-SUB EQUAL 100 AND
                 WRK-EXC-DEPFUN (WRK-EXC-SUB) EQUAL ZEROS)
               IF WRK-DEP-EXC EQUAL ZEROS
                 WRITE REG-VARREL FROM WRK-LINHA-BRANCO
                 MOVE WRK-EXC-DEPFUN (WRK-EXC-SUB) TO WRK-D-DEPT
                 WRITE REG-VARREL FROM WRK-LINHA-DEPT
                 WRITE REG-VARREL FROM WRK-LINHA-COLUNAS
               END-IF
               ADD 1 TO WRK-DEP-EXC
               MOVE WRK-EXC-IDFUN (WRK-EXC-SUB)    TO WRK-L-IDFUN
               MOVE WRK-EXC-NOME (WRK-EXC-SUB)     TO WRK-L-NOME
               MOVE WRK-EXC-ANTERIOR (WRK-EXC-SUB) TO WRK-L-ANTERIOR
               MOVE WRK-EXC-ATUAL (WRK-EXC-SUB)    TO WRK-L-ATUAL
               MOVE WRK-EXC-MOTIVO (WRK-EXC-SUB)   TO WRK-L-MOTIVO
               EVALUATE TRUE
                 WHEN WRK-EXC-BLOQ (WRK-EXC-SUB) EQUAL "N"
                   MOVE "AVISO" TO WRK-L-SIT
                 WHEN WRK-EXC-LIB (WRK-EXC-SUB) EQUAL "S"
                   MOVE "LIB."  TO WRK-L-SIT
                 WHEN OTHER
                   MOVE "BLOQ." TO WRK-L-SIT
                   ADD 1 TO WRK-DEP-BLOQ
               END-EVALUATE
               WRITE REG-VARREL FROM WRK-LINHA-DETALHE
             END-IF
           END-PERFORM.
           IF WRK-DEP-EXC GREATER THAN ZEROS
             MOVE "  EXCECOES DO DEPARTAMENTO"  TO WRK-S-ROTULO
             MOVE WRK-DEP-EXC                   TO WRK-S-QTD
             WRITE REG-VARREL FROM WRK-LINHA-TOTAL
             MOVE "  POR LIBERTAR"              TO WRK-S-ROTULO
             MOVE WRK-DEP-BLOQ                  TO WRK-S-QTD
             WRITE REG-VARREL FROM WRK-LINHA-TOTAL
           END-IF.
       0285-DEPARTAMENTO-FIM. EXIT.
      ***************************************************
      *  EXCECOES BLOQUEANTES POR LIBERTAR PARAM A      *
      *  PONTE DE CREDITO (RETURN-CODE 8)               *
      ***************************************************
       0300-FINALIZAR                          SECTION.
           CLOSE FOL.
           IF WRK-TEM-ANT EQUAL "S"
             CLOSE FAN
           END-IF.
           CLOSE REL.
           DISPLAY "RECIBOS LIDOS      " WRK-STATS-LIDOS.
           DISPLAY "AVISOS             " WRK-STATS-AVISOS.
           DISPLAY "BLOQUEANTES        " WRK-STATS-BLOQ.
           DISPLAY "LIBERTADAS         " WRK-STATS-LIB.
           IF WRK-EXC-CHEIA EQUAL "S"
             DISPLAY "TABELA DE EXCECOES CHEIA - FOLHA POR REVER"
             MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-STATS-PENDENTES GREATER THAN ZEROS
             DISPLAY "EXCECOES POR LIBERTAR " WRK-STATS-PENDENTES
                     " - CREDITO DOS SALARIOS SUSPENSO"
             MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************

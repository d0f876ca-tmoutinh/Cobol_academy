       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   TRUTTAVM.
      *===================================================
      *   AUTOR     : TRUTT
      *   OBJETIVO  : ANALISE TRIMESTRAL DO STOCK - SOBRE O
      *               LIVRO STKMOV E O ARQPECAS:
      *               - CLASSIFICA AS PECAS EM A/B/C PELO
      *                 VALOR DO CONSUMO DOS ULTIMOS 365 DIAS
      *                 (SAIDAS S AO PRECO-PECA): A ATE 80%
      *                 DO VALOR ACUMULADO, B ATE 95%, O
      *                 RESTO E AS PECAS SEM CONSUMO SAO C
      *               - CALCULA OS MESES (30 DIAS) DESDE A
      *                 ULTIMA SAIDA - SE NUNCA SAIU CONTA
      *                 DESDE A ULTIMA ENTRADA - E MARCA AS
      *                 PECAS LENTAS E OBSOLETAS PELOS LIMITES
      *                 DO SYSIN, COM A PERCENTAGEM DE
      *                 PROVISAO DE CADA FAIXA SOBRE O VALOR
      *                 DO STOCK
      *               GRAVA O PECABC (LIDO PELO TRUTTAVA NAS
      *               FOLHAS DE CONTAGEM), IMPRIME O ABCREL
      *               POR CATEGORIA-PECA E LANCA NO GLEVENT A
      *               VARIACAO DA PROVISAO CONTRA A ANTERIOR
      *               (PROVANT): PROVOBSD REFORCO, PROVOBSR
      *               REVERSAO. A NOVA PROVISAO FICA NO
      *               PROVOBS, QUE E O PROVANT DA PROXIMA
      *               CORRIDA
      *               SYSIN: DATA DE REFERENCIA (AAAAMMDD),
      *               MESES LENTA, MESES OBSOLETA, % LENTA,
      *               % OBSOLETA, SEPARADOS POR UM ESPACO
      *               (EX: 20261231 006 012 025 100)
      *   DATA      : 15/10/2026
      *   EMPRESA   : NATIXIS
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                               SECTION.
       FILE-CONTROL.
           SELECT API ASSIGN TO ARQPECAS
           FILE STATUS IS WRK-FS-API.
           SELECT STK ASSIGN TO STKMOV
           FILE STATUS IS WRK-FS-STK.
           SELECT ABC ASSIGN TO PECABC
           FILE STATUS IS WRK-FS-ABC.
           SELECT SRT ASSIGN TO "SORTWK12".
           SELECT ABS ASSIGN TO PECABCS
           FILE STATUS IS WRK-FS-ABS.
           SELECT ANT ASSIGN TO PROVANT
           FILE STATUS IS WRK-FS-ANT.
           SELECT PRV ASSIGN TO PROVOBS
           FILE STATUS IS WRK-FS-PRV.
           SELECT REL ASSIGN TO ABCREL
           FILE STATUS IS WRK-FS-REL.
           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-EVT.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD API
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.

       COPY "#ARQPEC".

       FD STK
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01 REG-STKMOV.
          05 STK-COD-PECA         PIC 9(05).
          05 STK-TIPO             PIC X(01).
          05 STK-QUANT            PIC 9(03).
          05 STK-DATA             PIC 9(08).
          05 STK-REF              PIC X(10).
          05 STK-LOCAL            PIC X(03).

       FD ABC
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-ABC                 PIC X(80).

       SD SRT.
       01 SD-PECABC.
          05 SD-COD-PECA          PIC 9(05).
          05 SD-CATEGORIA         PIC X(03).
          05 FILLER               PIC X(72).

       FD ABS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-ABC-SORT            PIC X(80).

       FD ANT
           RECORDING MODE IS F.
       01 REG-PROVANT.
          05 ANT-DATA             PIC 9(08).
          05 ANT-VALOR            PIC 9(09)V99.

       FD PRV
           RECORDING MODE IS F.
       01 REG-PROVOBS.
          05 PRV-DATA             PIC 9(08).
          05 PRV-VALOR            PIC 9(09)V99.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-ABCREL              PIC X(80).

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-API              PIC X(02) VALUE ZEROS.
       77 WRK-FS-STK              PIC X(02) VALUE ZEROS.
       77 WRK-FS-ABC              PIC X(02) VALUE ZEROS.
       77 WRK-FS-ABS              PIC X(02) VALUE ZEROS.
       77 WRK-FS-ANT              PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRV              PIC X(02) VALUE ZEROS.
       77 WRK-FS-REL              PIC X(02) VALUE ZEROS.
       77 WRK-FS-EVT              PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-INICIO         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-REF            PIC 9(08) VALUE ZEROS.
       77 WRK-MESES               PIC 9(05) COMP VALUE ZEROS.
       77 WRK-CATEGORIA-ANT       PIC X(03) VALUE SPACES.
       77 WRK-PRIMEIRA-VEZ        PIC X(01) VALUE "S".
      *------------- PARAMETROS (SYSIN) ------------------
       01 WRK-PARAMETROS.
          05 WRK-PRM-DATA         PIC 9(08).
          05 FILLER               PIC X(01).
          05 WRK-PRM-MESES-LENTA  PIC 9(03).
          05 FILLER               PIC X(01).
          05 WRK-PRM-MESES-OBSOL  PIC 9(03).
          05 FILLER               PIC X(01).
          05 WRK-PRM-PCT-LENTA    PIC 9(03).
          05 FILLER               PIC X(01).
          05 WRK-PRM-PCT-OBSOL    PIC 9(03).
          05 FILLER               PIC X(56).
       77 WRK-MESES-LENTA         PIC 9(03) VALUE 6.
       77 WRK-MESES-OBSOLETA      PIC 9(03) VALUE 12.
       77 WRK-PCT-LENTA           PIC 9(03) VALUE 25.
       77 WRK-PCT-OBSOLETA        PIC 9(03) VALUE 100.
       77 WRK-PCT-CLASSE-A        PIC 9(03) VALUE 80.
       77 WRK-PCT-CLASSE-B        PIC 9(03) VALUE 95.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
       COPY BOOKABC.
      *------------- PECAS EM MEMORIA --------------------
       01 WRK-PEC-TAB.
          05 WRK-PEC-ENTRY OCCURS 1000 TIMES.
             10 WRK-PEC-COD       PIC 9(05).
             10 WRK-PEC-CATEGORIA PIC X(03).
             10 WRK-PEC-DESC      PIC X(20).
             10 WRK-PEC-QUANT     PIC 9(02).
             10 WRK-PEC-PRECO     PIC 9(03)V99.
             10 WRK-PEC-CONS-QTD  PIC 9(07) COMP.
             10 WRK-PEC-CONSUMO   PIC 9(09)V99 COMP-3.
             10 WRK-PEC-ULT-SAIDA PIC 9(08).
             10 WRK-PEC-ULT-ENTR  PIC 9(08).
             10 WRK-PEC-CLASSE    PIC X(01).
       77 WRK-PEC-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PEC-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PEC-USO             PIC 9(04) COMP VALUE ZEROS.
      *------------- ORDEM DECRESCENTE DO CONSUMO --------
       01 WRK-ORD-TAB.
          05 WRK-ORD              PIC 9(04) COMP OCCURS 1000 TIMES.
       77 WRK-ORD-I               PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ORD-J               PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ORD-MAIOR           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ORD-TROCA           PIC 9(04) COMP VALUE ZEROS.
      *------------- CONTADORES E TOTAIS -----------------
       77 WRK-CONS-TOTAL          PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONS-ACUM           PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-LIMITE-A            PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-LIMITE-B            PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-QTD-A               PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTD-B               PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTD-C               PIC 9(05) COMP VALUE ZEROS.
       77 WRK-CONS-A              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONS-B              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONS-C              PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-QTD-ATIVA           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTD-LENTA           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTD-OBSOLETA        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-PROV-LENTA          PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-PROV-OBSOLETA       PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-PROV-ANTERIOR       PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-PROV-ATUAL          PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-PROV-VARIACAO       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-CONSUMO         PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-STOCK           PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-CAT-CONSUMO         PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-CAT-STOCK           PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-CAT-PROVISAO        PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-ACUM-PECAS          PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-FORA-TAB       PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-MOVIMENTOS     PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-SEM-PECA       PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
       77 WRK-VALOR-IDE           PIC ZZZ.ZZZ.ZZ9,99-.
      *------------- LINHAS DO RELATORIO ----------------
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(40) VALUE
             "ANALISE ABC E STOCK LENTO/OBSOLETO - ".
          05 WRK-T-DATA           PIC 9(08).
          05 FILLER               PIC X(32) VALUE SPACES.
       01 WRK-LINHA-LIMITES.
          05 FILLER               PIC X(08) VALUE "LENTA >=".
          05 WRK-P-MESES-LENTA    PIC ZZ9.
          05 FILLER               PIC X(07) VALUE " MESES ".
          05 WRK-P-PCT-LENTA      PIC ZZ9.
          05 FILLER               PIC X(15) VALUE "%   OBSOLETA >=".
          05 WRK-P-MESES-OBSOL    PIC ZZ9.
          05 FILLER               PIC X(07) VALUE " MESES ".
          05 WRK-P-PCT-OBSOL      PIC ZZ9.
          05 FILLER               PIC X(01) VALUE "%".
          05 FILLER               PIC X(30) VALUE SPACES.
       01 WRK-LINHA-SEPARADOR     PIC X(80) VALUE ALL "-".
       01 WRK-LINHA-CATEGORIA.
          05 FILLER               PIC X(10) VALUE "CATEGORIA ".
          05 WRK-C-CATEGORIA      PIC X(03).
          05 FILLER               PIC X(67) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
          05 FILLER               PIC X(37) VALUE
             "  PECA   DESCRICAO            C MES F".
          05 FILLER               PIC X(43) VALUE
             "  CONSUMO ANUAL   VALOR STOCK      PROVISAO".
       01 WRK-LINHA-ITEM.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-I-PECA           PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-I-DESC           PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-CLASSE         PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-MESES          PIC ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-FAIXA          PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-CONSUMO        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-STOCK          PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-PROVISAO       PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-SUBTOTAL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-U-ROTULO         PIC X(36).
          05 WRK-U-CONSUMO        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-U-STOCK          PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-U-PROVISAO       PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL.
          05 WRK-S-ROTULO         PIC X(30).
          05 WRK-S-QTD            PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          05 FILLER               PIC X(25) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-PECA UNTIL WRK-FS-API NOT EQUAL "00".
           CLOSE API.
           PERFORM 0230-LER-MOVIMENTO UNTIL WRK-FS-STK NOT EQUAL "00".
           CLOSE STK.
           PERFORM 0255-VALORIZAR-CONSUMO
               VARYING WRK-PEC-SUB FROM 1 BY 1
               UNTIL WRK-PEC-SUB GREATER THAN WRK-PEC-QTD.
           PERFORM 0250-ORDENAR-CONSUMO
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I GREATER THAN WRK-PEC-QTD.
           COMPUTE WRK-LIMITE-A =
                   WRK-CONS-TOTAL * WRK-PCT-CLASSE-A / 100.
           COMPUTE WRK-LIMITE-B =
                   WRK-CONS-TOTAL * WRK-PCT-CLASSE-B / 100.
           PERFORM 0260-CLASSIFICAR
               VARYING WRK-ORD-I FROM 1 BY 1
               UNTIL WRK-ORD-I GREATER THAN WRK-PEC-QTD.
           PERFORM 0270-GRAVAR-PECABC
               VARYING WRK-PEC-SUB FROM 1 BY 1
               UNTIL WRK-PEC-SUB GREATER THAN WRK-PEC-QTD.
           CLOSE ABC.
           PERFORM 0290-ORDENAR-CATEGORIA.
           PERFORM 0300-IMPRIMIR-RELATORIO.
           PERFORM 0350-LANCAR-PROVISAO.
           PERFORM 0380-ESTATISTICA.
           PERFORM 0400-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           PERFORM 0110-LER-PARAMETROS.
      *    JANELA DO CONSUMO ANUAL - OS 365 DIAS ATE A DATA
      *    DE REFERENCIA
           MOVE "S"           TO WRK-DAT-FUNCAO.
           MOVE WRK-DATA-PROC TO WRK-DAT-DATA1.
           MOVE -365          TO WRK-DAT-DIAS.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00"
             DISPLAY "DATA DE REFERENCIA INVALIDA " WRK-DATA-PROC
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DAT-RESULTADO TO WRK-DATA-INICIO.
           INITIALIZE WRK-PEC-TAB.
           OPEN INPUT API.
           IF WRK-FS-API NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQPECAS - STATUS " WRK-FS-API
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    SEM O LIVRO TUDO PARECERIA OBSOLETO - NAO CORRE
           OPEN INPUT STK.
           IF WRK-FS-STK NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA STKMOV - STATUS " WRK-FS-STK
             CLOSE API
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT ABC.
           IF WRK-FS-ABC NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PECABC - STATUS " WRK-FS-ABC
             CLOSE API
             CLOSE STK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 0120-LER-PROVISAO-ANTERIOR.
           READ API.
           IF WRK-FS-API EQUAL "10"
             DISPLAY "ARQPECAS VAZIO"
           END-IF.
           READ STK.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  CAMPO A CAMPO - O QUE NAO VIER NUMERICO FICA  *
      *  COM O VALOR POR OMISSAO                       *
      **************************************************
       0110-LER-PARAMETROS                       SECTION.
           MOVE SPACES TO WRK-PARAMETROS.
           ACCEPT WRK-PARAMETROS FROM SYSIN.
           IF WRK-PRM-DATA NUMERIC AND
              WRK-PRM-DATA GREATER THAN ZEROS
             MOVE WRK-PRM-DATA TO WRK-DATA-PROC
           END-IF.
           IF WRK-PRM-MESES-LENTA NUMERIC AND
              WRK-PRM-MESES-OBSOL NUMERIC AND
              WRK-PRM-MESES-LENTA GREATER THAN ZEROS AND
              WRK-PRM-MESES-OBSOL GREATER THAN WRK-PRM-MESES-LENTA
             MOVE WRK-PRM-MESES-LENTA TO WRK-MESES-LENTA
             MOVE WRK-PRM-MESES-OBSOL TO WRK-MESES-OBSOLETA
           END-IF.
           IF WRK-PRM-PCT-LENTA NUMERIC AND
              WRK-PRM-PCT-LENTA NOT GREATER THAN 100
             MOVE WRK-PRM-PCT-LENTA TO WRK-PCT-LENTA
           END-IF.
           IF WRK-PRM-PCT-OBSOL NUMERIC AND
              WRK-PRM-PCT-OBSOL NOT GREATER THAN 100
             MOVE WRK-PRM-PCT-OBSOL TO WRK-PCT-OBSOLETA
           END-IF.
       0110-LER-PARAMETROS-FIM. EXIT.
      **************************************************
      *  SEM PROVANT (PRIMEIRA CORRIDA) A PROVISAO     *
      *  ANTERIOR E ZERO E LANCA-SE TODA               *
      **************************************************
       0120-LER-PROVISAO-ANTERIOR                SECTION.
           OPEN INPUT ANT.
           IF WRK-FS-ANT NOT EQUAL "00"
             DISPLAY "PROVANT INDISPONIVEL - PROVISAO ANTERIOR ZERO"
             GO TO 0120-LER-PROVISAO-ANTERIOR-FIM
           END-IF.
           READ ANT.
           IF WRK-FS-ANT EQUAL "00"
             MOVE ANT-VALOR TO WRK-PROV-ANTERIOR
           END-IF.
           CLOSE ANT.
       0120-LER-PROVISAO-ANTERIOR-FIM. EXIT.
      **************************************************
       0200-CARREGAR-PECA                        SECTION.
           ADD 1 TO WRK-ACUM-PECAS.
           IF WRK-PEC-QTD NOT LESS THAN 1000
             ADD 1 TO WRK-ACUM-FORA-TAB
             READ API
             GO TO 0200-CARREGAR-PECA-FIM
           END-IF.
           ADD 1 TO WRK-PEC-QTD.
           MOVE COD-PECA OF REG-PECA
             TO WRK-PEC-COD (WRK-PEC-QTD).
           MOVE CATEGORIA-PECA OF REG-PECA
             TO WRK-PEC-CATEGORIA (WRK-PEC-QTD).
           MOVE DESC-PECA OF REG-PECA
             TO WRK-PEC-DESC (WRK-PEC-QTD).
           MOVE QUANT-PECA OF REG-PECA
             TO WRK-PEC-QUANT (WRK-PEC-QTD).
           MOVE PRECO-PECA OF REG-PECA
             TO WRK-PEC-PRECO (WRK-PEC-QTD).
           MOVE WRK-PEC-QTD TO WRK-ORD (WRK-PEC-QTD).
           READ API.
       0200-CARREGAR-PECA-FIM. EXIT.
      **************************************************
      *  SO CONTAM AS SAIDAS (CONSUMO E ULTIMA SAIDA)  *
      *  E AS ENTRADAS (ULTIMA ENTRADA) - AS ENTRADAS  *
      *  DAS TRANSFERENCIAS TAMBEM CONTAM, MAS A PERNA *
      *  DE SAIDA DE UMA TRANSFERENCIA OU DE UMA       *
      *  LIBERTACAO DA INSPECAO SO MUDA O STOCK DE     *
      *  LOCAL E NAO E CONSUMO                         *
      **************************************************
       0230-LER-MOVIMENTO                        SECTION.
           ADD 1 TO WRK-ACUM-MOVIMENTOS.
           IF STK-TIPO NOT EQUAL "S" AND STK-TIPO NOT EQUAL "E"
             READ STK
             GO TO 0230-LER-MOVIMENTO-FIM
           END-IF.
           PERFORM 0240-PROCURAR-PECA.
           IF WRK-PEC-USO EQUAL ZEROS
             ADD 1 TO WRK-ACUM-SEM-PECA
             READ STK
             GO TO 0230-LER-MOVIMENTO-FIM
           END-IF.
           IF STK-TIPO EQUAL "E"
             IF STK-DATA GREATER THAN WRK-PEC-ULT-ENTR (WRK-PEC-USO)
               MOVE STK-DATA TO WRK-PEC-ULT-ENTR (WRK-PEC-USO)
             END-IF
             READ STK
             GO TO 0230-LER-MOVIMENTO-FIM
           END-IF.
           IF STK-REF EQUAL "TRANSF" OR STK-REF EQUAL "INSPECAO"
             READ STK
             GO TO 0230-LER-MOVIMENTO-FIM
           END-IF.
           IF STK-DATA GREATER THAN WRK-PEC-ULT-SAIDA (WRK-PEC-USO)
             MOVE STK-DATA TO WRK-PEC-ULT-SAIDA (WRK-PEC-USO)
           END-IF.
           IF STK-DATA GREATER THAN WRK-DATA-INICIO AND
              STK-DATA NOT GREATER THAN WRK-DATA-PROC
             ADD STK-QUANT TO WRK-PEC-CONS-QTD (WRK-PEC-USO)
           END-IF.
           READ STK.
       0230-LER-MOVIMENTO-FIM. EXIT.
      **************************************************
       0240-PROCURAR-PECA                        SECTION.
           MOVE ZEROS TO WRK-PEC-USO.
           PERFORM VARYING WRK-PEC-SUB FROM 1 BY 1
                   UNTIL WRK-PEC-SUB > WRK-PEC-QTD
                      OR WRK-PEC-USO > ZEROS
             IF STK-COD-PECA EQUAL WRK-PEC-COD (WRK-PEC-SUB)
               MOVE WRK-PEC-SUB TO WRK-PEC-USO
             END-IF
           END-PERFORM.
       0240-PROCURAR-PECA-FIM. EXIT.
      **************************************************
      *  COLOCA NA POSICAO WRK-ORD-I A PECA DE MAIOR   *
      *  CONSUMO DAS QUE FALTAM ORDENAR                *
      **************************************************
       0250-ORDENAR-CONSUMO                      SECTION.
           MOVE WRK-ORD-I TO WRK-ORD-MAIOR.
           PERFORM VARYING WRK-ORD-J FROM WRK-ORD-I BY 1
                   UNTIL WRK-ORD-J > WRK-PEC-QTD
             IF WRK-PEC-CONSUMO (WRK-ORD (WRK-ORD-J)) GREATER THAN
                WRK-PEC-CONSUMO (WRK-ORD (WRK-ORD-MAIOR))
               MOVE WRK-ORD-J TO WRK-ORD-MAIOR
             END-IF
           END-PERFORM.
           MOVE WRK-ORD (WRK-ORD-I)     TO WRK-ORD-TROCA.
           MOVE WRK-ORD (WRK-ORD-MAIOR) TO WRK-ORD (WRK-ORD-I).
           MOVE WRK-ORD-TROCA           TO WRK-ORD (WRK-ORD-MAIOR).
       0250-ORDENAR-CONSUMO-FIM. EXIT.
      **************************************************
       0255-VALORIZAR-CONSUMO                    SECTION.
           COMPUTE WRK-PEC-CONSUMO (WRK-PEC-SUB) =
                   WRK-PEC-CONS-QTD (WRK-PEC-SUB) *
                   WRK-PEC-PRECO (WRK-PEC-SUB).
           ADD WRK-PEC-CONSUMO (WRK-PEC-SUB) TO WRK-CONS-TOTAL.
       0255-VALORIZAR-CONSUMO-FIM. EXIT.
      **************************************************
      *  A CLASSE VEM DO CONSUMO ACUMULADO ANTES DA    *
      *  PECA - A PRIMEIRA PECA COM CONSUMO E SEMPRE A *
      **************************************************
       0260-CLASSIFICAR                          SECTION.
           MOVE WRK-ORD (WRK-ORD-I) TO WRK-PEC-USO.
           EVALUATE TRUE
             WHEN WRK-PEC-CONSUMO (WRK-PEC-USO) EQUAL ZEROS
               MOVE "C" TO WRK-PEC-CLASSE (WRK-PEC-USO)
             WHEN WRK-CONS-ACUM LESS THAN WRK-LIMITE-A
               MOVE "A" TO WRK-PEC-CLASSE (WRK-PEC-USO)
             WHEN WRK-CONS-ACUM LESS THAN WRK-LIMITE-B
               MOVE "B" TO WRK-PEC-CLASSE (WRK-PEC-USO)
             WHEN OTHER
               MOVE "C" TO WRK-PEC-CLASSE (WRK-PEC-USO)
           END-EVALUATE.
           ADD WRK-PEC-CONSUMO (WRK-PEC-USO) TO WRK-CONS-ACUM.
       0260-CLASSIFICAR-FIM.  EXIT.
      **************************************************
       0270-GRAVAR-PECABC                        SECTION.
           MOVE SPACES TO REG-PECABC.
           MOVE WRK-PEC-COD (WRK-PEC-SUB)       TO ABC-COD-PECA.
           MOVE WRK-PEC-CATEGORIA (WRK-PEC-SUB) TO ABC-CATEGORIA.
           MOVE WRK-PEC-DESC (WRK-PEC-SUB)      TO ABC-DESC.
           MOVE WRK-PEC-CLASSE (WRK-PEC-SUB)    TO ABC-CLASSE.
           MOVE WRK-PEC-CONSUMO (WRK-PEC-SUB)   TO ABC-CONSUMO.
           MOVE WRK-DATA-PROC                   TO ABC-DATA.
           COMPUTE ABC-VALOR-STOCK =
                   WRK-PEC-QUANT (WRK-PEC-SUB) *
                   WRK-PEC-PRECO (WRK-PEC-SUB).
      *    MESES DESDE A ULTIMA SAIDA - SE NUNCA SAIU, DESDE A
      *    ULTIMA ENTRADA; SEM NADA NO LIVRO E OBSOLETA
           IF WRK-PEC-ULT-SAIDA (WRK-PEC-SUB) GREATER THAN ZEROS
             MOVE WRK-PEC-ULT-SAIDA (WRK-PEC-SUB) TO WRK-DATA-REF
           ELSE
             MOVE WRK-PEC-ULT-ENTR (WRK-PEC-SUB)  TO WRK-DATA-REF
           END-IF.
           IF WRK-DATA-REF EQUAL ZEROS
             MOVE 999 TO WRK-MESES
           ELSE
             MOVE "D"           TO WRK-DAT-FUNCAO
             MOVE WRK-DATA-REF  TO WRK-DAT-DATA1
             MOVE WRK-DATA-PROC TO WRK-DAT-DATA2
             CALL "COBOL020" USING WRK-DATCALC-AREA
             IF WRK-DAT-RETORNO NOT EQUAL "00" OR
                WRK-DAT-DIAS LESS THAN ZEROS
               MOVE ZEROS TO WRK-MESES
             ELSE
               DIVIDE WRK-DAT-DIAS BY 30 GIVING WRK-MESES
             END-IF
           END-IF.
           IF WRK-MESES GREATER THAN 999
             MOVE 999 TO WRK-MESES
           END-IF.
           MOVE WRK-MESES TO ABC-MESES.
           EVALUATE TRUE
             WHEN WRK-MESES NOT LESS THAN WRK-MESES-OBSOLETA
               MOVE "O"              TO ABC-FAIXA
               MOVE WRK-PCT-OBSOLETA TO ABC-PCT-PROVISAO
             WHEN WRK-MESES NOT LESS THAN WRK-MESES-LENTA
               MOVE "L"              TO ABC-FAIXA
               MOVE WRK-PCT-LENTA    TO ABC-PCT-PROVISAO
             WHEN OTHER
               MOVE SPACE            TO ABC-FAIXA
               MOVE ZEROS            TO ABC-PCT-PROVISAO
           END-EVALUATE.
           COMPUTE ABC-PROVISAO ROUNDED =
                   ABC-VALOR-STOCK * ABC-PCT-PROVISAO / 100.
           EVALUATE ABC-CLASSE
             WHEN "A"
               ADD 1           TO WRK-QTD-A
               ADD ABC-CONSUMO TO WRK-CONS-A
             WHEN "B"
               ADD 1           TO WRK-QTD-B
               ADD ABC-CONSUMO TO WRK-CONS-B
             WHEN OTHER
               ADD 1           TO WRK-QTD-C
               ADD ABC-CONSUMO TO WRK-CONS-C
           END-EVALUATE.
           EVALUATE ABC-FAIXA
             WHEN "O"
               ADD 1            TO WRK-QTD-OBSOLETA
               ADD ABC-PROVISAO TO WRK-PROV-OBSOLETA
             WHEN "L"
               ADD 1            TO WRK-QTD-LENTA
               ADD ABC-PROVISAO TO WRK-PROV-LENTA
             WHEN OTHER
               ADD 1            TO WRK-QTD-ATIVA
           END-EVALUATE.
           ADD ABC-PROVISAO    TO WRK-PROV-ATUAL.
           ADD ABC-VALOR-STOCK TO WRK-TOT-STOCK.
           ADD ABC-CONSUMO     TO WRK-TOT-CONSUMO.
           WRITE REG-ABC FROM REG-PECABC.
       0270-GRAVAR-PECABC-FIM. EXIT.
      **************************************************
       0290-ORDENAR-CATEGORIA                    SECTION.
           SORT SRT ON ASCENDING KEY SD-CATEGORIA SD-COD-PECA
               USING ABC
               GIVING ABS.
           IF SORT-RETURN NOT EQUAL 0
             DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0290-ORDENAR-CATEGORIA-FIM. EXIT.
      **************************************************
       0300-IMPRIMIR-RELATORIO                   SECTION.
           OPEN OUTPUT REL.
           IF WRK-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ABCREL - STATUS " WRK-FS-REL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DATA-PROC      TO WRK-T-DATA.
           WRITE REG-ABCREL FROM WRK-LINHA-TITULO.
           MOVE WRK-MESES-LENTA    TO WRK-P-MESES-LENTA.
           MOVE WRK-PCT-LENTA      TO WRK-P-PCT-LENTA.
           MOVE WRK-MESES-OBSOLETA TO WRK-P-MESES-OBSOL.
           MOVE WRK-PCT-OBSOLETA   TO WRK-P-PCT-OBSOL.
           WRITE REG-ABCREL FROM WRK-LINHA-LIMITES.
           OPEN INPUT ABS.
           IF WRK-FS-ABS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PECABCS - STATUS " WRK-FS-ABS
             GO TO 0300-IMPRIMIR-RELATORIO-FIM
           END-IF.
           READ ABS INTO REG-PECABC.
           PERFORM 0310-IMPRIMIR-PECA UNTIL WRK-FS-ABS NOT EQUAL "00".
           CLOSE ABS.
           IF WRK-PRIMEIRA-VEZ EQUAL "N"
             PERFORM 0320-FECHAR-CATEGORIA
           END-IF.
           WRITE REG-ABCREL FROM WRK-LINHA-BRANCO.
           WRITE REG-ABCREL FROM WRK-LINHA-SEPARADOR.
           MOVE "TOTAL GERAL"    TO WRK-U-ROTULO.
           MOVE WRK-TOT-CONSUMO  TO WRK-U-CONSUMO.
           MOVE WRK-TOT-STOCK    TO WRK-U-STOCK.
           MOVE WRK-PROV-ATUAL   TO WRK-U-PROVISAO.
           WRITE REG-ABCREL FROM WRK-LINHA-SUBTOTAL.
           WRITE REG-ABCREL FROM WRK-LINHA-SEPARADOR.
           PERFORM 0330-IMPRIMIR-RESUMO.
           CLOSE REL.
       0300-IMPRIMIR-RELATORIO-FIM. EXIT.
      **************************************************
       0310-IMPRIMIR-PECA                        SECTION.
           IF WRK-PRIMEIRA-VEZ EQUAL "S" OR
              ABC-CATEGORIA NOT EQUAL WRK-CATEGORIA-ANT
             IF WRK-PRIMEIRA-VEZ EQUAL "N"
               PERFORM 0320-FECHAR-CATEGORIA
             END-IF
             MOVE "N"           TO WRK-PRIMEIRA-VEZ
             MOVE ABC-CATEGORIA TO WRK-CATEGORIA-ANT
             MOVE ZEROS         TO WRK-CAT-CONSUMO
             MOVE ZEROS         TO WRK-CAT-STOCK
             MOVE ZEROS         TO WRK-CAT-PROVISAO
             WRITE REG-ABCREL FROM WRK-LINHA-BRANCO
             MOVE ABC-CATEGORIA TO WRK-C-CATEGORIA
             WRITE REG-ABCREL FROM WRK-LINHA-CATEGORIA
             WRITE REG-ABCREL FROM WRK-LINHA-COLUNAS
           END-IF.
           MOVE ABC-COD-PECA    TO WRK-I-PECA.
           MOVE ABC-DESC        TO WRK-I-DESC.
           MOVE ABC-CLASSE      TO WRK-I-CLASSE.
           MOVE ABC-MESES       TO WRK-I-MESES.
           MOVE ABC-FAIXA       TO WRK-I-FAIXA.
           MOVE ABC-CONSUMO     TO WRK-I-CONSUMO.
           MOVE ABC-VALOR-STOCK TO WRK-I-STOCK.
           MOVE ABC-PROVISAO    TO WRK-I-PROVISAO.
           WRITE REG-ABCREL FROM WRK-LINHA-ITEM.
           ADD ABC-CONSUMO      TO WRK-CAT-CONSUMO.
           ADD ABC-VALOR-STOCK  TO WRK-CAT-STOCK.
           ADD ABC-PROVISAO     TO WRK-CAT-PROVISAO.
           READ ABS INTO REG-PECABC.
       0310-IMPRIMIR-PECA-FIM. EXIT.
      **************************************************
       0320-FECHAR-CATEGORIA                     SECTION.
           MOVE SPACES            TO WRK-U-ROTULO.
           STRING "TOTAL CATEGORIA " WRK-CATEGORIA-ANT
                  DELIMITED BY SIZE INTO WRK-U-ROTULO.
           MOVE WRK-CAT-CONSUMO   TO WRK-U-CONSUMO.
           MOVE WRK-CAT-STOCK     TO WRK-U-STOCK.
           MOVE WRK-CAT-PROVISAO  TO WRK-U-PROVISAO.
           WRITE REG-ABCREL FROM WRK-LINHA-SUBTOTAL.
       0320-FECHAR-CATEGORIA-FIM. EXIT.
      **************************************************
       0330-IMPRIMIR-RESUMO                      SECTION.
           MOVE "CLASSE A - CONSUMO"       TO WRK-S-ROTULO.
           MOVE WRK-QTD-A                  TO WRK-S-QTD.
           MOVE WRK-CONS-A                 TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           MOVE "CLASSE B - CONSUMO"       TO WRK-S-ROTULO.
           MOVE WRK-QTD-B                  TO WRK-S-QTD.
           MOVE WRK-CONS-B                 TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           MOVE "CLASSE C - CONSUMO"       TO WRK-S-ROTULO.
           MOVE WRK-QTD-C                  TO WRK-S-QTD.
           MOVE WRK-CONS-C                 TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           WRITE REG-ABCREL FROM WRK-LINHA-BRANCO.
           MOVE "COM MOVIMENTO"            TO WRK-S-ROTULO.
           MOVE WRK-QTD-ATIVA              TO WRK-S-QTD.
           MOVE ZEROS                      TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           MOVE "LENTAS - PROVISAO"        TO WRK-S-ROTULO.
           MOVE WRK-QTD-LENTA              TO WRK-S-QTD.
           MOVE WRK-PROV-LENTA             TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           MOVE "OBSOLETAS - PROVISAO"     TO WRK-S-ROTULO.
           MOVE WRK-QTD-OBSOLETA           TO WRK-S-QTD.
           MOVE WRK-PROV-OBSOLETA          TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           WRITE REG-ABCREL FROM WRK-LINHA-BRANCO.
           COMPUTE WRK-PROV-VARIACAO =
                   WRK-PROV-ATUAL - WRK-PROV-ANTERIOR.
           MOVE ZEROS                      TO WRK-S-QTD.
           MOVE "PROVISAO ANTERIOR"        TO WRK-S-ROTULO.
           MOVE WRK-PROV-ANTERIOR          TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           MOVE "PROVISAO ATUAL"           TO WRK-S-ROTULO.
           MOVE WRK-PROV-ATUAL             TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
           MOVE "VARIACAO LANCADA NO GL"   TO WRK-S-ROTULO.
           MOVE WRK-PROV-VARIACAO          TO WRK-S-VALOR.
           WRITE REG-ABCREL FROM WRK-LINHA-TOTAL.
       0330-IMPRIMIR-RESUMO-FIM. EXIT.
      **************************************************
      *  A VARIACAO VAI AO GL COMO REFORCO (PROVOBSD)  *
      *  OU REVERSAO (PROVOBSR), SEMPRE EM POSITIVO; A *
      *  NOVA PROVISAO FICA PARA A PROXIMA CORRIDA     *
      **************************************************
       0350-LANCAR-PROVISAO                      SECTION.
           OPEN OUTPUT PRV.
           IF WRK-FS-PRV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PROVOBS - STATUS " WRK-FS-PRV
             DISPLAY "VARIACAO DA PROVISAO NAO LANCADA"
             MOVE 8 TO RETURN-CODE
             GO TO 0350-LANCAR-PROVISAO-FIM
           END-IF.
           MOVE WRK-DATA-PROC  TO PRV-DATA.
           MOVE WRK-PROV-ATUAL TO PRV-VALOR.
           WRITE REG-PROVOBS.
           CLOSE PRV.
           IF WRK-PROV-VARIACAO EQUAL ZEROS
             GO TO 0350-LANCAR-PROVISAO-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-EVT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-EVT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA GLEVENT - STATUS " WRK-FS-EVT
             MOVE 8 TO RETURN-CODE
             GO TO 0350-LANCAR-PROVISAO-FIM
           END-IF.
           IF WRK-PROV-VARIACAO GREATER THAN ZEROS
             MOVE "PROVOBSD"        TO EVT-TIPO
             MOVE WRK-PROV-VARIACAO TO EVT-VALOR
           ELSE
             MOVE "PROVOBSR"        TO EVT-TIPO
             COMPUTE EVT-VALOR = WRK-PROV-VARIACAO * -1
           END-IF.
           MOVE WRK-DATA-PROC TO EVT-DATA.
           WRITE REG-GLEVENT.
           CLOSE EVT.
       0350-LANCAR-PROVISAO-FIM. EXIT.
      **************************************************
       0380-ESTATISTICA                          SECTION.
           MOVE WRK-ACUM-PECAS TO WRK-ACUM-IDE.
           DISPLAY "PECAS LIDAS            " WRK-ACUM-IDE.
           MOVE WRK-PEC-QTD TO WRK-ACUM-IDE.
           DISPLAY "PECAS CLASSIFICADAS    " WRK-ACUM-IDE.
           IF WRK-ACUM-FORA-TAB GREATER THAN ZEROS
             MOVE WRK-ACUM-FORA-TAB TO WRK-ACUM-IDE
             DISPLAY "PECAS FORA DA TABELA   " WRK-ACUM-IDE
           END-IF.
           MOVE WRK-ACUM-MOVIMENTOS TO WRK-ACUM-IDE.
           DISPLAY "MOVIMENTOS LIDOS       " WRK-ACUM-IDE.
           MOVE WRK-ACUM-SEM-PECA TO WRK-ACUM-IDE.
           DISPLAY "MOVIMENTOS SEM PECA    " WRK-ACUM-IDE.
           MOVE WRK-PROV-ATUAL TO WRK-VALOR-IDE.
           DISPLAY "PROVISAO ATUAL         " WRK-VALOR-IDE.
           MOVE WRK-PROV-VARIACAO TO WRK-VALOR-IDE.
           DISPLAY "VARIACAO DA PROVISAO   " WRK-VALOR-IDE.
       0380-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0400-FINALIZAR                            SECTION.
           IF RETURN-CODE EQUAL ZEROS AND
              WRK-ACUM-FORA-TAB GREATER THAN ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.
       0400-FINALIZAR-FIM.    EXIT.
      **************************************************

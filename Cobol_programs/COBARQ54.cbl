       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ54.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: SEPARACAO (BURSTING) DOS RELATORIOS
      *            IMPRESSOS POR AGENCIA - LE O RELATORIO
      *            PEDIDO NO SYSIN (COBREL, COBRELS, COBARQ08,
      *            COBRELD, ATRASREL, VENCREL, CARTVENC...) EM
      *            RELIN, RECONHECE O CODIGO DE AGENCIA DE CADA
      *            LINHA PELAS REGRAS DO BURSTPRM E GRAVA UM
      *            FICHEIRO POR AGENCIA DESTINO (NOME
      *            RELATORIO.AGnnnn) COM CABECALHO DE
      *            DISTRIBUICAO (ROTA E NOME DO AGENMST)
      *            AS LINHAS SEM CODIGO SEGUEM A AGENCIA DA
      *            LINHA ANTERIOR; AS QUE VEM ANTES DA PRIMEIRA
      *            AGENCIA (TITULOS) SAEM EM TODOS OS
      *            FICHEIROS. A AGENCIA FECHADA NO AGENMST E
      *            ENCAMINHADA A AGENCIA QUE A ABSORVEU
      *            O MANIFESTO LISTA O QUE CADA AGENCIA
      *            RECEBEU, COM PAGINAS E LINHAS
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * BURSTPRM    INPUT       -----   (REGRAS)
      * AGENMST     INPUT       -----
      * RELIN       INPUT       -----   (RELATORIO)
      * SORTWK11    SORT        -----
      * (DINAMICO)  OUTPUT      -----   (UM POR AGENCIA)
      * MANIFEST    EXTEND      -----   (MANIFESTO)
      *==================================================
      *  BURSTPRM - UMA OU MAIS REGRAS POR RELATORIO:
      *     MARCA EM BRANCO - O CODIGO ESTA NA COLUNA EM
      *                       QUALQUER LINHA
      *     MARCA PREENCHIDA - SO NAS LINHAS QUE COMECAM
      *                       PELA MARCA (EX. "AGENCIA ")
      *  SEM REGRA PARA O RELATORIO USA-SE A COLUNA 1
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PRM ASSIGN TO BURSTPRM
           FILE STATUS IS WRK-FS-BURSTPRM.

           SELECT AGM ASSIGN TO AGENMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS AGE-CODIGO
           FILE STATUS   IS WRK-FS-AGENMST.

           SELECT ENT ASSIGN TO RELIN
           FILE STATUS IS WRK-FS-RELIN.

           SELECT SRT ASSIGN TO "SORTWK11".

           SELECT SAI ASSIGN TO WRK-NOME-SAIDA
           FILE STATUS IS WRK-FS-SAIDA.

           SELECT MNF ASSIGN TO MANIFEST
           FILE STATUS IS WRK-FS-MANIFEST.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD PRM
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01 REG-BURSTPRM.
          05 PRM-RELATORIO        PIC X(08).
          05 PRM-MARCA            PIC X(12).
          05 PRM-MARCA-TAM        PIC 9(02).
          05 PRM-COLUNA           PIC 9(03).

       FD AGM.
       01 REG-AGENMST.
          05 AGE-CODIGO           PIC X(04).
          05 AGE-NOME             PIC X(25).
          05 AGE-REGIAO           PIC X(10).
          05 AGE-ESTADO           PIC X(01).
          05 AGE-ROTA             PIC X(08).
          05 AGE-ABSORVIDA        PIC X(04).

       FD ENT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-RELIN               PIC X(80).

       SD SRT.
       01 REG-SORT.
          05 SD-DESTINO           PIC X(04).
          05 SD-SEQUENCIA         PIC 9(09).
          05 SD-LINHA             PIC X(80).

       FD SAI
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-SAIDA               PIC X(80).

       FD MNF
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-MANIFEST            PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-BURSTPRM         PIC X(02) VALUE ZEROS.
       77 WRK-FS-AGENMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-RELIN            PIC X(02) VALUE ZEROS.
       77 WRK-FS-SAIDA            PIC X(02) VALUE ZEROS.
       77 WRK-FS-MANIFEST         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-AGENMST         PIC X(01) VALUE "N".
       77 WRK-SAIDA-ABERTA        PIC X(01) VALUE "N".
       77 WRK-FIM-SORT            PIC X(01) VALUE "N".
       77 WRK-RELATORIO           PIC X(08) VALUE SPACES.
       77 WRK-NOME-SAIDA          PIC X(30) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO              PIC X(04) VALUE SPACES.
       77 WRK-DESTINO-ATUAL       PIC X(04) VALUE SPACES.
       77 WRK-DESTINO-ANT         PIC X(04) VALUE SPACES.
       77 WRK-SEQUENCIA           PIC 9(09) VALUE ZEROS.
       77 WRK-SALTOS              PIC 9(01) COMP VALUE ZEROS.
      *------------- REGRAS DO RELATORIO -----------------
       01 WRK-REGRA-TAB.
          05 WRK-REGRA-ENTRY OCCURS 10 TIMES.
             10 WRK-REG-MARCA     PIC X(12).
             10 WRK-REG-MARCA-TAM PIC 9(02).
             10 WRK-REG-COLUNA    PIC 9(03).
       77 WRK-REGRA-QTD           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-REGRA-SUB           PIC 9(02) COMP VALUE ZEROS.
      *------------- TITULOS ANTES DA PRIMEIRA AGENCIA ---
       01 WRK-TITULO-TAB.
          05 WRK-TITULO-LINHA     PIC X(80) OCCURS 20 TIMES.
       77 WRK-TITULO-QTD          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-TITULO-SUB          PIC 9(02) COMP VALUE ZEROS.
      *------------- AGENCIAS JA RESOLVIDAS --------------
       01 WRK-AGENCIA-TAB.
          05 WRK-AGE-ENTRY OCCURS 300 TIMES.
             10 WRK-AGE-ORIGEM    PIC X(04).
             10 WRK-AGE-DESTINO   PIC X(04).
             10 WRK-AGE-NOME      PIC X(25).
             10 WRK-AGE-ROTA      PIC X(08).
       77 WRK-AGE-QTD             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AGE-SUB             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AGE-USO             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AGE-DEST-USO        PIC 9(03) COMP VALUE ZEROS.
      *------------- CONTAGEM DA SAIDA CORRENTE ----------
       77 WRK-PAGINAS             PIC 9(05) COMP VALUE ZEROS.
       77 WRK-LINHAS              PIC 9(07) COMP VALUE ZEROS.
       77 WRK-LINHAS-PAGINA       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MAX-LINHAS          PIC 9(02) COMP VALUE 55.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-LIDAS      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SORT       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DEVOLVIDAS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SAIDAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ENCAMINHA  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- CABECALHO DE DISTRIBUICAO -----------
       01 WRK-LINHA-DIST.
          05 FILLER               PIC X(18) VALUE
             "DISTRIBUICAO ROTA ".
          05 WRK-D-ROTA           PIC X(08).
          05 FILLER               PIC X(09) VALUE " AGENCIA ".
          05 WRK-D-AGENCIA        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-D-NOME           PIC X(25).
          05 FILLER               PIC X(06) VALUE " PAG. ".
          05 WRK-D-PAGINA         PIC ZZZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
       01 WRK-LINHA-DIST2.
          05 FILLER               PIC X(10) VALUE "RELATORIO ".
          05 WRK-D-RELATORIO      PIC X(08).
          05 FILLER               PIC X(04) VALUE " DE ".
          05 WRK-D-DATA           PIC 9(08).
          05 FILLER               PIC X(50) VALUE SPACES.
      *------------- MANIFESTO ---------------------------
       01 WRK-LINHA-MCAB.
          05 FILLER               PIC X(38) VALUE
             "MANIFESTO DE DISTRIBUICAO - RELATORIO ".
          05 WRK-MC-RELATORIO     PIC X(08).
          05 FILLER               PIC X(04) VALUE " DE ".
          05 WRK-MC-DATA          PIC 9(08).
          05 FILLER               PIC X(22) VALUE SPACES.
       01 WRK-LINHA-MTIT.
          05 FILLER               PIC X(40) VALUE
             "AGEN NOME                      ROTA     ".
          05 FILLER               PIC X(40) VALUE
             "PAGINAS   LINHAS FICHEIRO               ".
       01 WRK-LINHA-MDET.
          05 WRK-M-AGENCIA        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-M-NOME           PIC X(25).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-M-ROTA           PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-M-PAGINAS        PIC ZZZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-M-LINHAS         PIC ZZZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-M-FICHEIRO       PIC X(24).
       01 WRK-LINHA-MABS.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE
             "INCLUI AGENCIA  ".
          05 WRK-MA-ORIGEM        PIC X(04).
          05 FILLER               PIC X(20) VALUE
             " (FECHADA/ABSORVIDA)".
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-MTOT.
          05 WRK-MT-TEXTO         PIC X(30).
          05 WRK-MT-VALOR         PIC Z.ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(37) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-REGRAS.
           SORT SRT
               ON ASCENDING KEY SD-DESTINO SD-SEQUENCIA
               INPUT PROCEDURE  IS 0400-SEPARAR-LINHAS
               OUTPUT PROCEDURE IS 0500-GRAVAR-AGENCIAS.
           IF SORT-RETURN NOT EQUAL ZEROS
             DISPLAY "ERRO NO SORT - RETORNO " SORT-RETURN
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 0600-TOTAIS-MANIFESTO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-RELATORIO FROM SYSIN.
           IF WRK-RELATORIO EQUAL SPACES
             DISPLAY "PARAMETRO RELATORIO OBRIGATORIO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT ENT.
           IF WRK-FS-RELIN NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA RELIN - STATUS " WRK-FS-RELIN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT AGM.
           IF WRK-FS-AGENMST EQUAL "00"
             MOVE "S" TO WRK-TEM-AGENMST
           ELSE
             DISPLAY "AGENMST INDISPONIVEL - STATUS " WRK-FS-AGENMST
             DISPLAY "SEM ROTAS NEM ENCAMINHAMENTO DE FECHADAS"
           END-IF.
           OPEN EXTEND MNF.
           IF WRK-FS-MANIFEST NOT EQUAL "00"
             OPEN OUTPUT MNF
           END-IF.
           IF WRK-FS-MANIFEST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA MANIFEST - STATUS "
                     WRK-FS-MANIFEST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-RELATORIO TO WRK-MC-RELATORIO.
           MOVE WRK-DATA-PROC TO WRK-MC-DATA.
           WRITE REG-MANIFEST FROM WRK-LINHA-MCAB.
           WRITE REG-MANIFEST FROM WRK-LINHA-MTIT.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0120-CARREGAR-REGRAS                      SECTION.
           OPEN INPUT PRM.
           IF WRK-FS-BURSTPRM EQUAL "00"
             READ PRM
             PERFORM UNTIL WRK-FS-BURSTPRM NOT EQUAL "00"
               IF PRM-RELATORIO EQUAL WRK-RELATORIO AND
                  WRK-REGRA-QTD LESS THAN 10 AND
                  PRM-COLUNA GREATER THAN ZEROS AND
                  PRM-COLUNA LESS THAN 78
                 ADD 1 TO WRK-REGRA-QTD
                 MOVE PRM-MARCA     TO WRK-REG-MARCA (WRK-REGRA-QTD)
                 MOVE PRM-MARCA-TAM
                   TO WRK-REG-MARCA-TAM (WRK-REGRA-QTD)
                 MOVE PRM-COLUNA    TO WRK-REG-COLUNA (WRK-REGRA-QTD)
               END-IF
               READ PRM
             END-PERFORM
             CLOSE PRM
           ELSE
             DISPLAY "BURSTPRM INDISPONIVEL - STATUS "
                     WRK-FS-BURSTPRM
           END-IF.
           IF WRK-REGRA-QTD EQUAL ZEROS
             DISPLAY "SEM REGRA PARA " WRK-RELATORIO
                     " - AGENCIA NA COLUNA 1"
             MOVE 1      TO WRK-REGRA-QTD
             MOVE SPACES TO WRK-REG-MARCA (1)
             MOVE ZEROS  TO WRK-REG-MARCA-TAM (1)
             MOVE 1      TO WRK-REG-COLUNA (1)
           END-IF.
       0120-CARREGAR-REGRAS-FIM.  EXIT.
      **************************************************
      *  CADA LINHA VAI PARA A AGENCIA DESTINO DO SEU  *
      *  CODIGO OU, SEM CODIGO, DA LINHA ANTERIOR -    *
      *  A SEQUENCIA MANTEM A ORDEM ORIGINAL           *
      **************************************************
       0400-SEPARAR-LINHAS                       SECTION.
           READ ENT.
           PERFORM UNTIL WRK-FS-RELIN NOT EQUAL "00"
             ADD 1 TO WRK-CONTADOR-LIDAS
             PERFORM 0420-IDENTIFICAR-AGENCIA
             IF WRK-CODIGO NOT EQUAL SPACES
               PERFORM 0800-RESOLVER-AGENCIA
               MOVE WRK-AGE-DESTINO (WRK-AGE-USO)
                 TO WRK-DESTINO-ATUAL
             END-IF
             IF WRK-DESTINO-ATUAL EQUAL SPACES
               IF WRK-TITULO-QTD LESS THAN 20
                 ADD 1 TO WRK-TITULO-QTD
                 MOVE REG-RELIN TO WRK-TITULO-LINHA (WRK-TITULO-QTD)
               END-IF
             ELSE
               ADD 1 TO WRK-SEQUENCIA
               MOVE WRK-DESTINO-ATUAL TO SD-DESTINO
               MOVE WRK-SEQUENCIA     TO SD-SEQUENCIA
               MOVE REG-RELIN         TO SD-LINHA
               RELEASE REG-SORT
               ADD 1 TO WRK-CONTADOR-SORT
             END-IF
             READ ENT
           END-PERFORM.
           CLOSE ENT.
       0400-SEPARAR-LINHAS-FIM.  EXIT.
      **************************************************
      *  A PRIMEIRA REGRA QUE ENCONTRA QUATRO DIGITOS  *
      *  NA SUA COLUNA DA O CODIGO DA AGENCIA          *
      **************************************************
       0420-IDENTIFICAR-AGENCIA                  SECTION.
           MOVE SPACES TO WRK-CODIGO.
           PERFORM VARYING WRK-REGRA-SUB FROM 1 BY 1
                   UNTIL WRK-REGRA-SUB > WRK-REGRA-QTD
                      OR WRK-CODIGO NOT EQUAL SPACES
             IF WRK-REG-MARCA-TAM (WRK-REGRA-SUB) EQUAL ZEROS
               IF REG-RELIN(WRK-REG-COLUNA (WRK-REGRA-SUB):4)
                  IS NUMERIC
                 MOVE REG-RELIN(WRK-REG-COLUNA (WRK-REGRA-SUB):4)
                   TO WRK-CODIGO
               END-IF
             ELSE
               IF REG-RELIN(1:WRK-REG-MARCA-TAM (WRK-REGRA-SUB))
                  EQUAL WRK-REG-MARCA (WRK-REGRA-SUB)
                        (1:WRK-REG-MARCA-TAM (WRK-REGRA-SUB)) AND
                  REG-RELIN(WRK-REG-COLUNA (WRK-REGRA-SUB):4)
                  IS NUMERIC
                 MOVE REG-RELIN(WRK-REG-COLUNA (WRK-REGRA-SUB):4)
                   TO WRK-CODIGO
               END-IF
             END-IF
           END-PERFORM.
       0420-IDENTIFICAR-AGENCIA-FIM.  EXIT.
      **************************************************
      *  UM FICHEIRO POR AGENCIA DESTINO, COM OS       *
      *  TITULOS DO RELATORIO NO INICIO                *
      **************************************************
       0500-GRAVAR-AGENCIAS                      SECTION.
           MOVE "N"    TO WRK-FIM-SORT.
           MOVE SPACES TO WRK-DESTINO-ANT.
           PERFORM UNTIL WRK-FIM-SORT EQUAL "S"
             RETURN SRT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 ADD 1 TO WRK-CONTADOR-DEVOLVIDAS
                 IF SD-DESTINO NOT EQUAL WRK-DESTINO-ANT
                   PERFORM 0520-FECHAR-SAIDA
                   MOVE SD-DESTINO TO WRK-DESTINO-ANT
                   PERFORM 0510-ABRIR-SAIDA
                 END-IF
                 IF WRK-SAIDA-ABERTA EQUAL "S"
                   IF WRK-LINHAS-PAGINA NOT LESS THAN WRK-MAX-LINHAS
                     PERFORM 0530-CABECALHO
                   END-IF
                   WRITE REG-SAIDA FROM SD-LINHA
                   ADD 1 TO WRK-LINHAS
                   ADD 1 TO WRK-LINHAS-PAGINA
                 END-IF
             END-RETURN
           END-PERFORM.
           PERFORM 0520-FECHAR-SAIDA.
       0500-GRAVAR-AGENCIAS-FIM.  EXIT.
      **************************************************
       0510-ABRIR-SAIDA                          SECTION.
           MOVE ZEROS TO WRK-AGE-DEST-USO.
           PERFORM VARYING WRK-AGE-SUB FROM 1 BY 1
                   UNTIL WRK-AGE-SUB > WRK-AGE-QTD
                      OR WRK-AGE-DEST-USO NOT EQUAL ZEROS
             IF WRK-AGE-ORIGEM (WRK-AGE-SUB) EQUAL WRK-DESTINO-ANT
               MOVE WRK-AGE-SUB TO WRK-AGE-DEST-USO
             END-IF
           END-PERFORM.
           IF WRK-AGE-DEST-USO EQUAL ZEROS
             MOVE WRK-DESTINO-ANT TO WRK-CODIGO
             PERFORM 0800-RESOLVER-AGENCIA
             MOVE WRK-AGE-USO TO WRK-AGE-DEST-USO
           END-IF.
           MOVE SPACES TO WRK-NOME-SAIDA.
           STRING WRK-RELATORIO   DELIMITED BY SPACE
                  ".AG"           DELIMITED BY SIZE
                  WRK-DESTINO-ANT DELIMITED BY SIZE
                  INTO WRK-NOME-SAIDA.
           OPEN OUTPUT SAI.
           IF WRK-FS-SAIDA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA " WRK-NOME-SAIDA
                     " - STATUS " WRK-FS-SAIDA
             MOVE 8 TO RETURN-CODE
             GO TO 0510-ABRIR-SAIDA-FIM
           END-IF.
           MOVE "S"   TO WRK-SAIDA-ABERTA.
           ADD 1      TO WRK-CONTADOR-SAIDAS.
           MOVE ZEROS TO WRK-PAGINAS.
           MOVE ZEROS TO WRK-LINHAS.
           PERFORM 0530-CABECALHO.
           PERFORM VARYING WRK-TITULO-SUB FROM 1 BY 1
                   UNTIL WRK-TITULO-SUB > WRK-TITULO-QTD
             WRITE REG-SAIDA FROM WRK-TITULO-LINHA (WRK-TITULO-SUB)
             ADD 1 TO WRK-LINHAS
             ADD 1 TO WRK-LINHAS-PAGINA
           END-PERFORM.
       0510-ABRIR-SAIDA-FIM.  EXIT.
      **************************************************
      *  FECHA O FICHEIRO DA AGENCIA E REGISTA-O NO    *
      *  MANIFESTO COM AS AGENCIAS FECHADAS QUE LEVOU  *
      **************************************************
       0520-FECHAR-SAIDA                         SECTION.
           IF WRK-SAIDA-ABERTA NOT EQUAL "S"
             GO TO 0520-FECHAR-SAIDA-FIM
           END-IF.
           CLOSE SAI.
           MOVE "N" TO WRK-SAIDA-ABERTA.
           MOVE WRK-DESTINO-ANT TO WRK-M-AGENCIA.
           MOVE WRK-AGE-NOME (WRK-AGE-DEST-USO) TO WRK-M-NOME.
           MOVE WRK-AGE-ROTA (WRK-AGE-DEST-USO) TO WRK-M-ROTA.
           IF WRK-M-ROTA EQUAL SPACES
             MOVE "SEM ROTA" TO WRK-M-ROTA
           END-IF.
           MOVE WRK-PAGINAS     TO WRK-M-PAGINAS.
           MOVE WRK-LINHAS      TO WRK-M-LINHAS.
           MOVE WRK-NOME-SAIDA  TO WRK-M-FICHEIRO.
           WRITE REG-MANIFEST FROM WRK-LINHA-MDET.
           PERFORM VARYING WRK-AGE-SUB FROM 1 BY 1
                   UNTIL WRK-AGE-SUB > WRK-AGE-QTD
             IF WRK-AGE-DESTINO (WRK-AGE-SUB) EQUAL WRK-DESTINO-ANT
                AND WRK-AGE-ORIGEM (WRK-AGE-SUB) NOT EQUAL
                    WRK-DESTINO-ANT
               MOVE WRK-AGE-ORIGEM (WRK-AGE-SUB) TO WRK-MA-ORIGEM
               WRITE REG-MANIFEST FROM WRK-LINHA-MABS
             END-IF
           END-PERFORM.
       0520-FECHAR-SAIDA-FIM. EXIT.
      **************************************************
       0530-CABECALHO                            SECTION.
           ADD 1 TO WRK-PAGINAS.
           MOVE WRK-AGE-ROTA (WRK-AGE-DEST-USO) TO WRK-D-ROTA.
           MOVE WRK-DESTINO-ANT                 TO WRK-D-AGENCIA.
           MOVE WRK-AGE-NOME (WRK-AGE-DEST-USO) TO WRK-D-NOME.
           MOVE WRK-PAGINAS                     TO WRK-D-PAGINA.
           MOVE WRK-RELATORIO                   TO WRK-D-RELATORIO.
           MOVE WRK-DATA-PROC                   TO WRK-D-DATA.
           WRITE REG-SAIDA FROM WRK-LINHA-DIST.
           WRITE REG-SAIDA FROM WRK-LINHA-DIST2.
           WRITE REG-SAIDA FROM WRK-LINHA-BRANCO.
           MOVE ZEROS TO WRK-LINHAS-PAGINA.
       0530-CABECALHO-FIM.    EXIT.
      **************************************************
      *  PROVA - TODA A LINHA SEPARADA FOI GRAVADA     *
      **************************************************
       0600-TOTAIS-MANIFESTO                     SECTION.
           MOVE SPACES TO WRK-LINHA-MTOT.
           MOVE "LINHAS LIDAS DO RELATORIO" TO WRK-MT-TEXTO.
           MOVE WRK-CONTADOR-LIDAS TO WRK-MT-VALOR.
           WRITE REG-MANIFEST FROM WRK-LINHA-MTOT.
           MOVE "LINHAS DE TITULO REPETIDAS" TO WRK-MT-TEXTO.
           MOVE WRK-TITULO-QTD TO WRK-MT-VALOR.
           WRITE REG-MANIFEST FROM WRK-LINHA-MTOT.
           MOVE "LINHAS DISTRIBUIDAS" TO WRK-MT-TEXTO.
           MOVE WRK-CONTADOR-DEVOLVIDAS TO WRK-MT-VALOR.
           WRITE REG-MANIFEST FROM WRK-LINHA-MTOT.
           MOVE "FICHEIROS DE AGENCIA" TO WRK-MT-TEXTO.
           MOVE WRK-CONTADOR-SAIDAS TO WRK-MT-VALOR.
           WRITE REG-MANIFEST FROM WRK-LINHA-MTOT.
           WRITE REG-MANIFEST FROM WRK-LINHA-BRANCO.
           IF WRK-CONTADOR-SORT NOT EQUAL WRK-CONTADOR-DEVOLVIDAS
             DISPLAY "LINHAS SEPARADAS " WRK-CONTADOR-SORT
                     " NAO CONFEREM COM AS GRAVADAS "
                     WRK-CONTADOR-DEVOLVIDAS
             MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-CONTADOR-SAIDAS EQUAL ZEROS AND
              RETURN-CODE LESS THAN 4
             DISPLAY "NENHUMA AGENCIA RECONHECIDA EM " WRK-RELATORIO
             MOVE 4 TO RETURN-CODE
           END-IF.
       0600-TOTAIS-MANIFESTO-FIM.  EXIT.
      **************************************************
      *  DEVOLVE EM WRK-AGE-USO A ENTRADA DA AGENCIA   *
      *  WRK-CODIGO - A FECHADA SEGUE A QUE A ABSORVEU *
      *  (ATE CINCO FUSOES ENCADEADAS)                 *
      **************************************************
       0800-RESOLVER-AGENCIA                     SECTION.
           MOVE ZEROS TO WRK-AGE-USO.
           PERFORM VARYING WRK-AGE-SUB FROM 1 BY 1
                   UNTIL WRK-AGE-SUB > WRK-AGE-QTD
                      OR WRK-AGE-USO NOT EQUAL ZEROS
             IF WRK-AGE-ORIGEM (WRK-AGE-SUB) EQUAL WRK-CODIGO
               MOVE WRK-AGE-SUB TO WRK-AGE-USO
             END-IF
           END-PERFORM.
           IF WRK-AGE-USO NOT EQUAL ZEROS
             GO TO 0800-RESOLVER-AGENCIA-FIM
           END-IF.
           IF WRK-AGE-QTD LESS THAN 300
             ADD 1 TO WRK-AGE-QTD
           ELSE
             DISPLAY "TABELA DE AGENCIAS CHEIA - " WRK-CODIGO
           END-IF.
           MOVE WRK-AGE-QTD TO WRK-AGE-USO.
           MOVE WRK-CODIGO  TO WRK-AGE-ORIGEM (WRK-AGE-USO).
           MOVE WRK-CODIGO  TO WRK-AGE-DESTINO (WRK-AGE-USO).
           MOVE "AGENCIA NAO CADASTRADA" TO WRK-AGE-NOME (WRK-AGE-USO).
           MOVE SPACES      TO WRK-AGE-ROTA (WRK-AGE-USO).
           IF WRK-TEM-AGENMST NOT EQUAL "S"
             GO TO 0800-RESOLVER-AGENCIA-FIM
           END-IF.
           MOVE WRK-CODIGO TO AGE-CODIGO.
           MOVE ZEROS      TO WRK-SALTOS.
       0810-LER-AGENCIA.
           READ AGM.
           IF WRK-FS-AGENMST NOT EQUAL "00"
             GO TO 0800-RESOLVER-AGENCIA-FIM
           END-IF.
           MOVE AGE-CODIGO TO WRK-AGE-DESTINO (WRK-AGE-USO).
           MOVE AGE-NOME   TO WRK-AGE-NOME (WRK-AGE-USO).
           MOVE AGE-ROTA   TO WRK-AGE-ROTA (WRK-AGE-USO).
           IF AGE-ESTADO EQUAL "F" AND
              AGE-ABSORVIDA NOT EQUAL SPACES AND
              AGE-ABSORVIDA NOT EQUAL AGE-CODIGO AND
              WRK-SALTOS LESS THAN 5
             ADD 1 TO WRK-SALTOS
             ADD 1 TO WRK-CONTADOR-ENCAMINHA
             MOVE AGE-ABSORVIDA TO AGE-CODIGO
             GO TO 0810-LER-AGENCIA
           END-IF.
       0800-RESOLVER-AGENCIA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LIDAS TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "LINHAS LIDAS.......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-DEVOLVIDAS TO WRK-CONTADOR-IDE.
           DISPLAY "LINHAS DISTRIBUIDAS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SAIDAS TO WRK-CONTADOR-IDE.
           DISPLAY "FICHEIROS GRAVADOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ENCAMINHA TO WRK-CONTADOR-IDE.
           DISPLAY "AGENCIAS ENCAMINHADAS. " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-TEM-AGENMST EQUAL "S"
             CLOSE AGM
           END-IF.
           CLOSE MNF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

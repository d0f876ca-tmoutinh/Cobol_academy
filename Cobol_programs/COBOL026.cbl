       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   COBOL026.
      *===================================================
      *   AUTOR     : TRUTT
      *   OBJETIVO  : DECLARACAO PERIODICA DO IVA - PERIODO
      *               PEDIDO NO SYSIN (AAAAMMDD AAAAMMDD) E
      *               TOLERANCIA DO CONFRONTO COM O GL
      *               (9(07)V99, ZEROS = SEM TOLERANCIA)
      *               IVA LIQUIDADO: FATURAS DO FATREG
      *               (COBOL019, MAIS O FATREGC DO COBOL024)
      *               PELA DATA DA FATURA E NOTAS DE CREDITO
      *               DO NCRREG (COBOL024), POR TAXA
      *               IVA DEDUTIVEL: LINHAS DE FATURA DE
      *               FORNECEDOR CONFERIDAS NO TRUTTAVD
      *               (IVAFORN) PELA DATA DE CONFERENCIA, POR
      *               TAXA E PAIS DO FORNECEDOR (FORNMST)
      *               SO O FORNECEDOR NACIONAL (PT) ENTRA NO
      *               CAMPO 24; O ESTRANGEIRO SAI NAS LINHAS
      *               DE AUTOLIQUIDACAO, A PARTE DO APURAMENTO
      *               O IVAREL TRAZ A LISTAGEM DOS DOCUMENTOS,
      *               OS RESUMOS, OS CAMPOS DA DECLARACAO E O
      *               IMPOSTO A ENTREGAR OU A RECUPERAR
      *               CONFRONTO COM O GL: CONTA A CREDITO DO
      *               EVENTO IVALIQ (IVA LIQUIDADO) E CONTA A
      *               DEBITO DO EVENTO IVADED (IVA DEDUTIVEL)
      *               NO JRNLOUT DO PERIODO - DIFERENCA FORA
      *               DA TOLERANCIA SAI ASSINALADA COM RC 4
      *   DATA      : 15/10/2026
      *   EMPRESA   : NATIXIS
      *===================================================
      * DDNAME      I/O         BOOK
      *
      * SYSIN       INPUT       -----   (PERIODO/TOLER.)
      * FATREG      INPUT       -----   (GERACOES + FATREGC)
      * NCRREG      INPUT       -----   (OPCIONAL)
      * IVAFORN     INPUT       BOOKIVF (OPCIONAL)
      * FORNMST     INPUT       -----   (OPCIONAL)
      * GLMAP       INPUT       -----
      * JRNLOUT     INPUT       -----   (GERACOES DO PERIODO)
      * IVAREL      OUTPUT      -----
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                               SECTION.
       FILE-CONTROL.
           SELECT REG ASSIGN TO FATREG
           FILE STATUS IS WRK-FS-FATREG.
           SELECT NCR ASSIGN TO NCRREG
           FILE STATUS IS WRK-FS-NCRREG.
           SELECT IVF ASSIGN TO IVAFORN
           FILE STATUS IS WRK-FS-IVAFORN.
           SELECT FRN ASSIGN TO FORNMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS FRN-CODIGO
           FILE STATUS   IS WRK-FS-FORNMST.
           SELECT MAP ASSIGN TO GLMAP
           FILE STATUS IS WRK-FS-GLMAP.
           SELECT JRN ASSIGN TO JRNLOUT
           FILE STATUS IS WRK-FS-JRNLOUT.
           SELECT REL ASSIGN TO IVAREL
           FILE STATUS IS WRK-FS-IVAREL.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD REG
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 REG-FATREG.
          05 FAT-NUMERO           PIC 9(06).
          05 FAT-CLIENTE          PIC X(10).
          05 FAT-DATA             PIC 9(08).
          05 FAT-BASE             PIC 9(09)V99.
          05 FAT-IVA              PIC 9(09)V99.
          05 FAT-TOTAL            PIC 9(09)V99.

       FD NCR
           RECORDING MODE IS F
           RECORD CONTAINS 81 CHARACTERS.
       01 REG-NCRREG.
          05 NCR-NUMERO           PIC 9(06).
          05 NCR-FATURA           PIC 9(06).
          05 NCR-CLIENTE          PIC X(10).
          05 NCR-DATA             PIC 9(08).
          05 NCR-DATA-FATURA      PIC 9(08).
          05 NCR-BASE             PIC 9(09)V99.
          05 NCR-TAXA-IVA         PIC 9(02).
          05 NCR-IVA              PIC 9(09)V99.
          05 NCR-TOTAL            PIC 9(09)V99.
          05 NCR-MOTIVO           PIC X(02).
          05 NCR-FATURA-NOVA      PIC 9(06).

       FD IVF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       COPY BOOKIVF.

       FD FRN.
       01 REG-FORNMST.
          05 FRN-CODIGO           PIC 9(03).
          05 FRN-NOME             PIC X(30).
          05 FRN-MORADA           PIC X(30).
          05 FRN-MOEDA            PIC X(03).
          05 FRN-PRAZO-DIAS       PIC 9(03).
          05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
          05 FRN-IBAN             PIC X(25).
          05 FRN-PRAZO-PAG        PIC 9(03).
          05 FRN-STATUS           PIC X(01).
          05 FRN-PAIS             PIC X(02).

       FD MAP
           RECORDING MODE IS F.
       01 REG-GLMAP.
          05 GLM-TIPO             PIC X(08).
          05 GLM-CONTA-DEB        PIC X(08).
          05 GLM-CONTA-CRED       PIC X(08).

       FD JRN
           RECORDING MODE IS F.
       01 REG-JRNLOUT.
          05 JRN-TIPO             PIC X(03).
          05 JRN-CONTA            PIC X(08).
          05 JRN-DC               PIC X(01).
          05 JRN-VALOR            PIC 9(11)V99.
          05 JRN-DATA             PIC 9(08).
          05 JRN-ORIGEM           PIC X(08).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-IVAREL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-FATREG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-NCRREG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-IVAFORN          PIC X(02) VALUE ZEROS.
       77 WRK-FS-FORNMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLMAP            PIC X(02) VALUE ZEROS.
       77 WRK-FS-JRNLOUT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-IVAREL           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-NCRREG          PIC X(01) VALUE "N".
       77 WRK-TEM-IVAFORN         PIC X(01) VALUE "N".
       77 WRK-TEM-FORNMST         PIC X(01) VALUE "N".
       77 WRK-DIVERGENTE          PIC X(01) VALUE "N".
      *------------- PARAMETRO DO SYSIN -----------------
       01 WRK-PARM.
          05 WRK-PARM-INICIO      PIC 9(08).
          05 FILLER               PIC X(01).
          05 WRK-PARM-FIM         PIC 9(08).
          05 FILLER               PIC X(01).
          05 WRK-PARM-TOLERANCIA  PIC 9(07)V99.
      *------------- CONTAS DE IVA DO GLMAP -------------
       77 WRK-CONTA-IVA-LIQ       PIC X(08) VALUE SPACES.
       77 WRK-CONTA-IVA-DED       PIC X(08) VALUE SPACES.
       77 WRK-GL-IVA-LIQ          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-GL-IVA-DED          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-DIFERENCA           PIC S9(13)V99 COMP-3 VALUE ZEROS.
      *------------- IVA LIQUIDADO POR TAXA -------------
       01 WRK-LIQ-TAB.
          05 WRK-LIQ-ENTRY OCCURS 10 TIMES.
             10 WRK-LIQ-TAXA      PIC 9(02).
             10 WRK-LIQ-BASE      PIC 9(11)V99 COMP-3.
             10 WRK-LIQ-IVA       PIC 9(11)V99 COMP-3.
             10 WRK-LIQ-NC-BASE   PIC 9(11)V99 COMP-3.
             10 WRK-LIQ-NC-IVA    PIC 9(11)V99 COMP-3.
       77 WRK-LIQ-QTD             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LIQ-SUB             PIC 9(02) COMP VALUE ZEROS.
      *------------- IVA DEDUTIVEL POR TAXA E PAIS ------
       01 WRK-DED-TAB.
          05 WRK-DED-ENTRY OCCURS 100 TIMES.
             10 WRK-DED-TAXA      PIC 9(02).
             10 WRK-DED-PAIS      PIC X(02).
             10 WRK-DED-BASE      PIC 9(11)V99 COMP-3.
             10 WRK-DED-IVA       PIC 9(11)V99 COMP-3.
       77 WRK-DED-QTD             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DED-SUB             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TAXA                PIC 9(02) VALUE ZEROS.
       77 WRK-PAIS                PIC X(02) VALUE SPACES.
       77 WRK-ACHOU               PIC X(01) VALUE "N".
      *------------- CAMPOS DA DECLARACAO ---------------
       77 WRK-C01-BASE-RED        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C02-IVA-RED         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C03-BASE-NOR        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C04-IVA-NOR         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C05-BASE-INT        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C06-IVA-INT         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C08-ISENTAS         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-OUTRAS-BASE         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-OUTRAS-IVA          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C24-DEDUTIVEL       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-AUTOLIQ-BASE        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-AUTOLIQ-IVA         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-C40-REGULARIZ       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-LIQUIDADO       PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-DEDUZIDO        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-SALDO-IVA           PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-BASE-NC             PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-IVA-LIQUIDO         PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONTADOR-FATURAS    PIC 9(07) COMP VALUE ZEROS.
       77 WRK-CONTADOR-NOTAS      PIC 9(07) COMP VALUE ZEROS.
       77 WRK-CONTADOR-FORN       PIC 9(07) COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *-------------------------------------------------*
      *              LINHAS DO RELATORIO IVAREL         *
      *-------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(33) VALUE
                 "DECLARACAO PERIODICA DO IVA     ".
          05 FILLER               PIC X(08) VALUE "PERIODO ".
          05 WRK-LT-INICIO        PIC 9(08).
          05 FILLER               PIC X(03) VALUE " A ".
          05 WRK-LT-FIM           PIC 9(08).
          05 FILLER               PIC X(20) VALUE SPACES.
       01 WRK-LINHA-CAB-DET.
          05 FILLER               PIC X(40) VALUE
                 "TP DOCUMENTO  DATA     ENTIDADE   TX    ".
          05 FILLER               PIC X(40) VALUE
                 "          BASE             IVA          ".
       01 WRK-LINHA-DET.
          05 WRK-LD-TIPO          PIC X(02).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LD-DOCUMENTO     PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LD-DATA          PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LD-ENTIDADE      PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LD-TAXA          PIC Z9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LD-BASE          PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LD-IVA           PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(12) VALUE SPACES.
       01 WRK-LINHA-RESUMO.
          05 WRK-LR-TEXTO         PIC X(22).
          05 WRK-LR-PAIS          PIC X(02).
          05 FILLER               PIC X(06) VALUE " TAXA ".
          05 WRK-LR-TAXA          PIC Z9.
          05 FILLER               PIC X(02) VALUE "% ".
          05 WRK-LR-BASE          PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-LR-IVA           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(07) VALUE SPACES.
       01 WRK-LINHA-CAMPO.
          05 FILLER               PIC X(06) VALUE "CAMPO ".
          05 WRK-LC-CAMPO         PIC X(02).
          05 FILLER               PIC X(03) VALUE " - ".
          05 WRK-LC-TEXTO         PIC X(40).
          05 WRK-LC-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(10) VALUE SPACES.
       01 WRK-LINHA-VALOR.
          05 WRK-LV-TEXTO         PIC X(40).
          05 WRK-LV-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(21) VALUE SPACES.
       01 WRK-LINHA-MENSAGEM.
          05 WRK-LM-TEXTO         PIC X(80).
       01 WRK-LINHA-VAZIA         PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-CONTAS
               UNTIL WRK-FS-GLMAP EQUAL "10".
           PERFORM 0200-PROCESSAR-FATURAS
               UNTIL WRK-FS-FATREG EQUAL "10".
           IF WRK-TEM-NCRREG EQUAL "S"
             PERFORM 0210-PROCESSAR-NOTAS
                 UNTIL WRK-FS-NCRREG EQUAL "10"
           END-IF.
           IF WRK-TEM-IVAFORN EQUAL "S"
             PERFORM 0220-PROCESSAR-FORNECEDORES
                 UNTIL WRK-FS-IVAFORN EQUAL "10"
           END-IF.
           PERFORM 0240-LER-GL
               UNTIL WRK-FS-JRNLOUT EQUAL "10".
           PERFORM 0250-RESUMOS.
           PERFORM 0260-CAMPOS-DECLARACAO.
           PERFORM 0270-CONFRONTAR-GL.
           PERFORM 0280-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  SYSIN: AAAAMMDD AAAAMMDD TTTTTTTTT - INICIO E  *
      *  FIM DO PERIODO E A TOLERANCIA DO GL EM         *
      *  CENTIMOS (OPCIONAL)                            *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM FROM SYSIN.
           IF WRK-PARM-INICIO NOT NUMERIC OR
              WRK-PARM-FIM    NOT NUMERIC OR
              WRK-PARM-INICIO GREATER THAN WRK-PARM-FIM
             DISPLAY "PARAMETRO INVALIDO - AAAAMMDD AAAAMMDD"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WRK-PARM-TOLERANCIA NOT NUMERIC
             MOVE ZEROS TO WRK-PARM-TOLERANCIA
           END-IF.
           OPEN INPUT REG.
           IF WRK-FS-FATREG NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FATREG - STATUS " WRK-FS-FATREG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT MAP.
           IF WRK-FS-GLMAP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA GLMAP - STATUS " WRK-FS-GLMAP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT JRN.
           IF WRK-FS-JRNLOUT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA JRNLOUT - STATUS "
                     WRK-FS-JRNLOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-IVAREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA IVAREL - STATUS " WRK-FS-IVAREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT NCR.
           IF WRK-FS-NCRREG EQUAL "00"
             MOVE "S" TO WRK-TEM-NCRREG
             READ NCR
           ELSE
             DISPLAY "NCRREG INDISPONIVEL - SEM NOTAS DE CREDITO"
           END-IF.
           OPEN INPUT IVF.
           IF WRK-FS-IVAFORN EQUAL "00"
             MOVE "S" TO WRK-TEM-IVAFORN
             READ IVF
           ELSE
             DISPLAY "IVAFORN INDISPONIVEL - SEM IVA DEDUTIVEL"
           END-IF.
           OPEN INPUT FRN.
           IF WRK-FS-FORNMST EQUAL "00"
             MOVE "S" TO WRK-TEM-FORNMST
           ELSE
             DISPLAY "FORNMST INDISPONIVEL - FORNECEDORES COMO PT"
           END-IF.
           MOVE WRK-PARM-INICIO TO WRK-LT-INICIO.
           MOVE WRK-PARM-FIM    TO WRK-LT-FIM.
           WRITE REG-IVAREL FROM WRK-LINHA-TITULO.
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           WRITE REG-IVAREL FROM WRK-LINHA-CAB-DET.
           READ MAP.
           READ JRN.
           READ REG.
       0100-INICIALIZAR-FIM. EXIT.
      **************************************************
      *  IVALIQ CREDITA A CONTA DO IVA LIQUIDADO E      *
      *  IVADED DEBITA A DO IVA DEDUTIVEL               *
      **************************************************
       0110-CARREGAR-CONTAS                      SECTION.
           IF GLM-TIPO EQUAL "IVALIQ"
             MOVE GLM-CONTA-CRED TO WRK-CONTA-IVA-LIQ
           END-IF.
           IF GLM-TIPO EQUAL "IVADED"
             MOVE GLM-CONTA-DEB  TO WRK-CONTA-IVA-DED
           END-IF.
           READ MAP.
       0110-CARREGAR-CONTAS-FIM. EXIT.
      **************************************************
       0200-PROCESSAR-FATURAS                    SECTION.
           IF FAT-DATA LESS THAN WRK-PARM-INICIO OR
              FAT-DATA GREATER THAN WRK-PARM-FIM
             GO TO 0200-LER-SEGUINTE
           END-IF.
           MOVE ZEROS TO WRK-TAXA.
           IF FAT-BASE GREATER THAN ZEROS
             COMPUTE WRK-TAXA ROUNDED = FAT-IVA * 100 / FAT-BASE
           END-IF.
           PERFORM 0230-PROCURAR-TAXA.
           ADD FAT-BASE TO WRK-LIQ-BASE (WRK-LIQ-SUB).
           ADD FAT-IVA  TO WRK-LIQ-IVA (WRK-LIQ-SUB).
           MOVE "FT"         TO WRK-LD-TIPO.
           MOVE SPACES       TO WRK-LD-DOCUMENTO.
           MOVE FAT-NUMERO   TO WRK-LD-DOCUMENTO (1:6).
           MOVE FAT-DATA     TO WRK-LD-DATA.
           MOVE FAT-CLIENTE  TO WRK-LD-ENTIDADE.
           MOVE WRK-TAXA     TO WRK-LD-TAXA.
           MOVE FAT-BASE     TO WRK-LD-BASE.
           MOVE FAT-IVA      TO WRK-LD-IVA.
           WRITE REG-IVAREL FROM WRK-LINHA-DET.
           ADD 1 TO WRK-CONTADOR-FATURAS.
       0200-LER-SEGUINTE.
           READ REG.
       0200-PROCESSAR-FATURAS-FIM. EXIT.
      **************************************************
      *  A NOTA ESTORNA O IVA A TAXA DA FATURA ORIGINAL *
      *  E ENTRA NO PERIODO PELA DATA DA NOTA           *
      **************************************************
       0210-PROCESSAR-NOTAS                      SECTION.
           IF NCR-DATA LESS THAN WRK-PARM-INICIO OR
              NCR-DATA GREATER THAN WRK-PARM-FIM
             GO TO 0210-LER-SEGUINTE
           END-IF.
           MOVE NCR-TAXA-IVA TO WRK-TAXA.
           PERFORM 0230-PROCURAR-TAXA.
           ADD NCR-BASE TO WRK-LIQ-NC-BASE (WRK-LIQ-SUB).
           ADD NCR-IVA  TO WRK-LIQ-NC-IVA (WRK-LIQ-SUB).
           MOVE "NC"         TO WRK-LD-TIPO.
           MOVE SPACES       TO WRK-LD-DOCUMENTO.
           MOVE NCR-NUMERO   TO WRK-LD-DOCUMENTO (1:6).
           MOVE NCR-DATA     TO WRK-LD-DATA.
           MOVE NCR-CLIENTE  TO WRK-LD-ENTIDADE.
           MOVE WRK-TAXA     TO WRK-LD-TAXA.
           COMPUTE WRK-LD-BASE = 0 - NCR-BASE.
           COMPUTE WRK-LD-IVA  = 0 - NCR-IVA.
           WRITE REG-IVAREL FROM WRK-LINHA-DET.
           ADD 1 TO WRK-CONTADOR-NOTAS.
       0210-LER-SEGUINTE.
           READ NCR.
       0210-PROCESSAR-NOTAS-FIM. EXIT.
      **************************************************
      *  O PAIS VEM DO FORNMST - SEM FICHA OU SEM PAIS  *
      *  O FORNECEDOR CONTA COMO NACIONAL (PT)          *
      **************************************************
       0220-PROCESSAR-FORNECEDORES               SECTION.
           IF IVF-DATA-CONF LESS THAN WRK-PARM-INICIO OR
              IVF-DATA-CONF GREATER THAN WRK-PARM-FIM
             GO TO 0220-LER-SEGUINTE
           END-IF.
           MOVE "PT" TO WRK-PAIS.
           IF WRK-TEM-FORNMST EQUAL "S"
             MOVE IVF-FORNECEDOR TO FRN-CODIGO
             READ FRN
             IF WRK-FS-FORNMST EQUAL "00" AND
                FRN-PAIS NOT EQUAL SPACES AND
                FRN-PAIS NOT EQUAL LOW-VALUES
               MOVE FRN-PAIS TO WRK-PAIS
             END-IF
           END-IF.
           MOVE IVF-TAXA-IVA TO WRK-TAXA.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-DED-SUB FROM 1 BY 1
                   UNTIL WRK-DED-SUB > WRK-DED-QTD
                      OR WRK-ACHOU EQUAL "S"
             IF WRK-DED-TAXA (WRK-DED-SUB) EQUAL WRK-TAXA AND
                WRK-DED-PAIS (WRK-DED-SUB) EQUAL WRK-PAIS
               MOVE "S" TO WRK-ACHOU
             END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "S"
             SUBTRACT 1 FROM WRK-DED-SUB
           ELSE
             IF WRK-DED-QTD NOT LESS THAN 100
               DISPLAY "TABELA DE TAXAS/PAISES CHEIA - "
                       WRK-PAIS " " WRK-TAXA
               MOVE "S" TO WRK-DIVERGENTE
               GO TO 0220-LER-SEGUINTE
             END-IF
             ADD 1 TO WRK-DED-QTD
             MOVE WRK-DED-QTD TO WRK-DED-SUB
             MOVE WRK-TAXA    TO WRK-DED-TAXA (WRK-DED-SUB)
             MOVE WRK-PAIS    TO WRK-DED-PAIS (WRK-DED-SUB)
             MOVE ZEROS       TO WRK-DED-BASE (WRK-DED-SUB)
                                 WRK-DED-IVA (WRK-DED-SUB)
           END-IF.
           ADD IVF-BASE TO WRK-DED-BASE (WRK-DED-SUB).
           ADD IVF-IVA  TO WRK-DED-IVA (WRK-DED-SUB).
           MOVE "FF"           TO WRK-LD-TIPO.
           MOVE SPACES         TO WRK-LD-DOCUMENTO.
           MOVE IVF-FORNECEDOR TO WRK-LD-DOCUMENTO (1:3).
           MOVE "/"            TO WRK-LD-DOCUMENTO (4:1).
           MOVE IVF-COD-PECA   TO WRK-LD-DOCUMENTO (5:5).
           MOVE IVF-DATA-FAT   TO WRK-LD-DATA.
           MOVE SPACES         TO WRK-LD-ENTIDADE.
           MOVE "PAIS "        TO WRK-LD-ENTIDADE.
           MOVE WRK-PAIS       TO WRK-LD-ENTIDADE (6:2).
           MOVE WRK-TAXA       TO WRK-LD-TAXA.
           MOVE IVF-BASE       TO WRK-LD-BASE.
           MOVE IVF-IVA        TO WRK-LD-IVA.
           WRITE REG-IVAREL FROM WRK-LINHA-DET.
           ADD 1 TO WRK-CONTADOR-FORN.
       0220-LER-SEGUINTE.
           READ IVF.
       0220-PROCESSAR-FORNECEDORES-FIM. EXIT.
      **************************************************
      *  DEVOLVE EM WRK-LIQ-SUB A POSICAO DA TAXA NA    *
      *  TABELA DO IVA LIQUIDADO (CRIA SE NAO EXISTIR)  *
      **************************************************
       0230-PROCURAR-TAXA                        SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-LIQ-SUB FROM 1 BY 1
                   UNTIL WRK-LIQ-SUB > WRK-LIQ-QTD
                      OR WRK-ACHOU EQUAL "S"
             IF WRK-LIQ-TAXA (WRK-LIQ-SUB) EQUAL WRK-TAXA
               MOVE "S" TO WRK-ACHOU
             END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "S"
             SUBTRACT 1 FROM WRK-LIQ-SUB
             GO TO 0230-PROCURAR-TAXA-FIM
           END-IF.
           IF WRK-LIQ-QTD NOT LESS THAN 10
             DISPLAY "TABELA DE TAXAS CHEIA - TAXA " WRK-TAXA
                     " SOMADA NA ULTIMA"
             MOVE "S" TO WRK-DIVERGENTE
             MOVE WRK-LIQ-QTD TO WRK-LIQ-SUB
           ELSE
             ADD 1 TO WRK-LIQ-QTD
             MOVE WRK-LIQ-QTD TO WRK-LIQ-SUB
             MOVE WRK-TAXA TO WRK-LIQ-TAXA (WRK-LIQ-SUB)
             MOVE ZEROS    TO WRK-LIQ-BASE (WRK-LIQ-SUB)
                              WRK-LIQ-IVA (WRK-LIQ-SUB)
                              WRK-LIQ-NC-BASE (WRK-LIQ-SUB)
                              WRK-LIQ-NC-IVA (WRK-LIQ-SUB)
           END-IF.
       0230-PROCURAR-TAXA-FIM. EXIT.
      **************************************************
      *  SALDO DO PERIODO NAS CONTAS DE IVA - LIQUIDADO *
      *  A CREDITO, DEDUTIVEL A DEBITO                  *
      **************************************************
       0240-LER-GL                               SECTION.
           IF JRN-TIPO NOT EQUAL "LAN" OR
              JRN-DATA LESS THAN WRK-PARM-INICIO OR
              JRN-DATA GREATER THAN WRK-PARM-FIM
             GO TO 0240-LER-SEGUINTE
           END-IF.
           IF JRN-CONTA EQUAL WRK-CONTA-IVA-LIQ AND
              WRK-CONTA-IVA-LIQ NOT EQUAL SPACES
             IF JRN-DC EQUAL "C"
               ADD JRN-VALOR TO WRK-GL-IVA-LIQ
             ELSE
               SUBTRACT JRN-VALOR FROM WRK-GL-IVA-LIQ
             END-IF
           END-IF.
           IF JRN-CONTA EQUAL WRK-CONTA-IVA-DED AND
              WRK-CONTA-IVA-DED NOT EQUAL SPACES
             IF JRN-DC EQUAL "D"
               ADD JRN-VALOR TO WRK-GL-IVA-DED
             ELSE
               SUBTRACT JRN-VALOR FROM WRK-GL-IVA-DED
             END-IF
           END-IF.
       0240-LER-SEGUINTE.
           READ JRN.
       0240-LER-GL-FIM. EXIT.
      **************************************************
       0250-RESUMOS                              SECTION.
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           MOVE "IVA LIQUIDADO POR TAXA" TO WRK-LM-TEXTO.
           WRITE REG-IVAREL FROM WRK-LINHA-MENSAGEM.
           PERFORM VARYING WRK-LIQ-SUB FROM 1 BY 1
                   UNTIL WRK-LIQ-SUB > WRK-LIQ-QTD
             MOVE "  FATURAS"               TO WRK-LR-TEXTO
             MOVE SPACES                    TO WRK-LR-PAIS
             MOVE WRK-LIQ-TAXA (WRK-LIQ-SUB) TO WRK-LR-TAXA
             MOVE WRK-LIQ-BASE (WRK-LIQ-SUB) TO WRK-LR-BASE
             MOVE WRK-LIQ-IVA (WRK-LIQ-SUB)  TO WRK-LR-IVA
             WRITE REG-IVAREL FROM WRK-LINHA-RESUMO
             MOVE "  NOTAS DE CREDITO"      TO WRK-LR-TEXTO
             COMPUTE WRK-LR-BASE = 0 - WRK-LIQ-NC-BASE (WRK-LIQ-SUB)
             COMPUTE WRK-LR-IVA  = 0 - WRK-LIQ-NC-IVA (WRK-LIQ-SUB)
             WRITE REG-IVAREL FROM WRK-LINHA-RESUMO
             PERFORM 0255-SOMAR-CAMPO
           END-PERFORM.
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           MOVE "IVA DEDUTIVEL POR TAXA E PAIS DO FORNECEDOR"
             TO WRK-LM-TEXTO.
           WRITE REG-IVAREL FROM WRK-LINHA-MENSAGEM.
           PERFORM VARYING WRK-DED-SUB FROM 1 BY 1
                   UNTIL WRK-DED-SUB > WRK-DED-QTD
             IF WRK-DED-PAIS (WRK-DED-SUB) EQUAL "PT"
               MOVE "  FORNECEDORES PAIS"     TO WRK-LR-TEXTO
               MOVE WRK-DED-PAIS (WRK-DED-SUB) TO WRK-LR-PAIS
               MOVE WRK-DED-TAXA (WRK-DED-SUB) TO WRK-LR-TAXA
               MOVE WRK-DED-BASE (WRK-DED-SUB) TO WRK-LR-BASE
               MOVE WRK-DED-IVA (WRK-DED-SUB)  TO WRK-LR-IVA
               WRITE REG-IVAREL FROM WRK-LINHA-RESUMO
               ADD WRK-DED-IVA (WRK-DED-SUB) TO WRK-C24-DEDUTIVEL
             END-IF
           END-PERFORM.
      *    O FORNECEDOR ESTRANGEIRO NAO DEDUZ NO CAMPO 24 - A
      *    AQUISICAO E AUTOLIQUIDADA E SAI NAS SUAS LINHAS
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           MOVE "AUTOLIQUIDACAO - FORNECEDORES ESTRANGEIROS"
             TO WRK-LM-TEXTO.
           WRITE REG-IVAREL FROM WRK-LINHA-MENSAGEM.
           PERFORM VARYING WRK-DED-SUB FROM 1 BY 1
                   UNTIL WRK-DED-SUB > WRK-DED-QTD
             IF WRK-DED-PAIS (WRK-DED-SUB) NOT EQUAL "PT"
               MOVE "  AUTOLIQUIDACAO PAIS"   TO WRK-LR-TEXTO
               MOVE WRK-DED-PAIS (WRK-DED-SUB) TO WRK-LR-PAIS
               MOVE WRK-DED-TAXA (WRK-DED-SUB) TO WRK-LR-TAXA
               MOVE WRK-DED-BASE (WRK-DED-SUB) TO WRK-LR-BASE
               MOVE WRK-DED-IVA (WRK-DED-SUB)  TO WRK-LR-IVA
               WRITE REG-IVAREL FROM WRK-LINHA-RESUMO
               ADD WRK-DED-BASE (WRK-DED-SUB) TO WRK-AUTOLIQ-BASE
               ADD WRK-DED-IVA (WRK-DED-SUB)  TO WRK-AUTOLIQ-IVA
             END-IF
           END-PERFORM.
       0250-RESUMOS-FIM. EXIT.
      **************************************************
      *  AS FATURAS VAO PARA O CAMPO DA SUA TAXA; AS    *
      *  NOTAS DE CREDITO SAO REGULARIZACAO A FAVOR DA  *
      *  EMPRESA (CAMPO 40) - TAXA FORA DO CONTINENTE   *
      *  FICA EM OUTRAS E E ASSINALADA                  *
      **************************************************
       0255-SOMAR-CAMPO                          SECTION.
           EVALUATE WRK-LIQ-TAXA (WRK-LIQ-SUB)
             WHEN 6
               ADD WRK-LIQ-BASE (WRK-LIQ-SUB) TO WRK-C01-BASE-RED
               ADD WRK-LIQ-IVA (WRK-LIQ-SUB)  TO WRK-C02-IVA-RED
             WHEN 13
               ADD WRK-LIQ-BASE (WRK-LIQ-SUB) TO WRK-C05-BASE-INT
               ADD WRK-LIQ-IVA (WRK-LIQ-SUB)  TO WRK-C06-IVA-INT
             WHEN 23
               ADD WRK-LIQ-BASE (WRK-LIQ-SUB) TO WRK-C03-BASE-NOR
               ADD WRK-LIQ-IVA (WRK-LIQ-SUB)  TO WRK-C04-IVA-NOR
             WHEN 0
               ADD WRK-LIQ-BASE (WRK-LIQ-SUB) TO WRK-C08-ISENTAS
             WHEN OTHER
               ADD WRK-LIQ-BASE (WRK-LIQ-SUB) TO WRK-OUTRAS-BASE
               ADD WRK-LIQ-IVA (WRK-LIQ-SUB)  TO WRK-OUTRAS-IVA
           END-EVALUATE.
           ADD WRK-LIQ-NC-BASE (WRK-LIQ-SUB) TO WRK-BASE-NC.
           ADD WRK-LIQ-NC-IVA (WRK-LIQ-SUB)  TO WRK-C40-REGULARIZ.
       0255-SOMAR-CAMPO-FIM. EXIT.
      **************************************************
      *  CAMPO 93 = IMPOSTO A ENTREGAR, CAMPO 94 = A    *
      *  RECUPERAR                                      *
      **************************************************
       0260-CAMPOS-DECLARACAO                    SECTION.
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           MOVE "CAMPOS DA DECLARACAO PERIODICA" TO WRK-LM-TEXTO.
           WRITE REG-IVAREL FROM WRK-LINHA-MENSAGEM.
           MOVE "01" TO WRK-LC-CAMPO.
           MOVE "BASE TRIBUTAVEL A TAXA REDUZIDA" TO WRK-LC-TEXTO.
           MOVE WRK-C01-BASE-RED TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "02" TO WRK-LC-CAMPO.
           MOVE "IVA LIQUIDADO A TAXA REDUZIDA" TO WRK-LC-TEXTO.
           MOVE WRK-C02-IVA-RED TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "05" TO WRK-LC-CAMPO.
           MOVE "BASE TRIBUTAVEL A TAXA INTERMEDIA" TO WRK-LC-TEXTO.
           MOVE WRK-C05-BASE-INT TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "06" TO WRK-LC-CAMPO.
           MOVE "IVA LIQUIDADO A TAXA INTERMEDIA" TO WRK-LC-TEXTO.
           MOVE WRK-C06-IVA-INT TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "03" TO WRK-LC-CAMPO.
           MOVE "BASE TRIBUTAVEL A TAXA NORMAL" TO WRK-LC-TEXTO.
           MOVE WRK-C03-BASE-NOR TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "04" TO WRK-LC-CAMPO.
           MOVE "IVA LIQUIDADO A TAXA NORMAL" TO WRK-LC-TEXTO.
           MOVE WRK-C04-IVA-NOR TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "08" TO WRK-LC-CAMPO.
           MOVE "OPERACOES ISENTAS" TO WRK-LC-TEXTO.
           MOVE WRK-C08-ISENTAS TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "24" TO WRK-LC-CAMPO.
           MOVE "IVA DEDUTIVEL - OUTROS BENS E SERVICOS"
             TO WRK-LC-TEXTO.
           MOVE WRK-C24-DEDUTIVEL TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           MOVE "40" TO WRK-LC-CAMPO.
           MOVE "REGULARIZACOES A FAVOR (NOTAS CREDITO)"
             TO WRK-LC-TEXTO.
           MOVE WRK-C40-REGULARIZ TO WRK-LC-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
           IF WRK-AUTOLIQ-BASE NOT EQUAL ZEROS OR
              WRK-AUTOLIQ-IVA NOT EQUAL ZEROS
             MOVE "  BASE EM AUTOLIQUIDACAO - VER DETALHE ."
               TO WRK-LV-TEXTO
             MOVE WRK-AUTOLIQ-BASE TO WRK-LV-VALOR
             WRITE REG-IVAREL FROM WRK-LINHA-VALOR
             MOVE "  IVA FATURADO POR ESTRANGEIROS ........"
               TO WRK-LV-TEXTO
             MOVE WRK-AUTOLIQ-IVA TO WRK-LV-VALOR
             WRITE REG-IVAREL FROM WRK-LINHA-VALOR
           END-IF.
           IF WRK-OUTRAS-BASE NOT EQUAL ZEROS OR
              WRK-OUTRAS-IVA NOT EQUAL ZEROS
             MOVE "  BASE A OUTRAS TAXAS - VER DETALHE ...."
               TO WRK-LV-TEXTO
             MOVE WRK-OUTRAS-BASE TO WRK-LV-VALOR
             WRITE REG-IVAREL FROM WRK-LINHA-VALOR
             MOVE "  IVA A OUTRAS TAXAS - VER DETALHE ....."
               TO WRK-LV-TEXTO
             MOVE WRK-OUTRAS-IVA TO WRK-LV-VALOR
             WRITE REG-IVAREL FROM WRK-LINHA-VALOR
             MOVE "S" TO WRK-DIVERGENTE
           END-IF.
           COMPUTE WRK-TOT-LIQUIDADO = WRK-C02-IVA-RED
                   + WRK-C04-IVA-NOR + WRK-C06-IVA-INT
                   + WRK-OUTRAS-IVA.
           COMPUTE WRK-TOT-DEDUZIDO = WRK-C24-DEDUTIVEL
                   + WRK-C40-REGULARIZ.
           COMPUTE WRK-SALDO-IVA = WRK-TOT-LIQUIDADO
                   - WRK-TOT-DEDUZIDO.
           IF WRK-SALDO-IVA NOT LESS THAN ZEROS
             MOVE "93" TO WRK-LC-CAMPO
             MOVE "IMPOSTO A FAVOR DO ESTADO (A ENTREGAR)"
               TO WRK-LC-TEXTO
             MOVE WRK-SALDO-IVA TO WRK-LC-VALOR
           ELSE
             MOVE "94" TO WRK-LC-CAMPO
             MOVE "IMPOSTO A FAVOR DA EMPRESA (A RECUPERAR)"
               TO WRK-LC-TEXTO
             COMPUTE WRK-LC-VALOR = 0 - WRK-SALDO-IVA
           END-IF.
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           WRITE REG-IVAREL FROM WRK-LINHA-CAMPO.
       0260-CAMPOS-DECLARACAO-FIM. EXIT.
      **************************************************
      *  O GL TEM DE TER O MESMO IVA LIQUIDADO (FATURAS *
      *  MENOS NOTAS) E O MESMO IVA DEDUTIVEL           *
      **************************************************
       0270-CONFRONTAR-GL                        SECTION.
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           MOVE "CONFRONTO COM O GL" TO WRK-LM-TEXTO.
           WRITE REG-IVAREL FROM WRK-LINHA-MENSAGEM.
           IF WRK-CONTA-IVA-LIQ EQUAL SPACES OR
              WRK-CONTA-IVA-DED EQUAL SPACES
             MOVE "*** GLMAP SEM IVALIQ/IVADED - CONTAS NAO CONFERIDAS"
               TO WRK-LM-TEXTO
             WRITE REG-IVAREL FROM WRK-LINHA-MENSAGEM
             MOVE "S" TO WRK-DIVERGENTE
           END-IF.
           COMPUTE WRK-IVA-LIQUIDO = WRK-TOT-LIQUIDADO
                   - WRK-C40-REGULARIZ.
           MOVE SPACES TO WRK-LV-TEXTO.
           STRING "IVA LIQUIDADO LIQUIDO (CONTA " DELIMITED BY SIZE
                  WRK-CONTA-IVA-LIQ               DELIMITED BY SPACE
                  ")"                             DELIMITED BY SIZE
             INTO WRK-LV-TEXTO
           END-STRING.
           MOVE WRK-IVA-LIQUIDO TO WRK-LV-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-VALOR.
           MOVE "  SALDO NO GL ........................."
             TO WRK-LV-TEXTO.
           MOVE WRK-GL-IVA-LIQ TO WRK-LV-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-VALOR.
           COMPUTE WRK-DIFERENCA = WRK-IVA-LIQUIDO - WRK-GL-IVA-LIQ.
           PERFORM 0275-ASSINALAR-DIFERENCA.
           MOVE SPACES TO WRK-LV-TEXTO.
           STRING "IVA DEDUTIVEL (CONTA "         DELIMITED BY SIZE
                  WRK-CONTA-IVA-DED               DELIMITED BY SPACE
                  ")"                             DELIMITED BY SIZE
             INTO WRK-LV-TEXTO
           END-STRING.
           MOVE WRK-C24-DEDUTIVEL TO WRK-LV-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-VALOR.
           MOVE "  SALDO NO GL ........................."
             TO WRK-LV-TEXTO.
           MOVE WRK-GL-IVA-DED TO WRK-LV-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-VALOR.
           COMPUTE WRK-DIFERENCA = WRK-C24-DEDUTIVEL - WRK-GL-IVA-DED.
           PERFORM 0275-ASSINALAR-DIFERENCA.
       0270-CONFRONTAR-GL-FIM. EXIT.
      **************************************************
       0275-ASSINALAR-DIFERENCA                  SECTION.
           IF WRK-DIFERENCA GREATER THAN WRK-PARM-TOLERANCIA OR
              WRK-DIFERENCA LESS THAN ZEROS - WRK-PARM-TOLERANCIA
             MOVE "  *** DIFERENCA ......................."
               TO WRK-LV-TEXTO
             MOVE "S" TO WRK-DIVERGENTE
           ELSE
             MOVE "  DIFERENCA ..........................."
               TO WRK-LV-TEXTO
           END-IF.
           MOVE WRK-DIFERENCA TO WRK-LV-VALOR.
           WRITE REG-IVAREL FROM WRK-LINHA-VALOR.
       0275-ASSINALAR-DIFERENCA-FIM. EXIT.
      **************************************************
       0280-ESTATISTICA                          SECTION.
           IF WRK-DIVERGENTE EQUAL "S"
             MOVE "*** DECLARACAO COM DIVERGENCIAS - VER ASSINALADOS"
               TO WRK-LM-TEXTO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE "DECLARACAO CONFERIDA COM O GL" TO WRK-LM-TEXTO
           END-IF.
           WRITE REG-IVAREL FROM WRK-LINHA-VAZIA.
           WRITE REG-IVAREL FROM WRK-LINHA-MENSAGEM.
           DISPLAY "*=================================*".
           DISPLAY WRK-LM-TEXTO.
           MOVE WRK-CONTADOR-FATURAS TO WRK-ACUM-IDE.
           DISPLAY "FATURAS NO PERIODO.... " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-NOTAS TO WRK-ACUM-IDE.
           DISPLAY "NOTAS DE CREDITO...... " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-FORN TO WRK-ACUM-IDE.
           DISPLAY "LINHAS FORNECEDOR..... " WRK-ACUM-IDE.
           MOVE WRK-TOT-LIQUIDADO TO WRK-TOTAL-IDE.
           DISPLAY "IVA LIQUIDADO......... " WRK-TOTAL-IDE.
           MOVE WRK-TOT-DEDUZIDO TO WRK-TOTAL-IDE.
           DISPLAY "IVA DEDUZIDO.......... " WRK-TOTAL-IDE.
           MOVE WRK-SALDO-IVA TO WRK-TOTAL-IDE.
           DISPLAY "SALDO (+ENTREGAR)..... " WRK-TOTAL-IDE.
       0280-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE REG.
           CLOSE MAP.
           CLOSE JRN.
           CLOSE REL.
           IF WRK-TEM-NCRREG EQUAL "S"
             CLOSE NCR
           END-IF.
           IF WRK-TEM-IVAFORN EQUAL "S"
             CLOSE IVF
           END-IF.
           IF WRK-TEM-FORNMST EQUAL "S"
             CLOSE FRN
           END-IF.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   COBOL025.
      *===================================================
      *   AUTOR     : TRUTT
      *   OBJETIVO  : FICHEIRO SAF-T (PT) DA FATURACAO PARA A
      *               AUTORIDADE TRIBUTARIA - PERIODO PEDIDO
      *               NO SYSIN (AAAAMMDD AAAAMMDD), NIF DA
      *               EMPRESA E TOLERANCIA DO CONFRONTO COM O
      *               GL (9(07)V99, ZEROS = SEM TOLERANCIA)
      *               DOCUMENTOS: FATURAS DE FRETE DO FATREG
      *               (COBOL019, MAIS O FATREGC DO COBOL024),
      *               NOTAS DE CREDITO DO NCRREG (COBOL024) E
      *               ITENS DE PROPINAS DO PROPINAS (COB09A)
      *               O SAFTPT LEVA O CABECALHO, OS CLIENTES
      *               (FRETE E ALUNOS, NIF DO CLIMST QUANDO
      *               EXISTE - SENAO CONSUMIDOR FINAL), OS
      *               PRODUTOS, A TABELA DE IVA E AS FATURAS E
      *               NOTAS COM LINHAS, IMPOSTO E TOTAIS DE
      *               CONTROLO DO PERIODO
      *               ANTES DE LIBERTAR CONFERE QUE AS SERIES
      *               DO FATCTL (FATURAS E NOTAS) NAO TEM
      *               BURACOS NEM REPETIDOS E QUE A RECEITA
      *               LIQUIDA DOS FRETES BATE COM A CONTA DE
      *               RECEITA DO EVENTO FRETE NO JRNLOUT
      *               COM FALHA O SAFTREL DIZ RETIDO E O RC E 8
      *               - O FICHEIRO NAO DEVE SER ENTREGUE
      *               AS PROPINAS NAO PASSAM PELO GL E SAO
      *               ISENTAS (ART. 9 CIVA, M07)
      *   DATA      : 15/10/2026
      *   EMPRESA   : NATIXIS
      *===================================================
      * DDNAME      I/O         BOOK
      *
      * SYSIN       INPUT       -----   (PERIODO/NIF/TOLER.)
      * FATREG      INPUT       -----   (GERACOES + FATREGC)
      * FATREGS     WORK        -----   (FATREG ORDENADO)
      * NCRREG      INPUT       -----   (OPCIONAL)
      * FATCTL      INPUT       -----
      * PROPINAS    INPUT       -----   (OPCIONAL)
      * CURSOSIN    INPUT       -----
      * CLIMST      INPUT       -----   (OPCIONAL)
      * GLMAP       INPUT       -----
      * JRNLOUT     INPUT       -----   (GERACOES DO PERIODO)
      * SAFTDOC     WORK        -----
      * SAFTPT      OUTPUT      -----
      * SAFTREL     OUTPUT      -----
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                               SECTION.
       FILE-CONTROL.
           SELECT REG ASSIGN TO FATREG
           FILE STATUS IS WRK-FS-FATREG.
           SELECT FTS ASSIGN TO FATREGS
           FILE STATUS IS WRK-FS-FATREGS.
           SELECT SRT ASSIGN TO "SORTWK13".
           SELECT NCR ASSIGN TO NCRREG
           FILE STATUS IS WRK-FS-NCRREG.
           SELECT CTL ASSIGN TO FATCTL
           FILE STATUS IS WRK-FS-FATCTL.
           SELECT PRP ASSIGN TO PROPINAS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS PRP-ID
           FILE STATUS   IS WRK-FS-PROPINAS.
           SELECT CAT ASSIGN TO CURSOSIN
           FILE STATUS IS WRK-FS-CURSOSIN.
           SELECT CLI ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.
           SELECT MAP ASSIGN TO GLMAP
           FILE STATUS IS WRK-FS-GLMAP.
           SELECT JRN ASSIGN TO JRNLOUT
           FILE STATUS IS WRK-FS-JRNLOUT.
           SELECT DOC ASSIGN TO SAFTDOC
           FILE STATUS IS WRK-FS-SAFTDOC.
           SELECT SFT ASSIGN TO SAFTPT
           FILE STATUS IS WRK-FS-SAFTPT.
           SELECT REL ASSIGN TO SAFTREL
           FILE STATUS IS WRK-FS-SAFTREL.
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

       FD FTS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 REG-FATREGS.
          05 FTS-NUMERO           PIC 9(06).
          05 FTS-CLIENTE          PIC X(10).
          05 FTS-DATA             PIC 9(08).
          05 FTS-BASE             PIC 9(09)V99.
          05 FTS-IVA              PIC 9(09)V99.
          05 FTS-TOTAL            PIC 9(09)V99.

       SD SRT.
       01 REG-SORT.
          05 SD-NUMERO            PIC 9(06).
          05 FILLER               PIC X(51).

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

       FD CTL
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01 REG-FATCTL.
          05 CTL-PROX-NUMERO      PIC 9(06).

       FD PRP.
       01 REG-PROPINAS.
          05 PRP-ID.
             10 PRP-ALUNO         PIC 9(06).
             10 PRP-CURSO         PIC X(04).
          05 PRP-VALOR            PIC 9(05)V99.
          05 PRP-PAGO             PIC 9(05)V99.
          05 PRP-DATA             PIC 9(08).
          05 PRP-ESTADO           PIC X(01).

       FD CAT
           RECORDING MODE IS F.
       01 REG-CURSO.
          05 REG-CURSO-CODIGO     PIC X(04).
          05 REG-CURSO-DESC       PIC X(30).
          05 REG-CURSO-CAPACIDADE PIC 9(03).
          05 REG-CURSO-PRECO      PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

       FD CLI.
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

       FD DOC
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-SAFTDOC             PIC X(200).

       FD SFT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-SAFTPT              PIC X(200).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-SAFTREL             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-FATREG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATREGS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-NCRREG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATCTL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROPINAS         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CURSOSIN         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLMAP            PIC X(02) VALUE ZEROS.
       77 WRK-FS-JRNLOUT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-SAFTDOC          PIC X(02) VALUE ZEROS.
       77 WRK-FS-SAFTPT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-SAFTREL          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-NCRREG          PIC X(01) VALUE "N".
       77 WRK-TEM-PROPINAS        PIC X(01) VALUE "N".
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-RETIDO              PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
      *------------- PARAMETRO DO SYSIN -----------------
       01 WRK-PARM.
          05 WRK-PARM-INICIO      PIC 9(08).
          05 FILLER               PIC X(01).
          05 WRK-PARM-FIM         PIC 9(08).
          05 FILLER               PIC X(01).
          05 WRK-PARM-NIF         PIC 9(09).
          05 FILLER               PIC X(01).
          05 WRK-PARM-TOLERANCIA  PIC 9(07)V99.
      *    A EMPRESA NAO TEM FICHA NO CLIMST - A MORADA DA
      *    SEDE E O NOME SAO FIXOS
       77 WRK-EMPRESA-NOME        PIC X(30) VALUE "NATIXIS".
       77 WRK-EMPRESA-MORADA      PIC X(30) VALUE "Desconhecido".
       77 WRK-EMPRESA-LOCAL       PIC X(20) VALUE "Desconhecido".
       77 WRK-EMPRESA-CODPOSTAL   PIC X(08) VALUE "0000-000".
      *    NIF GENERICO DO CONSUMIDOR FINAL (PORTARIA SAF-T)
       77 WRK-NIF-CONSUMIDOR      PIC 9(09) VALUE 999999990.
      *------------- SERIES DO FATCTL -------------------
       77 WRK-PROX-FATURA         PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-NOTA           PIC 9(06) VALUE ZEROS.
       77 WRK-INICIO-FATURAS      PIC 9(06) VALUE 1.
       77 WRK-INICIO-NOTAS        PIC 9(06) VALUE 900001.
       77 WRK-ESPERADO            PIC 9(06) VALUE ZEROS.
       77 WRK-BURACO-DE           PIC 9(06) VALUE ZEROS.
       77 WRK-BURACO-ATE          PIC 9(06) VALUE ZEROS.
       77 WRK-SERIE-NOME          PIC X(08) VALUE SPACES.
       77 WRK-FALHAS-FATURAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-FALHAS-NOTAS        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-FALHAS-SERIE        PIC 9(05) COMP VALUE ZEROS.
      *------------- CONFRONTO COM O GL -----------------
       77 WRK-CONTA-RECEITA       PIC X(08) VALUE SPACES.
       77 WRK-RECEITA-GL          PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-RECEITA-SAFT        PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-DIFERENCA-GL        PIC S9(13)V99 COMP-3 VALUE ZEROS.
      *------------- TOTAIS DE CONTROLO -----------------
       77 WRK-QTD-DOCUMENTOS      PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTD-FATURAS         PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTD-NOTAS           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTD-PROPINAS        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOT-CREDITO         PIC 9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-DEBITO          PIC 9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-BASE-FRETE      PIC 9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-BASE-NOTAS      PIC 9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-PROPINAS        PIC 9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-IVA             PIC S9(13)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONTADOR-IDE        PIC ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *------------- CLIENTES DO PERIODO ----------------
      *    ID = F + CLIENTE DO FRETE OU A + NUMERO DE ALUNO
       01 WRK-CLI-TAB.
          05 WRK-CLI-ENTRY OCCURS 3000 TIMES.
             10 WRK-CLI-ID        PIC X(11).
       77 WRK-CLI-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-CLI-ACHOU           PIC X(01) VALUE "N".
       77 WRK-CLI-NOME            PIC X(30) VALUE SPACES.
       77 WRK-CLI-NIF             PIC 9(09) VALUE ZEROS.
       01 WRK-MORADA.
          05 WRK-MOR-DETALHE      PIC X(30).
          05 WRK-MOR-LOCAL        PIC X(20).
          05 WRK-MOR-CODPOSTAL    PIC X(08).
          05 WRK-MOR-PAIS         PIC X(02).
      *------------- TAXAS DE IVA USADAS ----------------
       01 WRK-TAXA-TAB.
          05 WRK-TAXA-ENTRY OCCURS 10 TIMES.
             10 WRK-TX-TAXA       PIC 9(02).
       77 WRK-TAXA-QTD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-TAXA-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-TAXA-ACHOU          PIC X(01) VALUE "N".
       77 WRK-TAXA-CODIGO         PIC X(03) VALUE SPACES.
      *------------- CATALOGO DE CURSOS -----------------
       01 WRK-CURSO-TAB.
          05 WRK-CURSO-ENTRY OCCURS 50 TIMES.
             10 WRK-CUR-CODIGO    PIC X(04).
             10 WRK-CUR-DESC      PIC X(30).
             10 WRK-CUR-USADO     PIC X(01).
       77 WRK-CURSO-QTD           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-SUB           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-ACHOU         PIC X(01) VALUE "N".
       77 WRK-FRETE-USADO         PIC X(01) VALUE "N".
      *------------- DOCUMENTO EM PREPARACAO -------------
       01 WRK-DOC.
          05 WRK-DOC-NUMERO       PIC X(20).
          05 WRK-DOC-TIPO         PIC X(02).
          05 WRK-DOC-ORIGEM       PIC X(08).
          05 WRK-DOC-DATA         PIC 9(08).
          05 WRK-DOC-CLIENTE      PIC X(11).
          05 WRK-DOC-PRODUTO      PIC X(10).
          05 WRK-DOC-DESCRICAO    PIC X(30).
          05 WRK-DOC-BASE         PIC 9(09)V99.
          05 WRK-DOC-TAXA         PIC 9(02).
          05 WRK-DOC-IVA          PIC 9(09)V99.
          05 WRK-DOC-TOTAL        PIC 9(09)V99.
          05 WRK-DOC-REFERENCIA   PIC X(20).
          05 WRK-DOC-MOTIVO       PIC X(30).
       77 WRK-NUMERO-SERIE        PIC 9(06) VALUE ZEROS.
       77 WRK-SERIE-CURSO         PIC X(04) VALUE SPACES.
      *------------- MONTAGEM DAS LINHAS XML ------------
       77 WRK-XML-ABERTO          PIC X(01) VALUE "N".
       77 WRK-XML-LINHA           PIC X(200) VALUE SPACES.
       77 WRK-XML-TAG             PIC X(40) VALUE SPACES.
       77 WRK-XML-VALOR           PIC X(100) VALUE SPACES.
       77 WRK-XML-BRANCOS         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-NUM-VALOR           PIC S9(13)V99 VALUE ZEROS.
       77 WRK-NUM-EDITADO         PIC -(14)9,99.
       77 WRK-NUM-INTEIRO         PIC 9(09) VALUE ZEROS.
       77 WRK-INT-EDITADO         PIC Z(08)9.
       01 WRK-DATA-AUX            PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-AUX-R REDEFINES WRK-DATA-AUX.
          05 WRK-DATA-ANO         PIC 9(04).
          05 WRK-DATA-MES         PIC 9(02).
          05 WRK-DATA-DIA         PIC 9(02).
       01 WRK-DATA-XML.
          05 WRK-DX-ANO           PIC 9(04).
          05 FILLER               PIC X(01) VALUE "-".
          05 WRK-DX-MES           PIC 9(02).
          05 FILLER               PIC X(01) VALUE "-".
          05 WRK-DX-DIA           PIC 9(02).
      *-------------------------------------------------*
      *          LINHAS DO RELATORIO SAFTREL            *
      *-------------------------------------------------*
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(33) VALUE
                 "CONTROLO DO FICHEIRO SAF-T (PT) ".
          05 FILLER               PIC X(07) VALUE "PERIODO".
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-LT-INICIO        PIC 9(08).
          05 FILLER               PIC X(03) VALUE " A ".
          05 WRK-LT-FIM           PIC 9(08).
          05 FILLER               PIC X(20) VALUE SPACES.
       01 WRK-LINHA-CONTADOR.
          05 WRK-LC-TEXTO         PIC X(40).
          05 WRK-LC-VALOR         PIC ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(29) VALUE SPACES.
       01 WRK-LINHA-VALOR.
          05 WRK-LV-TEXTO         PIC X(40).
          05 WRK-LV-VALOR         PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(21) VALUE SPACES.
       01 WRK-LINHA-BURACO.
          05 FILLER               PIC X(08) VALUE "SERIE ".
          05 WRK-LB-SERIE         PIC X(08).
          05 WRK-LB-TEXTO         PIC X(24).
          05 WRK-LB-DE            PIC 9(06).
          05 FILLER               PIC X(03) VALUE " A ".
          05 WRK-LB-ATE           PIC 9(06).
          05 FILLER               PIC X(25) VALUE SPACES.
       01 WRK-LINHA-MENSAGEM.
          05 WRK-LM-TEXTO         PIC X(80).
       01 WRK-LINHA-VAZIA         PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           SORT SRT ON ASCENDING KEY SD-NUMERO
               USING REG
               GIVING FTS.
           IF SORT-RETURN NOT EQUAL 0
             DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 0110-CARREGAR-CATALOGO
               UNTIL WRK-FS-CURSOSIN EQUAL "10".
           PERFORM 0120-CARREGAR-CONTA-RECEITA
               UNTIL WRK-FS-GLMAP EQUAL "10".
           PERFORM 0130-ABRIR-DOCUMENTOS.
           PERFORM 0200-PROCESSAR-FATURAS
               UNTIL WRK-FS-FATREGS EQUAL "10".
           PERFORM 0215-FECHAR-SERIE-FATURAS.
           IF WRK-TEM-NCRREG EQUAL "S"
             PERFORM 0220-PROCESSAR-NOTAS
                 UNTIL WRK-FS-NCRREG EQUAL "10"
           END-IF.
           PERFORM 0225-FECHAR-SERIE-NOTAS.
           IF WRK-TEM-PROPINAS EQUAL "S"
             PERFORM 0230-PROCESSAR-PROPINAS
                 UNTIL WRK-FS-PROPINAS EQUAL "10"
           END-IF.
           PERFORM 0240-CONFRONTAR-GL
               UNTIL WRK-FS-JRNLOUT EQUAL "10".
           PERFORM 0400-GRAVAR-SAFT.
           PERFORM 0250-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  SYSIN: AAAAMMDD AAAAMMDD NNNNNNNNN TTTTTTTTT   *
      *  INICIO E FIM DO PERIODO, NIF DA EMPRESA E A    *
      *  TOLERANCIA DO GL EM CENTIMOS (OPCIONAL)        *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM FROM SYSIN.
           IF WRK-PARM-INICIO NOT NUMERIC OR
              WRK-PARM-FIM    NOT NUMERIC OR
              WRK-PARM-NIF    NOT NUMERIC OR
              WRK-PARM-INICIO GREATER THAN WRK-PARM-FIM
             DISPLAY "PARAMETRO INVALIDO - AAAAMMDD AAAAMMDD NIF"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WRK-PARM-TOLERANCIA NOT NUMERIC
             MOVE ZEROS TO WRK-PARM-TOLERANCIA
           END-IF.
           PERFORM 0105-LER-SERIES.
           OPEN INPUT CAT.
           IF WRK-FS-CURSOSIN NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CURSOSIN - STATUS "
                     WRK-FS-CURSOSIN
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
           OPEN INPUT NCR.
           IF WRK-FS-NCRREG EQUAL "00"
             MOVE "S" TO WRK-TEM-NCRREG
             READ NCR
           ELSE
             DISPLAY "NCRREG INDISPONIVEL - SEM NOTAS DE CREDITO"
           END-IF.
           OPEN INPUT PRP.
           IF WRK-FS-PROPINAS EQUAL "00"
             MOVE "S" TO WRK-TEM-PROPINAS
             READ PRP
           ELSE
             DISPLAY "PROPINAS INDISPONIVEL - SEM PROPINAS"
           END-IF.
           OPEN INPUT CLI.
           IF WRK-FS-CLIMST EQUAL "00"
             MOVE "S" TO WRK-TEM-CLIMST
           ELSE
             DISPLAY "CLIMST INDISPONIVEL - CLIENTES SEM NIF"
           END-IF.
           OPEN OUTPUT REL.
           READ CAT.
           READ MAP.
           READ JRN.
       0100-INICIALIZAR-FIM. EXIT.
      **************************************************
      *  PRIMEIRO REGISTO DO FATCTL = PROXIMA FATURA,   *
      *  SEGUNDO = PROXIMA NOTA (SO EXISTE DEPOIS DA    *
      *  PRIMEIRA CORRIDA DO COBOL024)                  *
      **************************************************
       0105-LER-SERIES                           SECTION.
           OPEN INPUT CTL.
           IF WRK-FS-FATCTL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FATCTL - STATUS " WRK-FS-FATCTL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ CTL.
           IF WRK-FS-FATCTL NOT EQUAL "00"
             DISPLAY "REGISTO DE CONTROLO ILEGIVEL - STATUS "
                     WRK-FS-FATCTL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE CTL-PROX-NUMERO TO WRK-PROX-FATURA.
           READ CTL.
           IF WRK-FS-FATCTL EQUAL "00"
             MOVE CTL-PROX-NUMERO  TO WRK-PROX-NOTA
           ELSE
             MOVE WRK-INICIO-NOTAS TO WRK-PROX-NOTA
           END-IF.
           CLOSE CTL.
       0105-LER-SERIES-FIM. EXIT.
      **************************************************
       0110-CARREGAR-CATALOGO                    SECTION.
           IF WRK-CURSO-QTD LESS THAN 50
             ADD 1 TO WRK-CURSO-QTD
             MOVE REG-CURSO-CODIGO TO WRK-CUR-CODIGO (WRK-CURSO-QTD)
             MOVE REG-CURSO-DESC   TO WRK-CUR-DESC (WRK-CURSO-QTD)
             MOVE "N"              TO WRK-CUR-USADO (WRK-CURSO-QTD)
           END-IF.
           READ CAT.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      **************************************************
      *  A RECEITA DOS FRETES E A CONTA A CREDITO DO    *
      *  EVENTO FRETE (O FRETEANU DEBITA A MESMA CONTA) *
      **************************************************
       0120-CARREGAR-CONTA-RECEITA               SECTION.
           IF GLM-TIPO EQUAL "FRETE"
             MOVE GLM-CONTA-CRED TO WRK-CONTA-RECEITA
           END-IF.
           READ MAP.
       0120-CARREGAR-CONTA-RECEITA-FIM. EXIT.
      **************************************************
       0130-ABRIR-DOCUMENTOS                     SECTION.
           OPEN INPUT FTS.
           IF WRK-FS-FATREGS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FATREGS - STATUS "
                     WRK-FS-FATREGS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT DOC.
           IF WRK-FS-SAFTDOC NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SAFTDOC - STATUS "
                     WRK-FS-SAFTDOC
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-PARM-INICIO TO WRK-LT-INICIO.
           MOVE WRK-PARM-FIM    TO WRK-LT-FIM.
           WRITE REG-SAFTREL FROM WRK-LINHA-TITULO.
           WRITE REG-SAFTREL FROM WRK-LINHA-VAZIA.
           MOVE WRK-INICIO-FATURAS TO WRK-ESPERADO.
           MOVE "FATURAS"          TO WRK-SERIE-NOME.
           MOVE ZEROS              TO WRK-FALHAS-SERIE.
           READ FTS.
       0130-ABRIR-DOCUMENTOS-FIM. EXIT.
      **************************************************
      *  A SERIE INTEIRA E CONFERIDA (NAO SO O PERIODO) *
      *  E SO AS FATURAS DO PERIODO VAO PARA O SAF-T    *
      **************************************************
       0200-PROCESSAR-FATURAS                    SECTION.
           PERFORM 0210-CONFERIR-NUMERO.
           IF FTS-DATA LESS THAN WRK-PARM-INICIO OR
              FTS-DATA GREATER THAN WRK-PARM-FIM
             GO TO 0200-LER-SEGUINTE
           END-IF.
           MOVE SPACES            TO WRK-DOC.
           MOVE FTS-NUMERO        TO WRK-NUMERO-SERIE.
           STRING "FT FRT/"        DELIMITED BY SIZE
                  WRK-NUMERO-SERIE DELIMITED BY SIZE
             INTO WRK-DOC-NUMERO
           END-STRING.
           MOVE "FT"              TO WRK-DOC-TIPO.
           MOVE "COBOL019"        TO WRK-DOC-ORIGEM.
           MOVE FTS-DATA          TO WRK-DOC-DATA.
           MOVE "F"               TO WRK-DOC-CLIENTE.
           MOVE FTS-CLIENTE       TO WRK-DOC-CLIENTE (2:10).
           MOVE "FRETE"           TO WRK-DOC-PRODUTO.
           MOVE "TRANSPORTE DE MERCADORIAS" TO WRK-DOC-DESCRICAO.
           MOVE FTS-BASE          TO WRK-DOC-BASE.
           MOVE FTS-IVA           TO WRK-DOC-IVA.
           MOVE FTS-TOTAL         TO WRK-DOC-TOTAL.
           MOVE ZEROS             TO WRK-DOC-TAXA.
           IF FTS-BASE GREATER THAN ZEROS
             COMPUTE WRK-DOC-TAXA ROUNDED = FTS-IVA * 100 / FTS-BASE
           END-IF.
           MOVE "S" TO WRK-FRETE-USADO.
           PERFORM 0500-GRAVAR-DOCUMENTO.
           ADD 1        TO WRK-QTD-FATURAS.
           ADD FTS-BASE TO WRK-TOT-CREDITO.
           ADD FTS-BASE TO WRK-TOT-BASE-FRETE.
           ADD FTS-IVA  TO WRK-TOT-IVA.
       0200-LER-SEGUINTE.
           READ FTS.
       0200-PROCESSAR-FATURAS-FIM. EXIT.
      **************************************************
      *  NUMERO REPETIDO OU SALTO NA SERIE - O SALTO    *
      *  SAI COM O INTERVALO QUE FALTA                  *
      **************************************************
       0210-CONFERIR-NUMERO                      SECTION.
           IF WRK-SERIE-NOME EQUAL "NOTAS"
             MOVE NCR-NUMERO TO WRK-NUMERO-SERIE
           ELSE
             MOVE FTS-NUMERO TO WRK-NUMERO-SERIE
           END-IF.
           IF WRK-NUMERO-SERIE EQUAL WRK-ESPERADO
             ADD 1 TO WRK-ESPERADO
             GO TO 0210-CONFERIR-NUMERO-FIM
           END-IF.
           IF WRK-NUMERO-SERIE LESS THAN WRK-ESPERADO
             MOVE WRK-NUMERO-SERIE TO WRK-BURACO-DE
             MOVE WRK-NUMERO-SERIE TO WRK-BURACO-ATE
             MOVE " NUMERO REPETIDO      " TO WRK-LB-TEXTO
           ELSE
             MOVE WRK-ESPERADO     TO WRK-BURACO-DE
             COMPUTE WRK-BURACO-ATE = WRK-NUMERO-SERIE - 1
             MOVE " NUMEROS EM FALTA     " TO WRK-LB-TEXTO
             COMPUTE WRK-ESPERADO = WRK-NUMERO-SERIE + 1
           END-IF.
           PERFORM 0260-REPORTAR-BURACO.
       0210-CONFERIR-NUMERO-FIM. EXIT.
      **************************************************
      *  O ULTIMO NUMERO LIDO TEM DE SER O ANTERIOR AO  *
      *  PROXIMO DO FATCTL - SENAO FALTAM AS ULTIMAS    *
      **************************************************
       0215-FECHAR-SERIE-FATURAS                 SECTION.
           IF WRK-ESPERADO LESS THAN WRK-PROX-FATURA
             MOVE WRK-ESPERADO TO WRK-BURACO-DE
             COMPUTE WRK-BURACO-ATE = WRK-PROX-FATURA - 1
             MOVE " NUMEROS EM FALTA     " TO WRK-LB-TEXTO
             PERFORM 0260-REPORTAR-BURACO
           END-IF.
           IF WRK-ESPERADO GREATER THAN WRK-PROX-FATURA
             MOVE WRK-PROX-FATURA TO WRK-BURACO-DE
             COMPUTE WRK-BURACO-ATE = WRK-ESPERADO - 1
             MOVE " ALEM DO FATCTL       " TO WRK-LB-TEXTO
             PERFORM 0260-REPORTAR-BURACO
           END-IF.
           MOVE WRK-FALHAS-SERIE  TO WRK-FALHAS-FATURAS.
           MOVE WRK-INICIO-NOTAS  TO WRK-ESPERADO.
           MOVE "NOTAS"           TO WRK-SERIE-NOME.
           MOVE ZEROS             TO WRK-FALHAS-SERIE.
       0215-FECHAR-SERIE-FATURAS-FIM. EXIT.
      **************************************************
      *  O NCRREG SAI DO COBOL024 JA PELA ORDEM DA      *
      *  SERIE - A NOTA LEVA A REFERENCIA DA FATURA     *
      **************************************************
       0220-PROCESSAR-NOTAS                      SECTION.
           PERFORM 0210-CONFERIR-NUMERO.
           IF NCR-DATA LESS THAN WRK-PARM-INICIO OR
              NCR-DATA GREATER THAN WRK-PARM-FIM
             GO TO 0220-LER-SEGUINTE
           END-IF.
           MOVE SPACES            TO WRK-DOC.
           MOVE NCR-NUMERO        TO WRK-NUMERO-SERIE.
           STRING "NC NCR/"        DELIMITED BY SIZE
                  WRK-NUMERO-SERIE DELIMITED BY SIZE
             INTO WRK-DOC-NUMERO
           END-STRING.
           MOVE NCR-FATURA        TO WRK-NUMERO-SERIE.
           STRING "FT FRT/"        DELIMITED BY SIZE
                  WRK-NUMERO-SERIE DELIMITED BY SIZE
             INTO WRK-DOC-REFERENCIA
           END-STRING.
           EVALUATE NCR-MOTIVO
             WHEN "01"
               MOVE "PESO ERRADO"            TO WRK-DOC-MOTIVO
             WHEN "02"
               MOVE "REGIAO ERRADA"          TO WRK-DOC-MOTIVO
             WHEN "03"
               MOVE "DESCONTO DE CONTRATO"   TO WRK-DOC-MOTIVO
             WHEN OTHER
               MOVE "CORRECAO DA FATURA"     TO WRK-DOC-MOTIVO
           END-EVALUATE.
           MOVE "NC"              TO WRK-DOC-TIPO.
           MOVE "COBOL024"        TO WRK-DOC-ORIGEM.
           MOVE NCR-DATA          TO WRK-DOC-DATA.
           MOVE "F"               TO WRK-DOC-CLIENTE.
           MOVE NCR-CLIENTE       TO WRK-DOC-CLIENTE (2:10).
           MOVE "FRETE"           TO WRK-DOC-PRODUTO.
           MOVE "TRANSPORTE DE MERCADORIAS" TO WRK-DOC-DESCRICAO.
           MOVE NCR-BASE          TO WRK-DOC-BASE.
           MOVE NCR-TAXA-IVA      TO WRK-DOC-TAXA.
           MOVE NCR-IVA           TO WRK-DOC-IVA.
           MOVE NCR-TOTAL         TO WRK-DOC-TOTAL.
           MOVE "S" TO WRK-FRETE-USADO.
           PERFORM 0500-GRAVAR-DOCUMENTO.
           ADD 1        TO WRK-QTD-NOTAS.
           ADD NCR-BASE TO WRK-TOT-DEBITO.
           ADD NCR-BASE TO WRK-TOT-BASE-NOTAS.
           SUBTRACT NCR-IVA FROM WRK-TOT-IVA.
       0220-LER-SEGUINTE.
           READ NCR.
       0220-PROCESSAR-NOTAS-FIM. EXIT.
      **************************************************
       0225-FECHAR-SERIE-NOTAS                   SECTION.
           IF WRK-ESPERADO LESS THAN WRK-PROX-NOTA
             MOVE WRK-ESPERADO TO WRK-BURACO-DE
             COMPUTE WRK-BURACO-ATE = WRK-PROX-NOTA - 1
             MOVE " NUMEROS EM FALTA     " TO WRK-LB-TEXTO
             PERFORM 0260-REPORTAR-BURACO
           END-IF.
           IF WRK-ESPERADO GREATER THAN WRK-PROX-NOTA
             MOVE WRK-PROX-NOTA TO WRK-BURACO-DE
             COMPUTE WRK-BURACO-ATE = WRK-ESPERADO - 1
             MOVE " ALEM DO FATCTL       " TO WRK-LB-TEXTO
             PERFORM 0260-REPORTAR-BURACO
           END-IF.
           MOVE WRK-FALHAS-SERIE TO WRK-FALHAS-NOTAS.
       0225-FECHAR-SERIE-NOTAS-FIM. EXIT.
      **************************************************
      *  CADA ITEM DE PROPINA DO PERIODO E UMA FATURA   *
      *  ISENTA - SERIE P<CURSO>, NUMERO = ALUNO (A     *
      *  CHAVE DO PROPINAS E UNICA POR ALUNO E CURSO)   *
      **************************************************
       0230-PROCESSAR-PROPINAS                   SECTION.
           IF PRP-DATA LESS THAN WRK-PARM-INICIO OR
              PRP-DATA GREATER THAN WRK-PARM-FIM OR
              PRP-VALOR EQUAL ZEROS
             GO TO 0230-LER-SEGUINTE
           END-IF.
           MOVE SPACES            TO WRK-DOC.
           MOVE PRP-CURSO         TO WRK-SERIE-CURSO.
           INSPECT WRK-SERIE-CURSO REPLACING ALL SPACE BY "0".
           MOVE PRP-ALUNO         TO WRK-NUMERO-SERIE.
           STRING "FT P"           DELIMITED BY SIZE
                  WRK-SERIE-CURSO  DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WRK-NUMERO-SERIE DELIMITED BY SIZE
             INTO WRK-DOC-NUMERO
           END-STRING.
           MOVE "FT"              TO WRK-DOC-TIPO.
           MOVE "COB09A"          TO WRK-DOC-ORIGEM.
           MOVE PRP-DATA          TO WRK-DOC-DATA.
           MOVE "A"               TO WRK-DOC-CLIENTE.
           MOVE PRP-ALUNO         TO WRK-NUMERO-SERIE.
           MOVE WRK-NUMERO-SERIE  TO WRK-DOC-CLIENTE (2:6).
           MOVE "P"               TO WRK-DOC-PRODUTO.
           MOVE WRK-SERIE-CURSO   TO WRK-DOC-PRODUTO (2:4).
           MOVE "PROPINA DE CURSO" TO WRK-DOC-DESCRICAO.
           MOVE "N" TO WRK-CURSO-ACHOU.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
             IF WRK-CUR-CODIGO (WRK-CURSO-SUB) EQUAL PRP-CURSO
               MOVE WRK-CUR-DESC (WRK-CURSO-SUB) TO WRK-DOC-DESCRICAO
               MOVE "S" TO WRK-CUR-USADO (WRK-CURSO-SUB)
               MOVE "S" TO WRK-CURSO-ACHOU
             END-IF
           END-PERFORM.
      *    CURSO QUE JA SAIU DO CATALOGO - O PRODUTO TEM DE
      *    CONSTAR NA MESMA NA TABELA DE PRODUTOS
           IF WRK-CURSO-ACHOU EQUAL "N" AND WRK-CURSO-QTD LESS THAN 50
             ADD 1 TO WRK-CURSO-QTD
             MOVE PRP-CURSO         TO WRK-CUR-CODIGO (WRK-CURSO-QTD)
             MOVE WRK-DOC-DESCRICAO TO WRK-CUR-DESC (WRK-CURSO-QTD)
             MOVE "S"               TO WRK-CUR-USADO (WRK-CURSO-QTD)
           END-IF.
           MOVE PRP-VALOR         TO WRK-DOC-BASE.
           MOVE ZEROS             TO WRK-DOC-TAXA.
           MOVE ZEROS             TO WRK-DOC-IVA.
           MOVE PRP-VALOR         TO WRK-DOC-TOTAL.
           PERFORM 0500-GRAVAR-DOCUMENTO.
           ADD 1         TO WRK-QTD-PROPINAS.
           ADD PRP-VALOR TO WRK-TOT-CREDITO.
           ADD PRP-VALOR TO WRK-TOT-PROPINAS.
       0230-LER-SEGUINTE.
           READ PRP.
       0230-PROCESSAR-PROPINAS-FIM. EXIT.
      **************************************************
      *  RECEITA DE FRETES NO GL = CREDITOS - DEBITOS   *
      *  DA CONTA DE RECEITA NOS LANCAMENTOS DO PERIODO *
      **************************************************
       0240-CONFRONTAR-GL                        SECTION.
           IF JRN-TIPO EQUAL "LAN" AND
              JRN-CONTA EQUAL WRK-CONTA-RECEITA AND
              JRN-DATA NOT LESS THAN WRK-PARM-INICIO AND
              JRN-DATA NOT GREATER THAN WRK-PARM-FIM
             IF JRN-DC EQUAL "C"
               ADD JRN-VALOR TO WRK-RECEITA-GL
             ELSE
               SUBTRACT JRN-VALOR FROM WRK-RECEITA-GL
             END-IF
           END-IF.
           READ JRN.
       0240-CONFRONTAR-GL-FIM. EXIT.
      **************************************************
       0250-ESTATISTICA                          SECTION.
           WRITE REG-SAFTREL FROM WRK-LINHA-VAZIA.
           MOVE "FATURAS DE FRETE ......................"
             TO WRK-LC-TEXTO.
           MOVE WRK-QTD-FATURAS TO WRK-LC-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-CONTADOR.
           MOVE "NOTAS DE CREDITO ......................"
             TO WRK-LC-TEXTO.
           MOVE WRK-QTD-NOTAS TO WRK-LC-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-CONTADOR.
           MOVE "FATURAS DE PROPINAS ..................."
             TO WRK-LC-TEXTO.
           MOVE WRK-QTD-PROPINAS TO WRK-LC-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-CONTADOR.
           MOVE "CLIENTES .............................."
             TO WRK-LC-TEXTO.
           MOVE WRK-CLI-QTD TO WRK-LC-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-CONTADOR.
           MOVE "TOTAL CREDITO (FATURAS) ..............."
             TO WRK-LV-TEXTO.
           MOVE WRK-TOT-CREDITO TO WRK-LV-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VALOR.
           MOVE "TOTAL DEBITO (NOTAS) .................."
             TO WRK-LV-TEXTO.
           MOVE WRK-TOT-DEBITO TO WRK-LV-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VALOR.
           MOVE "IVA LIQUIDADO ........................."
             TO WRK-LV-TEXTO.
           MOVE WRK-TOT-IVA TO WRK-LV-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VALOR.
           MOVE "PROPINAS (ISENTAS, FORA DO GL) ........"
             TO WRK-LV-TEXTO.
           MOVE WRK-TOT-PROPINAS TO WRK-LV-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VAZIA.
           COMPUTE WRK-RECEITA-SAFT =
                   WRK-TOT-BASE-FRETE - WRK-TOT-BASE-NOTAS.
           COMPUTE WRK-DIFERENCA-GL =
                   WRK-RECEITA-SAFT - WRK-RECEITA-GL.
           MOVE "RECEITA DE FRETES NO SAF-T ............"
             TO WRK-LV-TEXTO.
           MOVE WRK-RECEITA-SAFT TO WRK-LV-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VALOR.
           MOVE SPACES TO WRK-LV-TEXTO.
           STRING "RECEITA NO GL (CONTA " DELIMITED BY SIZE
                  WRK-CONTA-RECEITA      DELIMITED BY SPACE
                  ") "                   DELIMITED BY SIZE
             INTO WRK-LV-TEXTO
           END-STRING.
           MOVE WRK-RECEITA-GL TO WRK-LV-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VALOR.
           MOVE "DIFERENCA ............................."
             TO WRK-LV-TEXTO.
           MOVE WRK-DIFERENCA-GL TO WRK-LV-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VALOR.
           WRITE REG-SAFTREL FROM WRK-LINHA-VAZIA.
           IF WRK-CONTA-RECEITA EQUAL SPACES
             MOVE "GLMAP SEM EVENTO FRETE - RECEITA NAO CONFERIDA"
               TO WRK-LM-TEXTO
             WRITE REG-SAFTREL FROM WRK-LINHA-MENSAGEM
             MOVE "S" TO WRK-RETIDO
           END-IF.
           IF WRK-DIFERENCA-GL GREATER THAN WRK-PARM-TOLERANCIA OR
              WRK-DIFERENCA-GL LESS THAN ZEROS - WRK-PARM-TOLERANCIA
             MOVE "TOTAIS DO FICHEIRO NAO BATEM COM O GL"
               TO WRK-LM-TEXTO
             WRITE REG-SAFTREL FROM WRK-LINHA-MENSAGEM
             MOVE "S" TO WRK-RETIDO
           END-IF.
           IF WRK-FALHAS-FATURAS GREATER THAN ZEROS OR
              WRK-FALHAS-NOTAS GREATER THAN ZEROS
             MOVE "NUMERACAO DAS SERIES COM FALHAS"
               TO WRK-LM-TEXTO
             WRITE REG-SAFTREL FROM WRK-LINHA-MENSAGEM
             MOVE "S" TO WRK-RETIDO
           END-IF.
           IF WRK-RETIDO EQUAL "S"
             MOVE "SAF-T RETIDO - NAO ENTREGAR" TO WRK-LM-TEXTO
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "SAF-T LIBERTADO PARA ENTREGA" TO WRK-LM-TEXTO
           END-IF.
           WRITE REG-SAFTREL FROM WRK-LINHA-MENSAGEM.
           DISPLAY "*=================================*".
           DISPLAY WRK-LM-TEXTO.
           MOVE WRK-QTD-DOCUMENTOS TO WRK-CONTADOR-IDE.
           DISPLAY "DOCUMENTOS NO SAF-T... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-CREDITO TO WRK-TOTAL-IDE.
           DISPLAY "TOTAL CREDITO......... " WRK-TOTAL-IDE.
           MOVE WRK-TOT-DEBITO TO WRK-TOTAL-IDE.
           DISPLAY "TOTAL DEBITO.......... " WRK-TOTAL-IDE.
           MOVE WRK-DIFERENCA-GL TO WRK-TOTAL-IDE.
           DISPLAY "DIFERENCA PARA O GL... " WRK-TOTAL-IDE.
       0250-ESTATISTICA-FIM. EXIT.
      **************************************************
       0260-REPORTAR-BURACO                      SECTION.
           MOVE WRK-SERIE-NOME TO WRK-LB-SERIE.
           MOVE WRK-BURACO-DE  TO WRK-LB-DE.
           MOVE WRK-BURACO-ATE TO WRK-LB-ATE.
           WRITE REG-SAFTREL FROM WRK-LINHA-BURACO.
           DISPLAY "SERIE " WRK-SERIE-NOME WRK-LB-TEXTO
                   WRK-BURACO-DE " A " WRK-BURACO-ATE.
           ADD 1 TO WRK-FALHAS-SERIE.
       0260-REPORTAR-BURACO-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE FTS.
           CLOSE CAT.
           CLOSE MAP.
           CLOSE JRN.
           CLOSE REL.
           IF WRK-TEM-NCRREG EQUAL "S"
             CLOSE NCR
           END-IF.
           IF WRK-TEM-PROPINAS EQUAL "S"
             CLOSE PRP
           END-IF.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLI
           END-IF.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************
      *  SEGUNDA FASE - CABECALHO, TABELAS MESTRE E OS  *
      *  TOTAIS DE CONTROLO VEM ANTES DOS DOCUMENTOS,   *
      *  QUE SE COPIAM DO SAFTDOC                       *
      **************************************************
       0400-GRAVAR-SAFT                          SECTION.
           CLOSE DOC.
           OPEN INPUT DOC.
           OPEN OUTPUT SFT.
           IF WRK-FS-SAFTPT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SAFTPT - STATUS " WRK-FS-SAFTPT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "S" TO WRK-XML-ABERTO.
           PERFORM 0410-GRAVAR-CABECALHO.
           MOVE "<MasterFiles>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           PERFORM 0420-GRAVAR-CLIENTE
               VARYING WRK-CLI-SUB FROM 1 BY 1
                 UNTIL WRK-CLI-SUB > WRK-CLI-QTD.
           PERFORM 0430-GRAVAR-PRODUTOS.
           PERFORM 0440-GRAVAR-TAXAS.
           MOVE "</MasterFiles>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "<SourceDocuments>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "<SalesInvoices>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "NumberOfEntries" TO WRK-XML-TAG.
           MOVE WRK-QTD-DOCUMENTOS TO WRK-NUM-INTEIRO.
           PERFORM 0940-FORMATAR-INTEIRO.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TotalDebit" TO WRK-XML-TAG.
           MOVE WRK-TOT-DEBITO TO WRK-NUM-VALOR.
           PERFORM 0930-FORMATAR-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TotalCredit" TO WRK-XML-TAG.
           MOVE WRK-TOT-CREDITO TO WRK-NUM-VALOR.
           PERFORM 0930-FORMATAR-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           READ DOC.
           PERFORM 0450-COPIAR-DOCUMENTOS
               UNTIL WRK-FS-SAFTDOC EQUAL "10".
           MOVE "</SalesInvoices>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "</SourceDocuments>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "</AuditFile>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           CLOSE DOC.
           CLOSE SFT.
       0400-GRAVAR-SAFT-FIM. EXIT.
      **************************************************
       0410-GRAVAR-CABECALHO                     SECTION.
           MOVE '<?xml version="1.0" encoding="Windows-1252"?>'
             TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           STRING '<AuditFile xmlns="urn:OECD:'   DELIMITED BY SIZE
                  'StandardAuditFile-Tax:PT_1.04_01">'
                                                   DELIMITED BY SIZE
             INTO WRK-XML-LINHA
           END-STRING.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "<Header>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "AuditFileVersion" TO WRK-XML-TAG.
           MOVE "1.04_01" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "CompanyID" TO WRK-XML-TAG.
           MOVE WRK-PARM-NIF TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TaxRegistrationNumber" TO WRK-XML-TAG.
           MOVE WRK-PARM-NIF TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TaxAccountingBasis" TO WRK-XML-TAG.
           MOVE "F" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO WRK-XML-TAG.
           MOVE WRK-EMPRESA-NOME TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "<CompanyAddress>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE WRK-EMPRESA-MORADA    TO WRK-MOR-DETALHE.
           MOVE WRK-EMPRESA-LOCAL     TO WRK-MOR-LOCAL.
           MOVE WRK-EMPRESA-CODPOSTAL TO WRK-MOR-CODPOSTAL.
           MOVE "PT"                  TO WRK-MOR-PAIS.
           PERFORM 0425-GRAVAR-MORADA.
           MOVE "</CompanyAddress>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "FiscalYear" TO WRK-XML-TAG.
           MOVE WRK-PARM-INICIO (1:4) TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "StartDate" TO WRK-XML-TAG.
           MOVE WRK-PARM-INICIO TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "EndDate" TO WRK-XML-TAG.
           MOVE WRK-PARM-FIM TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "CurrencyCode" TO WRK-XML-TAG.
           MOVE "EUR" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "DateCreated" TO WRK-XML-TAG.
           MOVE WRK-DATA-PROC TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TaxEntity" TO WRK-XML-TAG.
           MOVE "Global" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ProductCompanyTaxID" TO WRK-XML-TAG.
           MOVE WRK-PARM-NIF TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "SoftwareCertificateNumber" TO WRK-XML-TAG.
           MOVE "0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ProductID" TO WRK-XML-TAG.
           MOVE "COBOL025/NATIXIS" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ProductVersion" TO WRK-XML-TAG.
           MOVE "1.0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</Header>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
       0410-GRAVAR-CABECALHO-FIM. EXIT.
      **************************************************
      *  FRETE: CHAVE DO CLIMST = CODIGO DO CLIENTE;    *
      *  ALUNO: CHAVE = NUMERO DE ALUNO (6 POSICOES)    *
      *  SEM FICHA OU SEM NIF = CONSUMIDOR FINAL        *
      **************************************************
       0420-GRAVAR-CLIENTE                       SECTION.
           MOVE SPACES TO WRK-MORADA.
           MOVE WRK-CLI-ID (WRK-CLI-SUB) (2:10) TO WRK-CLI-NOME.
           MOVE WRK-NIF-CONSUMIDOR TO WRK-CLI-NIF.
           IF WRK-TEM-CLIMST EQUAL "S"
             MOVE SPACES TO CLI-CHAVE
             IF WRK-CLI-ID (WRK-CLI-SUB) (1:1) EQUAL "F"
               MOVE WRK-CLI-ID (WRK-CLI-SUB) (2:9)  TO CLI-CHAVE
             ELSE
               MOVE WRK-CLI-ID (WRK-CLI-SUB) (2:6)  TO CLI-CHAVE
             END-IF
             READ CLI
             IF WRK-FS-CLIMST EQUAL "00"
               MOVE CLI-NOME        TO WRK-CLI-NOME
               MOVE CLI-MORADA1     TO WRK-MOR-DETALHE
               MOVE CLI-LOCALIDADE  TO WRK-MOR-LOCAL
               MOVE CLI-CODPOSTAL   TO WRK-MOR-CODPOSTAL
               MOVE CLI-PAIS-FISCAL TO WRK-MOR-PAIS
               IF CLI-NIF NUMERIC AND CLI-NIF GREATER THAN ZEROS
                 MOVE CLI-NIF TO WRK-CLI-NIF
               END-IF
             END-IF
           END-IF.
           MOVE "<Customer>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "CustomerID" TO WRK-XML-TAG.
           MOVE WRK-CLI-ID (WRK-CLI-SUB) TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "AccountID" TO WRK-XML-TAG.
           MOVE "Desconhecido" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "CustomerTaxID" TO WRK-XML-TAG.
           MOVE WRK-CLI-NIF TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "CompanyName" TO WRK-XML-TAG.
           MOVE WRK-CLI-NOME TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "<BillingAddress>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           PERFORM 0425-GRAVAR-MORADA.
           MOVE "</BillingAddress>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "SelfBillingIndicator" TO WRK-XML-TAG.
           MOVE "0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</Customer>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
       0420-GRAVAR-CLIENTE-FIM. EXIT.
      **************************************************
       0425-GRAVAR-MORADA                        SECTION.
           IF WRK-MOR-DETALHE EQUAL SPACES
             MOVE "Desconhecido" TO WRK-MOR-DETALHE
           END-IF.
           IF WRK-MOR-LOCAL EQUAL SPACES
             MOVE "Desconhecido" TO WRK-MOR-LOCAL
           END-IF.
           IF WRK-MOR-CODPOSTAL EQUAL SPACES
             MOVE "0000-000" TO WRK-MOR-CODPOSTAL
           END-IF.
           IF WRK-MOR-PAIS EQUAL SPACES
             MOVE "PT" TO WRK-MOR-PAIS
           END-IF.
           MOVE "AddressDetail" TO WRK-XML-TAG.
           MOVE WRK-MOR-DETALHE TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "City" TO WRK-XML-TAG.
           MOVE WRK-MOR-LOCAL TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "PostalCode" TO WRK-XML-TAG.
           MOVE WRK-MOR-CODPOSTAL TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "Country" TO WRK-XML-TAG.
           MOVE WRK-MOR-PAIS TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
       0425-GRAVAR-MORADA-FIM. EXIT.
      **************************************************
      *  O FRETE E UM SERVICO (S); CADA CURSO FATURADO  *
      *  NO PERIODO E UM PRODUTO P<CURSO>               *
      **************************************************
       0430-GRAVAR-PRODUTOS                      SECTION.
           IF WRK-FRETE-USADO EQUAL "S"
             MOVE "FRETE"                     TO WRK-DOC-PRODUTO
             MOVE "TRANSPORTE DE MERCADORIAS" TO WRK-DOC-DESCRICAO
             PERFORM 0435-GRAVAR-PRODUTO
           END-IF.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
             IF WRK-CUR-USADO (WRK-CURSO-SUB) EQUAL "S"
               MOVE WRK-CUR-CODIGO (WRK-CURSO-SUB) TO WRK-SERIE-CURSO
               INSPECT WRK-SERIE-CURSO REPLACING ALL SPACE BY "0"
               MOVE "P"             TO WRK-DOC-PRODUTO
               MOVE WRK-SERIE-CURSO TO WRK-DOC-PRODUTO (2:4)
               MOVE WRK-CUR-DESC (WRK-CURSO-SUB) TO WRK-DOC-DESCRICAO
               PERFORM 0435-GRAVAR-PRODUTO
             END-IF
           END-PERFORM.
       0430-GRAVAR-PRODUTOS-FIM. EXIT.
      **************************************************
       0435-GRAVAR-PRODUTO                       SECTION.
           MOVE "<Product>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "ProductType" TO WRK-XML-TAG.
           MOVE "S" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ProductCode" TO WRK-XML-TAG.
           MOVE WRK-DOC-PRODUTO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO WRK-XML-TAG.
           MOVE WRK-DOC-DESCRICAO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ProductNumberCode" TO WRK-XML-TAG.
           MOVE WRK-DOC-PRODUTO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</Product>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
       0435-GRAVAR-PRODUTO-FIM. EXIT.
      **************************************************
       0440-GRAVAR-TAXAS                         SECTION.
           MOVE "<TaxTable>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           PERFORM VARYING WRK-TAXA-SUB FROM 1 BY 1
                   UNTIL WRK-TAXA-SUB > WRK-TAXA-QTD
             MOVE WRK-TX-TAXA (WRK-TAXA-SUB) TO WRK-DOC-TAXA
             PERFORM 0960-CODIGO-TAXA
             MOVE "<TaxTableEntry>" TO WRK-XML-LINHA
             PERFORM 0900-ESCREVER-LINHA
             MOVE "TaxType" TO WRK-XML-TAG
             MOVE "IVA" TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "TaxCountryRegion" TO WRK-XML-TAG
             MOVE "PT" TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "TaxCode" TO WRK-XML-TAG
             MOVE WRK-TAXA-CODIGO TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "Description" TO WRK-XML-TAG
             MOVE "IVA" TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "TaxPercentage" TO WRK-XML-TAG
             MOVE WRK-DOC-TAXA TO WRK-NUM-INTEIRO
             PERFORM 0940-FORMATAR-INTEIRO
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "</TaxTableEntry>" TO WRK-XML-LINHA
             PERFORM 0900-ESCREVER-LINHA
           END-PERFORM.
           MOVE "</TaxTable>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
       0440-GRAVAR-TAXAS-FIM. EXIT.
      **************************************************
       0450-COPIAR-DOCUMENTOS                    SECTION.
           WRITE REG-SAFTPT FROM REG-SAFTDOC.
           READ DOC.
       0450-COPIAR-DOCUMENTOS-FIM. EXIT.
      **************************************************
      *  UM DOCUMENTO DE UMA LINHA NO SAFTDOC - O       *
      *  FATREG E O NCRREG SO TEM O RESUMO DA FATURA    *
      *  FATURA = CREDITO, NOTA = DEBITO COM REFERENCIA *
      **************************************************
       0500-GRAVAR-DOCUMENTO                     SECTION.
           PERFORM 0510-REGISTAR-CLIENTE.
           PERFORM 0520-REGISTAR-TAXA.
           PERFORM 0960-CODIGO-TAXA.
           MOVE "<Invoice>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "InvoiceNo" TO WRK-XML-TAG.
           MOVE WRK-DOC-NUMERO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ATCUD" TO WRK-XML-TAG.
           MOVE "0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "<DocumentStatus>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "InvoiceStatus" TO WRK-XML-TAG.
           MOVE "N" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "InvoiceStatusDate" TO WRK-XML-TAG.
           MOVE WRK-DOC-DATA TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           MOVE "T00:00:00" TO WRK-XML-VALOR (11:9).
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "SourceID" TO WRK-XML-TAG.
           MOVE WRK-DOC-ORIGEM TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "SourceBilling" TO WRK-XML-TAG.
           MOVE "P" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</DocumentStatus>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "Hash" TO WRK-XML-TAG.
           MOVE "0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "Period" TO WRK-XML-TAG.
           MOVE WRK-DOC-DATA TO WRK-DATA-AUX.
           MOVE WRK-DATA-MES TO WRK-NUM-INTEIRO.
           PERFORM 0940-FORMATAR-INTEIRO.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "InvoiceDate" TO WRK-XML-TAG.
           PERFORM 0950-FORMATAR-DATA.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "InvoiceType" TO WRK-XML-TAG.
           MOVE WRK-DOC-TIPO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "<SpecialRegimes>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "SelfBillingIndicator" TO WRK-XML-TAG.
           MOVE "0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "CashVATSchemeIndicator" TO WRK-XML-TAG.
           MOVE "0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ThirdPartiesBillingIndicator" TO WRK-XML-TAG.
           MOVE "0" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</SpecialRegimes>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "SourceID" TO WRK-XML-TAG.
           MOVE WRK-DOC-ORIGEM TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "SystemEntryDate" TO WRK-XML-TAG.
           PERFORM 0950-FORMATAR-DATA.
           MOVE "T00:00:00" TO WRK-XML-VALOR (11:9).
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "CustomerID" TO WRK-XML-TAG.
           MOVE WRK-DOC-CLIENTE TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           PERFORM 0530-GRAVAR-LINHA-DOC.
           MOVE "<DocumentTotals>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "TaxPayable" TO WRK-XML-TAG.
           MOVE WRK-DOC-IVA TO WRK-NUM-VALOR.
           PERFORM 0930-FORMATAR-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "NetTotal" TO WRK-XML-TAG.
           MOVE WRK-DOC-BASE TO WRK-NUM-VALOR.
           PERFORM 0930-FORMATAR-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "GrossTotal" TO WRK-XML-TAG.
           MOVE WRK-DOC-TOTAL TO WRK-NUM-VALOR.
           PERFORM 0930-FORMATAR-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</DocumentTotals>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "</Invoice>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           ADD 1 TO WRK-QTD-DOCUMENTOS.
       0500-GRAVAR-DOCUMENTO-FIM. EXIT.
      **************************************************
       0510-REGISTAR-CLIENTE                     SECTION.
           MOVE "N" TO WRK-CLI-ACHOU.
           PERFORM VARYING WRK-CLI-SUB FROM 1 BY 1
                   UNTIL WRK-CLI-SUB > WRK-CLI-QTD
                      OR WRK-CLI-ACHOU EQUAL "S"
             IF WRK-CLI-ID (WRK-CLI-SUB) EQUAL WRK-DOC-CLIENTE
               MOVE "S" TO WRK-CLI-ACHOU
             END-IF
           END-PERFORM.
           IF WRK-CLI-ACHOU EQUAL "N"
             IF WRK-CLI-QTD LESS THAN 3000
               ADD 1 TO WRK-CLI-QTD
               MOVE WRK-DOC-CLIENTE TO WRK-CLI-ID (WRK-CLI-QTD)
             ELSE
               DISPLAY "TABELA DE CLIENTES CHEIA - " WRK-DOC-CLIENTE
               MOVE "S" TO WRK-RETIDO
             END-IF
           END-IF.
       0510-REGISTAR-CLIENTE-FIM. EXIT.
      **************************************************
       0520-REGISTAR-TAXA                        SECTION.
           MOVE "N" TO WRK-TAXA-ACHOU.
           PERFORM VARYING WRK-TAXA-SUB FROM 1 BY 1
                   UNTIL WRK-TAXA-SUB > WRK-TAXA-QTD
             IF WRK-TX-TAXA (WRK-TAXA-SUB) EQUAL WRK-DOC-TAXA
               MOVE "S" TO WRK-TAXA-ACHOU
             END-IF
           END-PERFORM.
           IF WRK-TAXA-ACHOU EQUAL "N" AND WRK-TAXA-QTD LESS THAN 10
             ADD 1 TO WRK-TAXA-QTD
             MOVE WRK-DOC-TAXA TO WRK-TX-TAXA (WRK-TAXA-QTD)
           END-IF.
       0520-REGISTAR-TAXA-FIM. EXIT.
      **************************************************
      *  LINHA UNICA - QUANTIDADE 1 PELA BASE; A TAXA 0 *
      *  LEVA O MOTIVO DE ISENCAO                       *
      **************************************************
       0530-GRAVAR-LINHA-DOC                     SECTION.
           MOVE "<Line>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "LineNumber" TO WRK-XML-TAG.
           MOVE "1" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           IF WRK-DOC-TIPO EQUAL "NC"
             MOVE "<References>" TO WRK-XML-LINHA
             PERFORM 0900-ESCREVER-LINHA
             MOVE "Reference" TO WRK-XML-TAG
             MOVE WRK-DOC-REFERENCIA TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "Reason" TO WRK-XML-TAG
             MOVE WRK-DOC-MOTIVO TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "</References>" TO WRK-XML-LINHA
             PERFORM 0900-ESCREVER-LINHA
           END-IF.
           MOVE "ProductCode" TO WRK-XML-TAG.
           MOVE WRK-DOC-PRODUTO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "ProductDescription" TO WRK-XML-TAG.
           MOVE WRK-DOC-DESCRICAO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "Quantity" TO WRK-XML-TAG.
           MOVE "1" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "UnitOfMeasure" TO WRK-XML-TAG.
           MOVE "UN" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "UnitPrice" TO WRK-XML-TAG.
           MOVE WRK-DOC-BASE TO WRK-NUM-VALOR.
           PERFORM 0930-FORMATAR-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TaxPointDate" TO WRK-XML-TAG.
           MOVE WRK-DOC-DATA TO WRK-DATA-AUX.
           PERFORM 0950-FORMATAR-DATA.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "Description" TO WRK-XML-TAG.
           MOVE WRK-DOC-DESCRICAO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           IF WRK-DOC-TIPO EQUAL "NC"
             MOVE "DebitAmount" TO WRK-XML-TAG
           ELSE
             MOVE "CreditAmount" TO WRK-XML-TAG
           END-IF.
           MOVE WRK-DOC-BASE TO WRK-NUM-VALOR.
           PERFORM 0930-FORMATAR-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "<Tax>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE "TaxType" TO WRK-XML-TAG.
           MOVE "IVA" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TaxCountryRegion" TO WRK-XML-TAG.
           MOVE "PT" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TaxCode" TO WRK-XML-TAG.
           MOVE WRK-TAXA-CODIGO TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "TaxPercentage" TO WRK-XML-TAG.
           MOVE WRK-DOC-TAXA TO WRK-NUM-INTEIRO.
           PERFORM 0940-FORMATAR-INTEIRO.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</Tax>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
           IF WRK-DOC-TAXA EQUAL ZEROS
             MOVE "TaxExemptionReason" TO WRK-XML-TAG
             MOVE "Artigo 9 do CIVA" TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
             MOVE "TaxExemptionCode" TO WRK-XML-TAG
             MOVE "M07" TO WRK-XML-VALOR
             PERFORM 0910-ESCREVER-ELEMENTO
           END-IF.
           MOVE "SettlementAmount" TO WRK-XML-TAG.
           MOVE "0.00" TO WRK-XML-VALOR.
           PERFORM 0910-ESCREVER-ELEMENTO.
           MOVE "</Line>" TO WRK-XML-LINHA.
           PERFORM 0900-ESCREVER-LINHA.
       0530-GRAVAR-LINHA-DOC-FIM. EXIT.
      **************************************************
      *  ROTINAS DE ESCRITA DO XML - O DOCUMENTO VAI    *
      *  PARA O SAFTDOC ENQUANTO O SAFTPT NAO ESTA      *
      *  ABERTO (PRIMEIRA FASE)                         *
      **************************************************
       0900-ESCREVER-LINHA                       SECTION.
           IF WRK-XML-ABERTO EQUAL "N"
             WRITE REG-SAFTDOC FROM WRK-XML-LINHA
           ELSE
             WRITE REG-SAFTPT FROM WRK-XML-LINHA
           END-IF.
           MOVE SPACES TO WRK-XML-LINHA.
       0900-ESCREVER-LINHA-FIM. EXIT.
      **************************************************
      *  <TAG>VALOR</TAG> - O VALOR ACABA NO PRIMEIRO   *
      *  PAR DE BRANCOS; & < > NAO PODEM IR NO TEXTO    *
      **************************************************
       0910-ESCREVER-ELEMENTO                    SECTION.
           INSPECT WRK-XML-VALOR REPLACING ALL "&" BY "E"
                                           ALL "<" BY " "
                                           ALL ">" BY " ".
           MOVE SPACES TO WRK-XML-LINHA.
           STRING "<"            DELIMITED BY SIZE
                  WRK-XML-TAG    DELIMITED BY SPACE
                  ">"            DELIMITED BY SIZE
                  WRK-XML-VALOR  DELIMITED BY "  "
                  "</"           DELIMITED BY SIZE
                  WRK-XML-TAG    DELIMITED BY SPACE
                  ">"            DELIMITED BY SIZE
             INTO WRK-XML-LINHA
           END-STRING.
           PERFORM 0900-ESCREVER-LINHA.
           MOVE SPACES TO WRK-XML-VALOR.
       0910-ESCREVER-ELEMENTO-FIM. EXIT.
      **************************************************
      *  VALOR COM PONTO DECIMAL E SEM BRANCOS A FRENTE *
      **************************************************
       0930-FORMATAR-VALOR                       SECTION.
           MOVE WRK-NUM-VALOR TO WRK-NUM-EDITADO.
           INSPECT WRK-NUM-EDITADO REPLACING ALL "," BY ".".
           MOVE ZEROS TO WRK-XML-BRANCOS.
           INSPECT WRK-NUM-EDITADO TALLYING WRK-XML-BRANCOS
               FOR LEADING SPACE.
           MOVE WRK-NUM-EDITADO (WRK-XML-BRANCOS + 1:)
             TO WRK-XML-VALOR.
       0930-FORMATAR-VALOR-FIM. EXIT.
      **************************************************
       0940-FORMATAR-INTEIRO                     SECTION.
           MOVE WRK-NUM-INTEIRO TO WRK-INT-EDITADO.
           MOVE ZEROS TO WRK-XML-BRANCOS.
           INSPECT WRK-INT-EDITADO TALLYING WRK-XML-BRANCOS
               FOR LEADING SPACE.
           MOVE WRK-INT-EDITADO (WRK-XML-BRANCOS + 1:)
             TO WRK-XML-VALOR.
       0940-FORMATAR-INTEIRO-FIM. EXIT.
      **************************************************
       0950-FORMATAR-DATA                        SECTION.
           MOVE WRK-DATA-ANO TO WRK-DX-ANO.
           MOVE WRK-DATA-MES TO WRK-DX-MES.
           MOVE WRK-DATA-DIA TO WRK-DX-DIA.
           MOVE WRK-DATA-XML TO WRK-XML-VALOR.
       0950-FORMATAR-DATA-FIM. EXIT.
      **************************************************
      *  CODIGO DA TAXA PELA PERCENTAGEM (CONTINENTE)   *
      **************************************************
       0960-CODIGO-TAXA                          SECTION.
           EVALUATE WRK-DOC-TAXA
             WHEN 23
               MOVE "NOR" TO WRK-TAXA-CODIGO
             WHEN 13
               MOVE "INT" TO WRK-TAXA-CODIGO
             WHEN 6
               MOVE "RED" TO WRK-TAXA-CODIGO
             WHEN 0
               MOVE "ISE" TO WRK-TAXA-CODIGO
             WHEN OTHER
               MOVE "OUT" TO WRK-TAXA-CODIGO
           END-EVALUATE.
       0960-CODIGO-TAXA-FIM. EXIT.
      **************************************************

       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   COBOL024.
      *===================================================
      *   AUTOR     : TRUTT
      *   OBJETIVO  : NOTAS DE CREDITO DOS FRETES - CADA
      *               CORRECAO DO FATCORR REFERE UMA FATURA
      *               DO FATREG (COBOL019) ERRADA (PESO,
      *               REGIAO, DESCONTO DO TARCONTR NAO
      *               APLICADO) E GERA UMA NOTA DE CREDITO
      *               PELO TOTAL DA FATURA, NUMERADA NA SERIE
      *               PROPRIA DO FATCTL (SEGUNDO REGISTO),
      *               IMPRESSA NO FORMATO DO FATPRT COM O IVA
      *               ESTORNADO E REGISTADA NO NCRREG
      *               A NOTA LIQUIDA O ITEM EM ABERTO DO
      *               FATABER (COBOL022) E O QUE O CLIENTE JA
      *               TINHA PAGO FICA COMO CREDITO POR APLICAR
      *               (ITEM ESTADO C COM O NUMERO DA NOTA); A
      *               FATURA ANULADA PASSA A ESTADO N
      *               A RECEITA ESTORNA NO GL PELO EVENTO
      *               FRETEANU (BASE) E, COM REFATURAR = S, A
      *               BASE CORRIGIDA SAI LOGO EM FATURA NOVA
      *               DA SERIE DAS FATURAS (FATREGC, LAYOUT DO
      *               FATREG, PARA O COBOL022 CARREGAR) COM O
      *               EVENTO FRETE
      *               O IVA ESTORNADO DA NOTA VAI NO EVENTO
      *               IVALIQAN E O DA FATURA NOVA NO IVALIQ
      *               (COMO NO COBOL019)
      *               MOTIVOS: 01-PESO  02-REGIAO
      *                        03-DESCONTO DE CONTRATO
      *                        99-OUTRO
      *   DATA      : 15/10/2026
      *   EMPRESA   : NATIXIS
      *===================================================
      * DDNAME      I/O         BOOK
      *
      * FATCORR     INPUT       -----
      * FATREG      INPUT       -----
      * FATCTL      I-O         -----
      * FATABER     I-O         -----
      * NCRPRT      OUTPUT      -----   (FORMATO FATPRT)
      * NCRREG      OUTPUT      -----
      * FATREGC     OUTPUT      -----   (LAYOUT FATREG)
      * GLEVENT     EXTEND      -----
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                               SECTION.
       FILE-CONTROL.
           SELECT COR ASSIGN TO FATCORR
           FILE STATUS IS WRK-FS-FATCORR.
           SELECT REG ASSIGN TO FATREG
           FILE STATUS IS WRK-FS-FATREG.
           SELECT CTL ASSIGN TO FATCTL
           FILE STATUS IS WRK-FS-FATCTL.
           SELECT ABE ASSIGN TO FATABER
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS ABE-NUMERO
           FILE STATUS   IS WRK-FS-FATABER.
           SELECT PRT ASSIGN TO NCRPRT
           FILE STATUS IS WRK-FS-NCRPRT.
           SELECT NCR ASSIGN TO NCRREG
           FILE STATUS IS WRK-FS-NCRREG.
           SELECT RFT ASSIGN TO FATREGC
           FILE STATUS IS WRK-FS-FATREGC.
           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD COR
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01 REG-FATCORR.
          05 COR-NUMERO           PIC 9(06).
          05 COR-MOTIVO           PIC X(02).
          05 COR-REFATURAR        PIC X(01).
          05 COR-BASE-NOVA        PIC 9(09)V99.
          05 COR-TEXTO            PIC X(30).

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

       FD CTL
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01 REG-FATCTL.
          05 CTL-PROX-NUMERO      PIC 9(06).

       FD ABE.
       01 REG-FATABER.
          05 ABE-NUMERO           PIC 9(06).
          05 ABE-CLIENTE          PIC X(10).
          05 ABE-DATA             PIC 9(08).
          05 ABE-TOTAL            PIC 9(09)V99.
          05 ABE-PAGO             PIC 9(09)V99.
          05 ABE-STATUS           PIC X(01).

       FD PRT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-NCRPRT              PIC X(80).

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

       FD RFT
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 REG-FATREGC.
          05 RFT-NUMERO           PIC 9(06).
          05 RFT-CLIENTE          PIC X(10).
          05 RFT-DATA             PIC 9(08).
          05 RFT-BASE             PIC 9(09)V99.
          05 RFT-IVA              PIC 9(09)V99.
          05 RFT-TOTAL            PIC 9(09)V99.

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-FATCORR          PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATREG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATCTL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATABER          PIC X(02) VALUE ZEROS.
       77 WRK-FS-NCRPRT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-NCRREG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATREGC          PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-PROX-FATURA         PIC 9(06) VALUE ZEROS.
       77 WRK-PROX-NOTA           PIC 9(06) VALUE ZEROS.
      *    A SERIE DAS NOTAS ARRANCA NOS 900001 PARA NAO
      *    COLIDIR COM AS FATURAS NA CHAVE DO FATABER
       77 WRK-INICIO-NOTAS        PIC 9(06) VALUE 900001.
       77 WRK-SERIE-NOVA          PIC X(01) VALUE "N".
       77 WRK-TEM-GLEVENT         PIC X(01) VALUE "N".
       77 WRK-MOTIVO-REJ          PIC X(40) VALUE SPACES.
       77 WRK-TAXA-IVA            PIC 9(02) VALUE ZEROS.
       77 WRK-SALDO-FATURA        PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-CREDITO-LIVRE       PIC S9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-IVA-NOVA            PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOTAL-NOVA          PIC 9(09)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-CREDITADO       PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-REFATURADO      PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-TOT-POR-APLICAR     PIC 9(11)V99 COMP-3 VALUE ZEROS.
       77 WRK-CONTADOR-LIDAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-CONTADOR-NOTAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-CONTADOR-FATURAS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-CONTADOR-REJEITADAS PIC 9(05) COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC ZZZZ.ZZZ.ZZ9,99.
      *------------- CORRECOES DO FATCORR ----------------
       01 WRK-COR-TAB.
          05 WRK-COR-ENTRY OCCURS 200 TIMES.
             10 WRK-COR-NUMERO    PIC 9(06).
             10 WRK-COR-MOTIVO    PIC X(02).
             10 WRK-COR-REFATURAR PIC X(01).
             10 WRK-COR-BASE-NOVA PIC 9(09)V99.
             10 WRK-COR-TEXTO     PIC X(30).
             10 WRK-COR-ACHOU     PIC X(01).
             10 WRK-COR-CLIENTE   PIC X(10).
             10 WRK-COR-DATA      PIC 9(08).
             10 WRK-COR-BASE      PIC 9(09)V99.
             10 WRK-COR-IVA       PIC 9(09)V99.
             10 WRK-COR-TOTAL     PIC 9(09)V99.
       77 WRK-COR-QTD             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-COR-SUB             PIC 9(03) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *          LINHAS DA NOTA (FORMATO FATPRT)        *
      *-------------------------------------------------*
       01 WRK-LINHA-CABEC-NC.
          05 FILLER               PIC X(19) VALUE
                 "NOTA DE CREDITO NR ".
          05 WRK-CN-NUMERO        PIC 9(06).
          05 FILLER               PIC X(10) VALUE " CLIENTE: ".
          05 WRK-CN-CLIENTE       PIC X(10).
          05 FILLER               PIC X(07) VALUE " DATA: ".
          05 WRK-CN-DATA          PIC 9(08).
          05 FILLER               PIC X(20) VALUE SPACES.
       01 WRK-LINHA-REFER.
          05 FILLER               PIC X(18) VALUE
                 "ANULA A FATURA NR ".
          05 WRK-LR-FATURA        PIC 9(06).
          05 FILLER               PIC X(04) VALUE " DE ".
          05 WRK-LR-DATA          PIC 9(08).
          05 FILLER               PIC X(09) VALUE " MOTIVO: ".
          05 WRK-LR-MOTIVO        PIC X(22).
          05 FILLER               PIC X(13) VALUE SPACES.
       01 WRK-LINHA-TEXTO.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 WRK-LX-TEXTO         PIC X(30).
          05 FILLER               PIC X(40) VALUE SPACES.
       01 WRK-LINHA-CABEC.
          05 FILLER               PIC X(10) VALUE "FATURA NR ".
          05 WRK-CB-NUMERO        PIC 9(06).
          05 FILLER               PIC X(10) VALUE " CLIENTE: ".
          05 WRK-CB-CLIENTE       PIC X(10).
          05 FILLER               PIC X(07) VALUE " DATA: ".
          05 WRK-CB-DATA          PIC 9(08).
          05 FILLER               PIC X(29) VALUE SPACES.
       01 WRK-LINHA-SUBST.
          05 FILLER               PIC X(25) VALUE
                 "CORRIGE A FATURA NR ".
          05 WRK-LS-FATURA        PIC 9(06).
          05 FILLER               PIC X(22) VALUE
                 " - NOTA DE CREDITO NR ".
          05 WRK-LS-NOTA          PIC 9(06).
          05 FILLER               PIC X(21) VALUE SPACES.
       01 WRK-LINHA-BASE.
          05 FILLER               PIC X(30) VALUE
                 "BASE TRIBUTAVEL ..............".
          05 WRK-LB-BASE          PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-IVA.
          05 FILLER               PIC X(10) VALUE "IVA A ".
          05 WRK-LI-TAXA          PIC Z9.
          05 FILLER               PIC X(18) VALUE "% ...............".
          05 WRK-LI-IVA           PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 WRK-LT-TEXTO         PIC X(30) VALUE
                 "TOTAL DA FATURA ..............".
          05 WRK-LT-TOTAL         PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-APLIC.
          05 FILLER               PIC X(30) VALUE
                 "ABATIDO A FATURA EM ABERTO ...".
          05 WRK-LA-APLICADO      PIC ZZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-LIVRE.
          05 FILLER               PIC X(30) VALUE
                 "CREDITO POR APLICAR ..........".
          05 WRK-LL-LIVRE         PIC ZZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-VAZIA         PIC X(80) VALUE SPACES.
       01 WRK-TAB-MOTIVOS.
          05 FILLER               PIC X(24) VALUE
                 "01PESO ERRADO           ".
          05 FILLER               PIC X(24) VALUE
                 "02REGIAO ERRADA         ".
          05 FILLER               PIC X(24) VALUE
                 "03DESCONTO DE CONTRATO  ".
          05 FILLER               PIC X(24) VALUE
                 "99OUTRO                 ".
       01 WRK-TAB-MOTIVOS-R REDEFINES WRK-TAB-MOTIVOS.
          05 WRK-MOT-ENTRY OCCURS 4 TIMES.
             10 WRK-MOT-CODIGO    PIC X(02).
             10 WRK-MOT-TEXTO     PIC X(22).
       77 WRK-MOT-SUB             PIC 9(02) COMP VALUE ZEROS.
      ****************************************************
      ****************************************************
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGAR-CORRECOES
               UNTIL WRK-FS-FATCORR EQUAL "10".
           PERFORM 0160-PROCURAR-FATURAS
               UNTIL WRK-FS-FATREG EQUAL "10".
           PERFORM 0200-PROCESSAR
               VARYING WRK-COR-SUB FROM 1 BY 1
                 UNTIL WRK-COR-SUB > WRK-COR-QTD.
           PERFORM 0250-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  AS SERIES FICAM EM MEMORIA E SO SE GRAVAM NO   *
      *  FIM (0300) - O FATCTL E SEQUENCIAL E SO SE     *
      *  REESCREVE O ULTIMO REGISTO LIDO                *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT COR.
           IF WRK-FS-FATCORR NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FATCORR - STATUS "
                     WRK-FS-FATCORR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT REG.
           IF WRK-FS-FATREG NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FATREG - STATUS "
                     WRK-FS-FATREG
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 0110-LER-SERIES.
           OPEN I-O ABE.
           IF WRK-FS-FATABER NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FATABER - STATUS "
                     WRK-FS-FATABER
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT PRT.
           OPEN OUTPUT NCR.
           OPEN OUTPUT RFT.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT EQUAL "00"
             MOVE "S" TO WRK-TEM-GLEVENT
           ELSE
             DISPLAY "GLEVENT INDISPONIVEL - STATUS "
                     WRK-FS-GLEVENT
           END-IF.
           READ COR.
           IF WRK-FS-FATCORR EQUAL "10"
             DISPLAY "FATCORR VAZIO - NADA A CORRIGIR"
           END-IF.
           READ REG.
       0100-INICIALIZAR-FIM. EXIT.
      **************************************************
      *  PRIMEIRO REGISTO DO FATCTL = SERIE DAS FATURAS *
      *  (COBOL019), SEGUNDO = SERIE DAS NOTAS - CRIADO *
      *  NA PRIMEIRA CORRIDA                            *
      **************************************************
       0110-LER-SERIES                           SECTION.
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
             MOVE "S"              TO WRK-SERIE-NOVA
           END-IF.
           CLOSE CTL.
       0110-LER-SERIES-FIM. EXIT.
      **************************************************
       0150-CARREGAR-CORRECOES                   SECTION.
           ADD 1 TO WRK-CONTADOR-LIDAS.
           IF WRK-COR-QTD NOT LESS THAN 200
             DISPLAY "TABELA DE CORRECOES CHEIA - FICA PARA DEPOIS "
                     COR-NUMERO
             MOVE 4 TO RETURN-CODE
           ELSE
             ADD 1 TO WRK-COR-QTD
             MOVE COR-NUMERO     TO WRK-COR-NUMERO (WRK-COR-QTD)
             MOVE COR-MOTIVO     TO WRK-COR-MOTIVO (WRK-COR-QTD)
             MOVE COR-REFATURAR  TO WRK-COR-REFATURAR (WRK-COR-QTD)
             MOVE COR-BASE-NOVA  TO WRK-COR-BASE-NOVA (WRK-COR-QTD)
             MOVE COR-TEXTO      TO WRK-COR-TEXTO (WRK-COR-QTD)
             MOVE "N"            TO WRK-COR-ACHOU (WRK-COR-QTD)
           END-IF.
           READ COR.
       0150-CARREGAR-CORRECOES-FIM. EXIT.
      **************************************************
      *  O FATREG (TODAS AS GERACOES) E LIDO UMA VEZ E  *
      *  CADA FATURA REFERIDA GUARDA OS SEUS VALORES    *
      **************************************************
       0160-PROCURAR-FATURAS                     SECTION.
           PERFORM VARYING WRK-COR-SUB FROM 1 BY 1
                   UNTIL WRK-COR-SUB > WRK-COR-QTD
             IF WRK-COR-NUMERO (WRK-COR-SUB) EQUAL FAT-NUMERO
               MOVE "S"         TO WRK-COR-ACHOU (WRK-COR-SUB)
               MOVE FAT-CLIENTE TO WRK-COR-CLIENTE (WRK-COR-SUB)
               MOVE FAT-DATA    TO WRK-COR-DATA (WRK-COR-SUB)
               MOVE FAT-BASE    TO WRK-COR-BASE (WRK-COR-SUB)
               MOVE FAT-IVA     TO WRK-COR-IVA (WRK-COR-SUB)
               MOVE FAT-TOTAL   TO WRK-COR-TOTAL (WRK-COR-SUB)
             END-IF
           END-PERFORM.
           READ REG.
       0160-PROCURAR-FATURAS-FIM. EXIT.
      **************************************************
      *  A FATURA TEM DE EXISTIR NO FATREG E NO FATABER *
      *  E NAO PODE TER SIDO ANULADA ANTES              *
      **************************************************
       0200-PROCESSAR                            SECTION.
           MOVE SPACES TO WRK-MOTIVO-REJ.
           IF WRK-COR-NUMERO (WRK-COR-SUB) NOT NUMERIC
             MOVE "NUMERO DE FATURA INVALIDO" TO WRK-MOTIVO-REJ
             GO TO 0200-REJEITAR
           END-IF.
           IF WRK-COR-ACHOU (WRK-COR-SUB) NOT EQUAL "S"
             MOVE "FATURA NAO ENCONTRADA NO FATREG"
               TO WRK-MOTIVO-REJ
             GO TO 0200-REJEITAR
           END-IF.
           IF WRK-COR-REFATURAR (WRK-COR-SUB) EQUAL "S" AND
              (WRK-COR-BASE-NOVA (WRK-COR-SUB) NOT NUMERIC OR
               WRK-COR-BASE-NOVA (WRK-COR-SUB) EQUAL ZEROS)
             MOVE "REFATURAR SEM BASE CORRIGIDA" TO WRK-MOTIVO-REJ
             GO TO 0200-REJEITAR
           END-IF.
           MOVE WRK-COR-NUMERO (WRK-COR-SUB) TO ABE-NUMERO.
           READ ABE.
           IF WRK-FS-FATABER NOT EQUAL "00"
             MOVE "FATURA SEM ITEM NO FATABER" TO WRK-MOTIVO-REJ
             GO TO 0200-REJEITAR
           END-IF.
           IF ABE-STATUS EQUAL "N" OR ABE-STATUS EQUAL "C"
             MOVE "FATURA JA ANULADA OU E UMA NOTA"
               TO WRK-MOTIVO-REJ
             GO TO 0200-REJEITAR
           END-IF.
           PERFORM 0210-EMITIR-NOTA.
           PERFORM 0220-APLICAR-NOTA.
           IF WRK-COR-REFATURAR (WRK-COR-SUB) EQUAL "S"
             PERFORM 0230-REFATURAR
           END-IF.
           WRITE REG-NCRPRT FROM WRK-LINHA-VAZIA.
           WRITE REG-NCRREG.
           ADD 1 TO WRK-PROX-NOTA.
           GO TO 0200-PROCESSAR-FIM.
       0200-REJEITAR.
           DISPLAY "CORRECAO REJEITADA - FATURA "
                   WRK-COR-NUMERO (WRK-COR-SUB) " - "
                   WRK-MOTIVO-REJ.
           ADD 1 TO WRK-CONTADOR-REJEITADAS.
           IF RETURN-CODE EQUAL ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.
       0200-PROCESSAR-FIM. EXIT.
      **************************************************
      *  A NOTA ESTORNA A FATURA TODA - BASE, IVA (A    *
      *  TAXA DA FATURA ORIGINAL) E TOTAL A NEGATIVO    *
      **************************************************
       0210-EMITIR-NOTA                          SECTION.
           MOVE ZEROS TO WRK-TAXA-IVA.
           IF WRK-COR-BASE (WRK-COR-SUB) GREATER THAN ZEROS
             COMPUTE WRK-TAXA-IVA ROUNDED =
                     WRK-COR-IVA (WRK-COR-SUB) * 100
                   / WRK-COR-BASE (WRK-COR-SUB)
           END-IF.
           MOVE WRK-PROX-NOTA                TO WRK-CN-NUMERO.
           MOVE WRK-COR-CLIENTE (WRK-COR-SUB) TO WRK-CN-CLIENTE.
           MOVE WRK-DATA-PROC                TO WRK-CN-DATA.
           WRITE REG-NCRPRT FROM WRK-LINHA-CABEC-NC.
           MOVE WRK-COR-NUMERO (WRK-COR-SUB) TO WRK-LR-FATURA.
           MOVE WRK-COR-DATA (WRK-COR-SUB)   TO WRK-LR-DATA.
           MOVE "MOTIVO NAO CODIFICADO"      TO WRK-LR-MOTIVO.
           PERFORM VARYING WRK-MOT-SUB FROM 1 BY 1
                   UNTIL WRK-MOT-SUB > 4
             IF WRK-MOT-CODIGO (WRK-MOT-SUB) EQUAL
                WRK-COR-MOTIVO (WRK-COR-SUB)
               MOVE WRK-MOT-TEXTO (WRK-MOT-SUB) TO WRK-LR-MOTIVO
             END-IF
           END-PERFORM.
           WRITE REG-NCRPRT FROM WRK-LINHA-REFER.
           IF WRK-COR-TEXTO (WRK-COR-SUB) NOT EQUAL SPACES
             MOVE WRK-COR-TEXTO (WRK-COR-SUB) TO WRK-LX-TEXTO
             WRITE REG-NCRPRT FROM WRK-LINHA-TEXTO
           END-IF.
           COMPUTE WRK-LB-BASE = 0 - WRK-COR-BASE (WRK-COR-SUB).
           WRITE REG-NCRPRT FROM WRK-LINHA-BASE.
           MOVE WRK-TAXA-IVA TO WRK-LI-TAXA.
           COMPUTE WRK-LI-IVA = 0 - WRK-COR-IVA (WRK-COR-SUB).
           WRITE REG-NCRPRT FROM WRK-LINHA-IVA.
           MOVE "TOTAL DA NOTA DE CREDITO ....." TO WRK-LT-TEXTO.
           COMPUTE WRK-LT-TOTAL = 0 - WRK-COR-TOTAL (WRK-COR-SUB).
           WRITE REG-NCRPRT FROM WRK-LINHA-TOTAL.
           MOVE WRK-PROX-NOTA                  TO NCR-NUMERO.
           MOVE WRK-COR-NUMERO (WRK-COR-SUB)   TO NCR-FATURA.
           MOVE WRK-COR-CLIENTE (WRK-COR-SUB)  TO NCR-CLIENTE.
           MOVE WRK-DATA-PROC                  TO NCR-DATA.
           MOVE WRK-COR-DATA (WRK-COR-SUB)     TO NCR-DATA-FATURA.
           MOVE WRK-COR-BASE (WRK-COR-SUB)     TO NCR-BASE.
           MOVE WRK-TAXA-IVA                   TO NCR-TAXA-IVA.
           MOVE WRK-COR-IVA (WRK-COR-SUB)      TO NCR-IVA.
           MOVE WRK-COR-TOTAL (WRK-COR-SUB)    TO NCR-TOTAL.
           MOVE WRK-COR-MOTIVO (WRK-COR-SUB)   TO NCR-MOTIVO.
           MOVE ZEROS                          TO NCR-FATURA-NOVA.
           MOVE "FRETEANU"                     TO EVT-TIPO.
           MOVE WRK-COR-BASE (WRK-COR-SUB)     TO EVT-VALOR.
           PERFORM 0240-GRAVAR-EVENTO.
           MOVE "IVALIQAN"                     TO EVT-TIPO.
           MOVE WRK-COR-IVA (WRK-COR-SUB)      TO EVT-VALOR.
           PERFORM 0240-GRAVAR-EVENTO.
           ADD WRK-COR-TOTAL (WRK-COR-SUB) TO WRK-TOT-CREDITADO.
           ADD 1 TO WRK-CONTADOR-NOTAS.
       0210-EMITIR-NOTA-FIM. EXIT.
      **************************************************
      *  O SALDO EM ABERTO FICA LIQUIDADO PELA NOTA E O *
      *  QUE JA ESTAVA PAGO PASSA A CREDITO DO CLIENTE  *
      *  (ITEM C NO FATABER COM O NUMERO DA NOTA)       *
      **************************************************
       0220-APLICAR-NOTA                         SECTION.
           MOVE ZEROS TO WRK-SALDO-FATURA.
           IF ABE-TOTAL GREATER THAN ABE-PAGO
             COMPUTE WRK-SALDO-FATURA = ABE-TOTAL - ABE-PAGO
           END-IF.
           COMPUTE WRK-CREDITO-LIVRE =
                   WRK-COR-TOTAL (WRK-COR-SUB) - WRK-SALDO-FATURA.
           MOVE ABE-TOTAL TO ABE-PAGO.
           MOVE "N"       TO ABE-STATUS.
           REWRITE REG-FATABER
             INVALID KEY
               DISPLAY "ERRO AO ANULAR A FATURA " ABE-NUMERO
           END-REWRITE.
           MOVE WRK-SALDO-FATURA TO WRK-LA-APLICADO.
           WRITE REG-NCRPRT FROM WRK-LINHA-APLIC.
           IF WRK-CREDITO-LIVRE GREATER THAN ZEROS
             MOVE WRK-PROX-NOTA                 TO ABE-NUMERO
             MOVE WRK-COR-CLIENTE (WRK-COR-SUB) TO ABE-CLIENTE
             MOVE WRK-DATA-PROC                 TO ABE-DATA
             MOVE WRK-CREDITO-LIVRE             TO ABE-TOTAL
             MOVE ZEROS                         TO ABE-PAGO
             MOVE "C"                           TO ABE-STATUS
             WRITE REG-FATABER
               INVALID KEY
                 DISPLAY "ERRO AO GRAVAR O CREDITO " ABE-NUMERO
             END-WRITE
             MOVE WRK-CREDITO-LIVRE TO WRK-LL-LIVRE
             WRITE REG-NCRPRT FROM WRK-LINHA-LIVRE
             ADD WRK-CREDITO-LIVRE TO WRK-TOT-POR-APLICAR
           END-IF.
       0220-APLICAR-NOTA-FIM. EXIT.
      **************************************************
      *  A FATURA CORRIGIDA SAI NA SERIE DAS FATURAS,   *
      *  A MESMA TAXA DE IVA DA ORIGINAL, E VAI PARA O  *
      *  FATREGC QUE O COBOL022 CARREGA COMO O FATREG   *
      **************************************************
       0230-REFATURAR                            SECTION.
           COMPUTE WRK-IVA-NOVA ROUNDED =
                   WRK-COR-BASE-NOVA (WRK-COR-SUB) * WRK-TAXA-IVA
                 / 100.
           COMPUTE WRK-TOTAL-NOVA =
                   WRK-COR-BASE-NOVA (WRK-COR-SUB) + WRK-IVA-NOVA.
           WRITE REG-NCRPRT FROM WRK-LINHA-VAZIA.
           MOVE WRK-PROX-FATURA               TO WRK-CB-NUMERO.
           MOVE WRK-COR-CLIENTE (WRK-COR-SUB) TO WRK-CB-CLIENTE.
           MOVE WRK-DATA-PROC                 TO WRK-CB-DATA.
           WRITE REG-NCRPRT FROM WRK-LINHA-CABEC.
           MOVE WRK-COR-NUMERO (WRK-COR-SUB)  TO WRK-LS-FATURA.
           MOVE WRK-PROX-NOTA                 TO WRK-LS-NOTA.
           WRITE REG-NCRPRT FROM WRK-LINHA-SUBST.
           MOVE WRK-COR-BASE-NOVA (WRK-COR-SUB) TO WRK-LB-BASE.
           WRITE REG-NCRPRT FROM WRK-LINHA-BASE.
           MOVE WRK-TAXA-IVA   TO WRK-LI-TAXA.
           MOVE WRK-IVA-NOVA   TO WRK-LI-IVA.
           WRITE REG-NCRPRT FROM WRK-LINHA-IVA.
           MOVE "TOTAL DA FATURA .............." TO WRK-LT-TEXTO.
           MOVE WRK-TOTAL-NOVA TO WRK-LT-TOTAL.
           WRITE REG-NCRPRT FROM WRK-LINHA-TOTAL.
           MOVE WRK-PROX-FATURA               TO RFT-NUMERO.
           MOVE WRK-COR-CLIENTE (WRK-COR-SUB) TO RFT-CLIENTE.
           MOVE WRK-DATA-PROC                 TO RFT-DATA.
           MOVE WRK-COR-BASE-NOVA (WRK-COR-SUB) TO RFT-BASE.
           MOVE WRK-IVA-NOVA                  TO RFT-IVA.
           MOVE WRK-TOTAL-NOVA                TO RFT-TOTAL.
           WRITE REG-FATREGC.
           MOVE WRK-PROX-FATURA TO NCR-FATURA-NOVA.
           MOVE "FRETE"         TO EVT-TIPO.
           MOVE WRK-COR-BASE-NOVA (WRK-COR-SUB) TO EVT-VALOR.
           PERFORM 0240-GRAVAR-EVENTO.
           MOVE "IVALIQ"        TO EVT-TIPO.
           MOVE WRK-IVA-NOVA    TO EVT-VALOR.
           PERFORM 0240-GRAVAR-EVENTO.
           ADD WRK-TOTAL-NOVA TO WRK-TOT-REFATURADO.
           ADD 1 TO WRK-CONTADOR-FATURAS.
           ADD 1 TO WRK-PROX-FATURA.
       0230-REFATURAR-FIM. EXIT.
      **************************************************
      *  FRETEANU ESTORNA A RECEITA (BASE) E FRETE LANCA *
      *  A BASE REFATURADA, IVALIQAN/IVALIQ O IVA -     *
      *  TODOS POSITIVOS, O SENTIDO VEM DO GLMAP (VER   *
      *  COBARQ24)                                      *
      **************************************************
       0240-GRAVAR-EVENTO                        SECTION.
           IF WRK-TEM-GLEVENT EQUAL "S" AND EVT-VALOR GREATER ZEROS
             MOVE WRK-DATA-PROC TO EVT-DATA
             WRITE REG-GLEVENT
           END-IF.
       0240-GRAVAR-EVENTO-FIM. EXIT.
      **************************************************
       0250-ESTATISTICA                          SECTION.
           DISPLAY "*=================================*".
           MOVE WRK-CONTADOR-LIDAS TO WRK-ACUM-IDE.
           DISPLAY "CORRECOES LIDAS....... " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-NOTAS TO WRK-ACUM-IDE.
           DISPLAY "NOTAS DE CREDITO...... " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-FATURAS TO WRK-ACUM-IDE.
           DISPLAY "FATURAS CORRIGIDAS.... " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-REJEITADAS TO WRK-ACUM-IDE.
           DISPLAY "CORRECOES REJEITADAS.. " WRK-ACUM-IDE.
           MOVE WRK-TOT-CREDITADO TO WRK-TOTAL-IDE.
           DISPLAY "TOTAL CREDITADO....... " WRK-TOTAL-IDE.
           MOVE WRK-TOT-POR-APLICAR TO WRK-TOTAL-IDE.
           DISPLAY "CREDITO POR APLICAR... " WRK-TOTAL-IDE.
           MOVE WRK-TOT-REFATURADO TO WRK-TOTAL-IDE.
           DISPLAY "TOTAL REFATURADO...... " WRK-TOTAL-IDE.
       0250-ESTATISTICA-FIM. EXIT.
      **************************************************
      *  REGRAVA AS DUAS SERIES - A DAS NOTAS ACRESCENTA *
      *  O SEGUNDO REGISTO NA PRIMEIRA CORRIDA          *
      **************************************************
       0300-FINALIZAR                            SECTION.
           OPEN I-O CTL.
           READ CTL.
           MOVE WRK-PROX-FATURA TO CTL-PROX-NUMERO.
           REWRITE REG-FATCTL.
           IF WRK-FS-FATCTL NOT EQUAL "00"
             DISPLAY "ERRO AO ATUALIZAR FATCTL - STATUS "
                     WRK-FS-FATCTL
           END-IF.
           IF WRK-SERIE-NOVA EQUAL "N"
             READ CTL
             MOVE WRK-PROX-NOTA TO CTL-PROX-NUMERO
             REWRITE REG-FATCTL
             IF WRK-FS-FATCTL NOT EQUAL "00"
               DISPLAY "ERRO AO ATUALIZAR SERIE DAS NOTAS - STATUS "
                       WRK-FS-FATCTL
             END-IF
             CLOSE CTL
           ELSE
             CLOSE CTL
             OPEN EXTEND CTL
             MOVE WRK-PROX-NOTA TO CTL-PROX-NUMERO
             WRITE REG-FATCTL
             CLOSE CTL
           END-IF.
           CLOSE COR.
           CLOSE REG.
           CLOSE ABE.
           CLOSE PRT.
           CLOSE NCR.
           CLOSE RFT.
           IF WRK-TEM-GLEVENT EQUAL "S"
             CLOSE EVT
           END-IF.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ55.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: EXTRACAO DIARIA DAS ALTERACOES (CDC) DOS
      *            MESTRES ARQCLI, CLIMST, EMPRST, DEPPRAZO E
      *            CARTMST PARA O ARMAZEM DE DADOS DO MIS -
      *            COMPARA CADA MESTRE COM A IMAGEM DA NOITE
      *            ANTERIOR (CDCANT) E PUBLICA SO AS INCLUSOES
      *            (I), ALTERACOES (U) E EXCLUSOES (D) COM A
      *            CHAVE, A IMAGEM ANTES E DEPOIS E A DATA DE
      *            NEGOCIO DO DATACTL, NUM FICHEIRO DELIMITADO
      *            POR ";" PARA CADA ENTIDADE (CABECALHO H,
      *            DETALHE D, TRAILER T COM AS CONTAGENS)
      *            GRAVA A IMAGEM NOVA (CDCNOV) QUE SERA A
      *            CDCANT DA NOITE SEGUINTE
      *            O TRAILER DO ARQCLI E DO CLIMST AMARRA AS
      *            ALTERACOES AOS JORNAIS ARQCLIAUD E CLIMSTAUD
      *            DESDE A DATA DA IMAGEM ANTERIOR - CHAVE
      *            ALTERADA SEM JORNAL OU JORNAL SEM ALTERACAO
      *            SAO LISTADOS E DAO RC 4; NO ARQCLI A
      *            ALTERACAO SO DO SALDO E DA DATA DO ULTIMO
      *            MOVIMENTO E DO MOVIMENTO DIARIO E NAO PEDE
      *            JORNAL
      *            SYSIN "C" = CARGA INICIAL - SEM CDCANT, TODOS
      *            OS REGISTOS SAEM COM OPERACAO C PARA SEMEAR
      *            O ARMAZEM; BRANCO OU "D" = DIARIO
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * ARQCLI      INPUT       -----
      * CLIMST      INPUT       -----
      * EMPRST      INPUT       -----
      * DEPPRAZO    INPUT       -----
      * CARTMST     INPUT       -----
      * ARQCLIAUD   INPUT       -----   (JORNAL)
      * CLIMSTAUD   INPUT       -----   (JORNAL)
      * CDCANT      INPUT       -----   (IMAGEM ANTERIOR)
      * CDCNOV      OUTPUT      -----   (IMAGEM NOVA)
      * CDCAQL      OUTPUT      -----   (EXTRATO ARQCLI)
      * CDCCLI      OUTPUT      -----   (EXTRATO CLIMST)
      * CDCEMP      OUTPUT      -----   (EXTRATO EMPRST)
      * CDCDEP      OUTPUT      -----   (EXTRATO DEPPRAZO)
      * CDCCAR      OUTPUT      -----   (EXTRATO CARTMST)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-MESTRE.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-MESTRE.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-MESTRE.

           SELECT DEP ASSIGN TO DEPPRAZO
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS DEP-ID
           FILE STATUS   IS WRK-FS-MESTRE.

           SELECT CAR ASSIGN TO CARTMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CAR-NUMERO
           FILE STATUS   IS WRK-FS-MESTRE.

           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS IS WRK-FS-JORNAL.

           SELECT CAU ASSIGN TO CLIMSTAUD
           FILE STATUS IS WRK-FS-JORNAL.

           SELECT ANT ASSIGN TO CDCANT
           FILE STATUS IS WRK-FS-CDCANT.

           SELECT NOV ASSIGN TO CDCNOV
           FILE STATUS IS WRK-FS-CDCNOV.

           SELECT XAQ ASSIGN TO CDCAQL
           FILE STATUS IS WRK-FS-EXTRATO.

           SELECT XCL ASSIGN TO CDCCLI
           FILE STATUS IS WRK-FS-EXTRATO.

           SELECT XEM ASSIGN TO CDCEMP
           FILE STATUS IS WRK-FS-EXTRATO.

           SELECT XDP ASSIGN TO CDCDEP
           FILE STATUS IS WRK-FS-EXTRATO.

           SELECT XCR ASSIGN TO CDCCAR
           FILE STATUS IS WRK-FS-EXTRATO.
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

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CLM.
       01 REG-CLIMST.
          05 CLI-CHAVE            PIC X(09).
          05 CLI-RESTO            PIC X(268).

       FD EMP.
       01 REG-EMPRST.
          05 EMP-ID               PIC X(12).
          05 EMP-RESTO            PIC X(77).

       FD DEP.
       01 REG-DEPPRAZO.
          05 DEP-ID               PIC X(12).
          05 DEP-RESTO            PIC X(33).

       FD CAR.
       01 REG-CARTMST.
          05 CAR-NUMERO           PIC X(16).
          05 CAR-RESTO            PIC X(35).

       FD AUD
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01 REG-AUDITORIA.
          05 AUD-DATA             PIC 9(08).
          05 FILLER               PIC X(18).
          05 AUD-CHAVE            PIC X(09).
          05 FILLER               PIC X(75).

       FD CAU
           RECORDING MODE IS F.
       01 REG-CLIMSTAUD.
          05 CAU-DATA             PIC 9(08).
          05 FILLER               PIC X(18).
          05 CAU-CHAVE            PIC X(09).
          05 FILLER               PIC X(41).

       FD ANT
           RECORDING MODE IS F
           RECORD CONTAINS 326 CHARACTERS.
       01 REG-CDCANT.
          05 ANT-TIPO             PIC X(01).
          05 ANT-ORDEM            PIC 9(01).
          05 ANT-ENTIDADE         PIC X(08).
          05 ANT-CHAVE            PIC X(16).
          05 ANT-DADOS            PIC X(300).
       01 REG-CDCANT-CAB.
          05 FILLER               PIC X(10).
          05 ANT-DATA-IMAGEM      PIC 9(08).
          05 FILLER               PIC X(308).

       FD NOV
           RECORDING MODE IS F
           RECORD CONTAINS 326 CHARACTERS.
       01 REG-CDCNOV.
          05 NOV-TIPO             PIC X(01).
          05 NOV-ORDEM            PIC 9(01).
          05 NOV-ENTIDADE         PIC X(08).
          05 NOV-CHAVE            PIC X(16).
          05 NOV-DADOS            PIC X(300).
       01 REG-CDCNOV-CAB.
          05 FILLER               PIC X(10).
          05 NOV-DATA-IMAGEM      PIC 9(08).
          05 FILLER               PIC X(308).

       FD XAQ
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-CDCAQL              PIC X(200).

       FD XCL
           RECORDING MODE IS F
           RECORD CONTAINS 700 CHARACTERS.
       01 REG-CDCCLI              PIC X(700).

       FD XEM
           RECORDING MODE IS F
           RECORD CONTAINS 300 CHARACTERS.
       01 REG-CDCEMP              PIC X(300).

       FD XDP
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-CDCDEP              PIC X(200).

       FD XCR
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01 REG-CDCCAR              PIC X(200).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MESTRE           PIC X(02) VALUE ZEROS.
       77 WRK-FS-JORNAL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CDCANT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CDCNOV           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXTRATO          PIC X(02) VALUE ZEROS.
       77 WRK-MODO                PIC X(01) VALUE SPACES.
       77 WRK-FIM-ANT             PIC X(01) VALUE "N".
       77 WRK-DATA-NEGOCIO        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-ANT            PIC 9(08) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-TEM-ANTES           PIC X(01) VALUE "N".
       77 WRK-TEM-DEPOIS          PIC X(01) VALUE "N".
       77 WRK-CHAVE-ATU           PIC X(16) VALUE SPACES.
       77 WRK-CHAVE-ANT           PIC X(16) VALUE SPACES.
       77 WRK-CHAVE-DET           PIC X(16) VALUE SPACES.
       77 WRK-IMG-ATU             PIC X(300) VALUE SPACES.
       77 WRK-IMG-ANT             PIC X(300) VALUE SPACES.
       77 WRK-LINHA-CDC           PIC X(700) VALUE SPACES.
       77 WRK-PONTEIRO            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-VAZIOS              PIC 9(02) COMP VALUE ZEROS.
      *------------- ENTIDADES, NA ORDEM DA IMAGEM -------
      *  NOME, CAMPOS DO REGISTO E TAMANHO DA CHAVE
       01 WRK-ENTIDADES-VAL.
          05 FILLER               PIC X(12) VALUE "ARQCLI  0709".
          05 FILLER               PIC X(12) VALUE "CLIMST  2409".
          05 FILLER               PIC X(12) VALUE "EMPRST  1712".
          05 FILLER               PIC X(12) VALUE "DEPPRAZO0812".
          05 FILLER               PIC X(12) VALUE "CARTMST 0616".
       01 FILLER REDEFINES WRK-ENTIDADES-VAL.
          05 WRK-ENT-ENTRY OCCURS 5 TIMES.
             10 WRK-ENT-NOME      PIC X(08).
             10 WRK-ENT-CAMPOS    PIC 9(02).
             10 WRK-ENT-TAM-CHAVE PIC 9(02).
       77 WRK-ENT-IDX             PIC 9(01) VALUE ZEROS.
      *------------- IMAGEM DO REGISTO, VISTA POR ENTIDADE
       01 WRK-IMAGEM              PIC X(300) VALUE SPACES.
       01 WRK-IMG-AQL REDEFINES WRK-IMAGEM.
          05 WRK-AQ-CHAVE         PIC X(09).
          05 WRK-AQ-NOME          PIC X(30).
          05 WRK-AQ-SALDO         PIC S9(06)V99.
          05 WRK-AQ-MOEDA         PIC X(03).
          05 WRK-AQ-STATUS        PIC X(01).
          05 WRK-AQ-ULT-MOVTO     PIC 9(08).
          05 WRK-AQ-PRODUTO       PIC X(03).
          05 FILLER               PIC X(238).
       01 WRK-IMG-CLI REDEFINES WRK-IMAGEM.
          05 WRK-CL-CHAVE         PIC X(09).
          05 WRK-CL-NOME          PIC X(30).
          05 WRK-CL-MORADA1       PIC X(30).
          05 WRK-CL-MORADA2       PIC X(30).
          05 WRK-CL-CODPOSTAL     PIC X(08).
          05 WRK-CL-LOCALIDADE    PIC X(20).
          05 WRK-CL-NIF           PIC 9(09).
          05 WRK-CL-DATA-NASC     PIC 9(08).
          05 WRK-CL-TELEFONE      PIC X(12).
          05 WRK-CL-EMAIL         PIC X(30).
          05 WRK-CL-FALECIDO      PIC X(01).
          05 WRK-CL-DATA-OBITO    PIC 9(08).
          05 WRK-CL-PAIS-FISCAL   PIC X(02).
          05 WRK-CL-NIF-ESTRANG   PIC X(20).
          05 WRK-CL-EUA           PIC X(01).
          05 WRK-CL-DATA-AUTOCERT PIC 9(08).
          05 WRK-CL-DOC-TIPO      PIC X(02).
          05 WRK-CL-DOC-NUMERO    PIC X(20).
          05 WRK-CL-DOC-VALIDADE  PIC 9(08).
          05 WRK-CL-RISCO         PIC X(01).
          05 WRK-CL-DATA-REVISAO  PIC 9(08).
          05 WRK-CL-MORADA-DEVOL  PIC X(01).
          05 WRK-CL-DATA-DEVOL    PIC 9(08).
          05 WRK-CL-DOC-DEVOL     PIC X(03).
          05 FILLER               PIC X(23).
       01 WRK-IMG-EMP REDEFINES WRK-IMAGEM.
          05 WRK-EM-CHAVE         PIC X(09).
          05 WRK-EM-NUM           PIC 9(03).
          05 WRK-EM-CAPITAL       PIC 9(07)V99.
          05 WRK-EM-TAXA-ANUAL    PIC 9(02)V9(04).
          05 WRK-EM-PRAZO-MESES   PIC 9(03).
          05 WRK-EM-PRESTACAO     PIC 9(06)V99.
          05 WRK-EM-PROX-PREST    PIC 9(08).
          05 WRK-EM-SALDO-DEV     PIC 9(07)V99.
          05 WRK-EM-STATUS        PIC X(01).
          05 WRK-EM-TIPO-TAXA     PIC X(01).
          05 WRK-EM-INDEXANTE     PIC X(06).
          05 WRK-EM-SPREAD        PIC 9(02)V9(04).
          05 WRK-EM-PERIODO-REV   PIC 9(02).
          05 WRK-EM-DATA-REVISAO  PIC 9(08).
          05 WRK-EM-REESTRUT      PIC X(01).
          05 WRK-EM-DATA-FIM-PROVA PIC 9(08).
          05 WRK-EM-COBRANCA      PIC X(01).
          05 FILLER               PIC X(205).
       01 WRK-IMG-DEP REDEFINES WRK-IMAGEM.
          05 WRK-DP-CHAVE         PIC X(09).
          05 WRK-DP-NUM           PIC 9(03).
          05 WRK-DP-CAPITAL       PIC 9(07)V99.
          05 WRK-DP-TAXA          PIC 9(02)V9(04).
          05 WRK-DP-DATA-INI      PIC 9(08).
          05 WRK-DP-DATA-VENC     PIC 9(08).
          05 WRK-DP-RENOVACAO     PIC X(01).
          05 WRK-DP-STATUS        PIC X(01).
          05 FILLER               PIC X(255).
       01 WRK-IMG-CAR REDEFINES WRK-IMAGEM.
          05 WRK-CR-NUMERO        PIC X(16).
          05 WRK-CR-CHAVE         PIC X(09).
          05 WRK-CR-STATUS        PIC X(01).
          05 WRK-CR-VALIDADE      PIC 9(08).
          05 WRK-CR-LIM-DIARIO    PIC 9(06)V99.
          05 WRK-CR-REPRESENTANTE PIC X(09).
          05 FILLER               PIC X(249).
      *------------- VALORES EDITADOS PARA O EXTRATO -----
       77 WRK-ED-SALDO            PIC -9(06),99.
       77 WRK-ED-VALOR7A          PIC 9(07),99.
       77 WRK-ED-VALOR7B          PIC 9(07),99.
       77 WRK-ED-VALOR6           PIC 9(06),99.
       77 WRK-ED-TAXA-A           PIC 9(02),9(04).
       77 WRK-ED-TAXA-B           PIC 9(02),9(04).
      *------------- CHAVES DO JORNAL DO PERIODO ---------
       01 WRK-JORNAL-TAB.
          05 WRK-JRN-ENTRY OCCURS 5000 TIMES.
             10 WRK-JRN-CHAVE     PIC X(09).
             10 WRK-JRN-ALTERADA  PIC X(01).
       77 WRK-JRN-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JRN-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JRN-ACHOU           PIC X(01) VALUE "N".
       77 WRK-JRN-DISPONIVEL      PIC X(01) VALUE "N".
       77 WRK-JRN-DATA            PIC 9(08) VALUE ZEROS.
       77 WRK-JRN-CHAVE-LIDA      PIC X(09) VALUE SPACES.
       77 WRK-JRN-SO-MOVIMENTO    PIC X(01) VALUE "N".
      *------------- CADASTRO DO ARQCLI NA IMAGEM ANTES --
       01 WRK-AQL-CADASTRO-ANT.
          05 WRK-AQA-NOME         PIC X(30).
          05 WRK-AQA-MOEDA        PIC X(03).
          05 WRK-AQA-STATUS       PIC X(01).
          05 WRK-AQA-PRODUTO      PIC X(03).
      *------------- CONTAGENS DA ENTIDADE ---------------
       77 WRK-QTD-INCLUSOES       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ALTERACOES      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXCLUSOES       PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DETALHES        PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-JRN-REGISTOS    PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-JRN-CHAVES      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-SEM-JORNAL      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-SEM-ALTERACAO   PIC 9(09) VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-LIDOS      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IMAGEM     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DETALHES   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-NAO-AMARR  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0400-PROCESSAR-ENTIDADE
               VARYING WRK-ENT-IDX FROM 1 BY 1
               UNTIL WRK-ENT-IDX > 5.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-MODO FROM SYSIN.
           IF WRK-MODO EQUAL SPACES
             MOVE "D" TO WRK-MODO
           END-IF.
           IF WRK-MODO NOT EQUAL "D" AND WRK-MODO NOT EQUAL "C"
             DISPLAY "MODO INVALIDO " WRK-MODO " - USE D OU C"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DATACTL - STATUS "
                     WRK-FS-DATACTL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "DATACTL SEM DATA DE NEGOCIO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-NEGOCIO.
           CLOSE CTD.
           IF WRK-MODO EQUAL "C"
             DISPLAY "CARGA INICIAL - IMAGEM ANTERIOR IGNORADA"
             MOVE "S" TO WRK-FIM-ANT
           ELSE
             PERFORM 0110-ABRIR-IMAGEM-ANT
           END-IF.
           OPEN OUTPUT NOV.
           IF WRK-FS-CDCNOV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CDCNOV - STATUS "
                     WRK-FS-CDCNOV
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES           TO REG-CDCNOV.
           MOVE "H"              TO NOV-TIPO.
           MOVE ZEROS            TO NOV-ORDEM.
           MOVE "CDCIMAGE"       TO NOV-ENTIDADE.
           MOVE WRK-DATA-NEGOCIO TO NOV-DATA-IMAGEM.
           WRITE REG-CDCNOV.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  A IMAGEM ANTERIOR COMECA PELO CABECALHO COM A *
      *  DATA DE NEGOCIO EM QUE FOI TIRADA             *
      **************************************************
       0110-ABRIR-IMAGEM-ANT                     SECTION.
           OPEN INPUT ANT.
           IF WRK-FS-CDCANT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CDCANT - STATUS "
                     WRK-FS-CDCANT
             DISPLAY "SEM IMAGEM ANTERIOR CORRER A CARGA INICIAL (C)"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ ANT.
           IF WRK-FS-CDCANT NOT EQUAL "00" OR
              ANT-TIPO NOT EQUAL "H"
             DISPLAY "CDCANT SEM CABECALHO DE IMAGEM"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE ANT-DATA-IMAGEM TO WRK-DATA-ANT.
           IF WRK-DATA-ANT NOT LESS THAN WRK-DATA-NEGOCIO
             DISPLAY "IMAGEM ANTERIOR DE " WRK-DATA-ANT
                     " NAO E ANTERIOR A " WRK-DATA-NEGOCIO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ ANT.
           IF WRK-FS-CDCANT NOT EQUAL "00"
             MOVE "S" TO WRK-FIM-ANT
           END-IF.
       0110-ABRIR-IMAGEM-ANT-FIM.  EXIT.
      **************************************************
      *  CASAMENTO DO MESTRE COM A IMAGEM ANTERIOR,    *
      *  AMBOS POR ORDEM DE CHAVE                      *
      **************************************************
       0400-PROCESSAR-ENTIDADE                   SECTION.
           MOVE ZEROS TO WRK-QTD-INCLUSOES WRK-QTD-ALTERACOES
                         WRK-QTD-EXCLUSOES WRK-QTD-DETALHES
                         WRK-QTD-JRN-REGISTOS WRK-QTD-JRN-CHAVES
                         WRK-QTD-SEM-JORNAL WRK-QTD-SEM-ALTERACAO.
           PERFORM 0410-ABRIR-MESTRE.
           PERFORM 0450-ABRIR-EXTRATO.
           PERFORM 0470-CARREGAR-JORNAL.
           PERFORM 0420-LER-MESTRE.
           PERFORM 0430-POSICIONAR-ANT.
           PERFORM 0440-COMPARAR
               UNTIL WRK-CHAVE-ATU EQUAL HIGH-VALUES
                 AND WRK-CHAVE-ANT EQUAL HIGH-VALUES.
           PERFORM 0480-FECHAR-EXTRATO.
       0400-PROCESSAR-ENTIDADE-FIM.  EXIT.
      **************************************************
       0410-ABRIR-MESTRE                         SECTION.
           EVALUATE WRK-ENT-IDX
             WHEN 1 OPEN INPUT AQL
             WHEN 2 OPEN INPUT CLM
             WHEN 3 OPEN INPUT EMP
             WHEN 4 OPEN INPUT DEP
             WHEN 5 OPEN INPUT CAR
           END-EVALUATE.
      *    SEM O MESTRE A COMPARACAO DARIA TUDO COMO EXCLUIDO
           IF WRK-FS-MESTRE NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA " WRK-ENT-NOME (WRK-ENT-IDX)
                     " - STATUS " WRK-FS-MESTRE
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0410-ABRIR-MESTRE-FIM. EXIT.
      **************************************************
       0420-LER-MESTRE                           SECTION.
           MOVE SPACES TO WRK-IMG-ATU.
           EVALUATE WRK-ENT-IDX
             WHEN 1
               READ AQL NEXT RECORD
               MOVE REG-ARQCLI       TO WRK-IMG-ATU
               MOVE REG-ARQCLI-CHAVE TO WRK-CHAVE-ATU
             WHEN 2
               READ CLM NEXT RECORD
               MOVE REG-CLIMST       TO WRK-IMG-ATU
               MOVE CLI-CHAVE        TO WRK-CHAVE-ATU
             WHEN 3
               READ EMP NEXT RECORD
               MOVE REG-EMPRST       TO WRK-IMG-ATU
               MOVE EMP-ID           TO WRK-CHAVE-ATU
             WHEN 4
               READ DEP NEXT RECORD
               MOVE REG-DEPPRAZO     TO WRK-IMG-ATU
               MOVE DEP-ID           TO WRK-CHAVE-ATU
             WHEN 5
               READ CAR NEXT RECORD
               MOVE REG-CARTMST      TO WRK-IMG-ATU
               MOVE CAR-NUMERO       TO WRK-CHAVE-ATU
           END-EVALUATE.
           IF WRK-FS-MESTRE EQUAL "00"
             ADD 1 TO WRK-CONTADOR-LIDOS
           ELSE
             IF WRK-FS-MESTRE NOT EQUAL "10"
               DISPLAY "ERRO NA LEITURA " WRK-ENT-NOME (WRK-ENT-IDX)
                       " - STATUS " WRK-FS-MESTRE
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE HIGH-VALUES TO WRK-CHAVE-ATU
           END-IF.
       0420-LER-MESTRE-FIM.   EXIT.
      **************************************************
      *  POSICIONA A IMAGEM ANTERIOR NA ENTIDADE EM    *
      *  CURSO - REGISTO DE ENTIDADE SEGUINTE FICA A   *
      *  ESPERA E A CHAVE ANTERIOR VAI A HIGH-VALUES   *
      **************************************************
       0430-POSICIONAR-ANT                       SECTION.
       0431-TESTAR-ANT.
           IF WRK-FIM-ANT EQUAL "S"
             MOVE HIGH-VALUES TO WRK-CHAVE-ANT
             GO TO 0430-POSICIONAR-ANT-FIM
           END-IF.
           IF ANT-TIPO NOT EQUAL "D" OR
              ANT-ORDEM LESS THAN WRK-ENT-IDX
             READ ANT
             IF WRK-FS-CDCANT NOT EQUAL "00"
               MOVE "S" TO WRK-FIM-ANT
             END-IF
             GO TO 0431-TESTAR-ANT
           END-IF.
           IF ANT-ORDEM GREATER THAN WRK-ENT-IDX
             MOVE HIGH-VALUES TO WRK-CHAVE-ANT
             GO TO 0430-POSICIONAR-ANT-FIM
           END-IF.
           MOVE ANT-CHAVE TO WRK-CHAVE-ANT.
           MOVE ANT-DADOS TO WRK-IMG-ANT.
       0430-POSICIONAR-ANT-FIM.  EXIT.
      **************************************************
       0435-LER-ANT                              SECTION.
           IF WRK-FIM-ANT NOT EQUAL "S"
             READ ANT
             IF WRK-FS-CDCANT NOT EQUAL "00"
               MOVE "S" TO WRK-FIM-ANT
             END-IF
           END-IF.
           PERFORM 0430-POSICIONAR-ANT.
       0435-LER-ANT-FIM.      EXIT.
      **************************************************
      *  CHAVE SO NO MESTRE = INCLUSAO (OU CARGA),     *
      *  SO NA IMAGEM = EXCLUSAO, NAS DUAS COM DADOS   *
      *  DIFERENTES = ALTERACAO                        *
      **************************************************
       0440-COMPARAR                             SECTION.
           IF WRK-CHAVE-ATU EQUAL WRK-CHAVE-ANT
             IF WRK-IMG-ATU NOT EQUAL WRK-IMG-ANT
               MOVE "U"           TO WRK-OPERACAO
               MOVE "S"           TO WRK-TEM-ANTES
               MOVE "S"           TO WRK-TEM-DEPOIS
               MOVE WRK-CHAVE-ATU TO WRK-CHAVE-DET
               PERFORM 0460-GRAVAR-DETALHE
             END-IF
             PERFORM 0445-GRAVAR-IMAGEM
             PERFORM 0420-LER-MESTRE
             PERFORM 0435-LER-ANT
             GO TO 0440-COMPARAR-FIM
           END-IF.
           IF WRK-CHAVE-ATU LESS THAN WRK-CHAVE-ANT
             IF WRK-MODO EQUAL "C"
               MOVE "C"           TO WRK-OPERACAO
             ELSE
               MOVE "I"           TO WRK-OPERACAO
             END-IF
             MOVE "N"             TO WRK-TEM-ANTES
             MOVE "S"             TO WRK-TEM-DEPOIS
             MOVE WRK-CHAVE-ATU   TO WRK-CHAVE-DET
             PERFORM 0460-GRAVAR-DETALHE
             PERFORM 0445-GRAVAR-IMAGEM
             PERFORM 0420-LER-MESTRE
           ELSE
             MOVE "D"             TO WRK-OPERACAO
             MOVE "S"             TO WRK-TEM-ANTES
             MOVE "N"             TO WRK-TEM-DEPOIS
             MOVE WRK-CHAVE-ANT   TO WRK-CHAVE-DET
             PERFORM 0460-GRAVAR-DETALHE
             PERFORM 0435-LER-ANT
           END-IF.
       0440-COMPARAR-FIM.     EXIT.
      **************************************************
       0445-GRAVAR-IMAGEM                        SECTION.
           MOVE "D"                        TO NOV-TIPO.
           MOVE WRK-ENT-IDX                TO NOV-ORDEM.
           MOVE WRK-ENT-NOME (WRK-ENT-IDX) TO NOV-ENTIDADE.
           MOVE WRK-CHAVE-ATU              TO NOV-CHAVE.
           MOVE WRK-IMG-ATU                TO NOV-DADOS.
           WRITE REG-CDCNOV.
           IF WRK-FS-CDCNOV NOT EQUAL "00"
             DISPLAY "ERRO NA GRAVACAO CDCNOV - STATUS "
                     WRK-FS-CDCNOV
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WRK-CONTADOR-IMAGEM.
       0445-GRAVAR-IMAGEM-FIM.  EXIT.
      **************************************************
       0450-ABRIR-EXTRATO                        SECTION.
           EVALUATE WRK-ENT-IDX
             WHEN 1 OPEN OUTPUT XAQ
             WHEN 2 OPEN OUTPUT XCL
             WHEN 3 OPEN OUTPUT XEM
             WHEN 4 OPEN OUTPUT XDP
             WHEN 5 OPEN OUTPUT XCR
           END-EVALUATE.
           IF WRK-FS-EXTRATO NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DO EXTRATO "
                     WRK-ENT-NOME (WRK-ENT-IDX)
                     " - STATUS " WRK-FS-EXTRATO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES TO WRK-LINHA-CDC.
           IF WRK-MODO EQUAL "C"
             STRING "H;" WRK-ENT-NOME (WRK-ENT-IDX) ";"
                    WRK-DATA-NEGOCIO ";CARGA;" WRK-DATA-ANT
                    DELIMITED BY SIZE INTO WRK-LINHA-CDC
           ELSE
             STRING "H;" WRK-ENT-NOME (WRK-ENT-IDX) ";"
                    WRK-DATA-NEGOCIO ";DIARIO;" WRK-DATA-ANT
                    DELIMITED BY SIZE INTO WRK-LINHA-CDC
           END-IF.
           PERFORM 0465-ESCREVER-EXTRATO.
       0450-ABRIR-EXTRATO-FIM.  EXIT.
      **************************************************
      *  D;OPERACAO;CHAVE;DATA;CAMPOS ANTES;CAMPOS     *
      *  DEPOIS - IMAGEM QUE NAO EXISTE SAI VAZIA      *
      **************************************************
       0460-GRAVAR-DETALHE                       SECTION.
           MOVE SPACES TO WRK-LINHA-CDC.
           MOVE 1      TO WRK-PONTEIRO.
           STRING "D;" WRK-OPERACAO ";"
                  WRK-CHAVE-DET(1:WRK-ENT-TAM-CHAVE (WRK-ENT-IDX))
                  ";" WRK-DATA-NEGOCIO ";"
                  DELIMITED BY SIZE INTO WRK-LINHA-CDC
                  WITH POINTER WRK-PONTEIRO.
           IF WRK-TEM-ANTES EQUAL "S"
             MOVE WRK-IMG-ANT TO WRK-IMAGEM
             PERFORM 0500-FORMATAR-IMAGEM
           ELSE
             PERFORM 0510-CAMPOS-VAZIOS
           END-IF.
           STRING ";" DELIMITED BY SIZE INTO WRK-LINHA-CDC
                  WITH POINTER WRK-PONTEIRO.
           IF WRK-TEM-DEPOIS EQUAL "S"
             MOVE WRK-IMG-ATU TO WRK-IMAGEM
             PERFORM 0500-FORMATAR-IMAGEM
           ELSE
             PERFORM 0510-CAMPOS-VAZIOS
           END-IF.
           PERFORM 0465-ESCREVER-EXTRATO.
           ADD 1 TO WRK-QTD-DETALHES.
           ADD 1 TO WRK-CONTADOR-DETALHES.
           EVALUATE WRK-OPERACAO
             WHEN "U"     ADD 1 TO WRK-QTD-ALTERACOES
             WHEN "D"     ADD 1 TO WRK-QTD-EXCLUSOES
             WHEN OTHER   ADD 1 TO WRK-QTD-INCLUSOES
           END-EVALUATE.
           IF WRK-JRN-DISPONIVEL EQUAL "S"
             PERFORM 0475-AMARRAR-JORNAL
           END-IF.
       0460-GRAVAR-DETALHE-FIM.  EXIT.
      **************************************************
       0465-ESCREVER-EXTRATO                     SECTION.
           EVALUATE WRK-ENT-IDX
             WHEN 1 WRITE REG-CDCAQL FROM WRK-LINHA-CDC
             WHEN 2 WRITE REG-CDCCLI FROM WRK-LINHA-CDC
             WHEN 3 WRITE REG-CDCEMP FROM WRK-LINHA-CDC
             WHEN 4 WRITE REG-CDCDEP FROM WRK-LINHA-CDC
             WHEN 5 WRITE REG-CDCCAR FROM WRK-LINHA-CDC
           END-EVALUATE.
           IF WRK-FS-EXTRATO NOT EQUAL "00"
             DISPLAY "ERRO NA GRAVACAO DO EXTRATO "
                     WRK-ENT-NOME (WRK-ENT-IDX)
                     " - STATUS " WRK-FS-EXTRATO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0465-ESCREVER-EXTRATO-FIM.  EXIT.
      **************************************************
      *  CHAVES DO ARQCLIAUD/CLIMSTAUD COM DATA DEPOIS *
      *  DA IMAGEM ANTERIOR E ATE A DATA DE NEGOCIO    *
      **************************************************
       0470-CARREGAR-JORNAL                      SECTION.
           MOVE "N"   TO WRK-JRN-DISPONIVEL.
           MOVE ZEROS TO WRK-JRN-QTD.
           IF WRK-MODO EQUAL "C" OR WRK-ENT-IDX GREATER THAN 2
             GO TO 0470-CARREGAR-JORNAL-FIM
           END-IF.
           IF WRK-ENT-IDX EQUAL 1
             OPEN INPUT AUD
           ELSE
             OPEN INPUT CAU
           END-IF.
           IF WRK-FS-JORNAL NOT EQUAL "00"
             DISPLAY "JORNAL DO " WRK-ENT-NOME (WRK-ENT-IDX)
                     " INDISPONIVEL - STATUS " WRK-FS-JORNAL
                     " - EXTRATO NAO AMARRADO"
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
             GO TO 0470-CARREGAR-JORNAL-FIM
           END-IF.
           MOVE "S" TO WRK-JRN-DISPONIVEL.
           PERFORM 0472-LER-JORNAL.
           PERFORM UNTIL WRK-FS-JORNAL NOT EQUAL "00"
             IF WRK-JRN-DATA GREATER THAN WRK-DATA-ANT AND
                WRK-JRN-DATA NOT GREATER THAN WRK-DATA-NEGOCIO
               ADD 1 TO WRK-QTD-JRN-REGISTOS
               PERFORM 0474-GUARDAR-CHAVE
             END-IF
             PERFORM 0472-LER-JORNAL
           END-PERFORM.
           IF WRK-ENT-IDX EQUAL 1
             CLOSE AUD
           ELSE
             CLOSE CAU
           END-IF.
           MOVE WRK-JRN-QTD TO WRK-QTD-JRN-CHAVES.
       0470-CARREGAR-JORNAL-FIM.  EXIT.
      **************************************************
       0472-LER-JORNAL                           SECTION.
           IF WRK-ENT-IDX EQUAL 1
             READ AUD
             MOVE AUD-DATA  TO WRK-JRN-DATA
             MOVE AUD-CHAVE TO WRK-JRN-CHAVE-LIDA
           ELSE
             READ CAU
             MOVE CAU-DATA  TO WRK-JRN-DATA
             MOVE CAU-CHAVE TO WRK-JRN-CHAVE-LIDA
           END-IF.
       0472-LER-JORNAL-FIM.   EXIT.
      **************************************************
       0474-GUARDAR-CHAVE                        SECTION.
           MOVE "N" TO WRK-JRN-ACHOU.
           PERFORM VARYING WRK-JRN-SUB FROM 1 BY 1
                   UNTIL WRK-JRN-SUB > WRK-JRN-QTD
                      OR WRK-JRN-ACHOU EQUAL "S"
             IF WRK-JRN-CHAVE (WRK-JRN-SUB) EQUAL WRK-JRN-CHAVE-LIDA
               MOVE "S" TO WRK-JRN-ACHOU
             END-IF
           END-PERFORM.
           IF WRK-JRN-ACHOU EQUAL "N"
             IF WRK-JRN-QTD LESS THAN 5000
               ADD 1 TO WRK-JRN-QTD
               MOVE WRK-JRN-CHAVE-LIDA TO WRK-JRN-CHAVE (WRK-JRN-QTD)
               MOVE "N" TO WRK-JRN-ALTERADA (WRK-JRN-QTD)
             ELSE
               DISPLAY "TABELA DO JORNAL CHEIA - CHAVE "
                       WRK-JRN-CHAVE-LIDA " NAO AMARRADA"
             END-IF
           END-IF.
       0474-GUARDAR-CHAVE-FIM.  EXIT.
      **************************************************
      *  A CHAVE ALTERADA TEM DE ESTAR NO JORNAL; A     *
      *  CONTA DO ARQCLI QUE SO MUDOU O SALDO E A DATA *
      *  DO ULTIMO MOVIMENTO VEM DOS LANCAMENTOS DO    *
      *  DIA E NAO CONTA COMO ALTERACAO SEM JORNAL     *
      **************************************************
       0475-AMARRAR-JORNAL                       SECTION.
           MOVE "N" TO WRK-JRN-ACHOU.
           MOVE "N" TO WRK-JRN-SO-MOVIMENTO.
           IF WRK-ENT-IDX EQUAL 1 AND WRK-OPERACAO EQUAL "U"
             MOVE WRK-IMG-ANT     TO WRK-IMAGEM
             MOVE WRK-AQ-NOME     TO WRK-AQA-NOME
             MOVE WRK-AQ-MOEDA    TO WRK-AQA-MOEDA
             MOVE WRK-AQ-STATUS   TO WRK-AQA-STATUS
             MOVE WRK-AQ-PRODUTO  TO WRK-AQA-PRODUTO
             MOVE WRK-IMG-ATU     TO WRK-IMAGEM
             IF WRK-AQ-NOME    EQUAL WRK-AQA-NOME   AND
                WRK-AQ-MOEDA   EQUAL WRK-AQA-MOEDA  AND
                WRK-AQ-STATUS  EQUAL WRK-AQA-STATUS AND
                WRK-AQ-PRODUTO EQUAL WRK-AQA-PRODUTO
               MOVE "S" TO WRK-JRN-SO-MOVIMENTO
             END-IF
           END-IF.
           PERFORM VARYING WRK-JRN-SUB FROM 1 BY 1
                   UNTIL WRK-JRN-SUB > WRK-JRN-QTD
                      OR WRK-JRN-ACHOU EQUAL "S"
             IF WRK-JRN-CHAVE (WRK-JRN-SUB) EQUAL WRK-CHAVE-DET(1:9)
               MOVE "S" TO WRK-JRN-ACHOU
               MOVE "S" TO WRK-JRN-ALTERADA (WRK-JRN-SUB)
             END-IF
           END-PERFORM.
           IF WRK-JRN-ACHOU EQUAL "N" AND
              WRK-JRN-SO-MOVIMENTO EQUAL "N"
             ADD 1 TO WRK-QTD-SEM-JORNAL
             DISPLAY WRK-ENT-NOME (WRK-ENT-IDX) " " WRK-OPERACAO
                     " " WRK-CHAVE-DET(1:9) " - ALTERACAO SEM JORNAL"
           END-IF.
       0475-AMARRAR-JORNAL-FIM.  EXIT.
      **************************************************
      *  TRAILER T;ENTIDADE;INCLUSOES;ALTERACOES;      *
      *  EXCLUSOES;DETALHES;REGISTOS DO JORNAL;CHAVES  *
      *  DO JORNAL;SEM JORNAL;JORNAL SEM ALTERACAO     *
      **************************************************
       0480-FECHAR-EXTRATO                       SECTION.
           IF WRK-JRN-DISPONIVEL EQUAL "S"
             PERFORM VARYING WRK-JRN-SUB FROM 1 BY 1
                     UNTIL WRK-JRN-SUB > WRK-JRN-QTD
               IF WRK-JRN-ALTERADA (WRK-JRN-SUB) EQUAL "N"
                 ADD 1 TO WRK-QTD-SEM-ALTERACAO
                 DISPLAY WRK-ENT-NOME (WRK-ENT-IDX) " "
                         WRK-JRN-CHAVE (WRK-JRN-SUB)
                         " - JORNAL SEM ALTERACAO NO MESTRE"
               END-IF
             END-PERFORM
           END-IF.
           IF WRK-QTD-SEM-JORNAL NOT EQUAL ZEROS OR
              WRK-QTD-SEM-ALTERACAO NOT EQUAL ZEROS
             ADD 1 TO WRK-CONTADOR-NAO-AMARR
             IF RETURN-CODE LESS THAN 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA-CDC.
           STRING "T;" WRK-ENT-NOME (WRK-ENT-IDX) ";"
                  WRK-QTD-INCLUSOES     ";"
                  WRK-QTD-ALTERACOES    ";"
                  WRK-QTD-EXCLUSOES     ";"
                  WRK-QTD-DETALHES      ";"
                  WRK-QTD-JRN-REGISTOS  ";"
                  WRK-QTD-JRN-CHAVES    ";"
                  WRK-QTD-SEM-JORNAL    ";"
                  WRK-QTD-SEM-ALTERACAO
                  DELIMITED BY SIZE INTO WRK-LINHA-CDC.
           PERFORM 0465-ESCREVER-EXTRATO.
           DISPLAY WRK-LINHA-CDC(1:120).
           EVALUATE WRK-ENT-IDX
             WHEN 1 CLOSE XAQ AQL
             WHEN 2 CLOSE XCL CLM
             WHEN 3 CLOSE XEM EMP
             WHEN 4 CLOSE XDP DEP
             WHEN 5 CLOSE XCR CAR
           END-EVALUATE.
       0480-FECHAR-EXTRATO-FIM.  EXIT.
      **************************************************
      *  CAMPOS DA IMAGEM SEPARADOS POR ";" A PARTIR   *
      *  DE WRK-PONTEIRO                               *
      **************************************************
       0500-FORMATAR-IMAGEM                      SECTION.
           EVALUATE WRK-ENT-IDX
             WHEN 1
               MOVE WRK-AQ-SALDO TO WRK-ED-SALDO
               STRING WRK-AQ-CHAVE     ";" WRK-AQ-NOME      ";"
                      WRK-ED-SALDO     ";" WRK-AQ-MOEDA     ";"
                      WRK-AQ-STATUS    ";" WRK-AQ-ULT-MOVTO ";"
                      WRK-AQ-PRODUTO
                      DELIMITED BY SIZE INTO WRK-LINHA-CDC
                      WITH POINTER WRK-PONTEIRO
             WHEN 2
               STRING WRK-CL-CHAVE         ";" WRK-CL-NOME        ";"
                      WRK-CL-MORADA1       ";" WRK-CL-MORADA2     ";"
                      WRK-CL-CODPOSTAL     ";" WRK-CL-LOCALIDADE  ";"
                      WRK-CL-NIF           ";" WRK-CL-DATA-NASC   ";"
                      WRK-CL-TELEFONE      ";" WRK-CL-EMAIL       ";"
                      WRK-CL-FALECIDO      ";" WRK-CL-DATA-OBITO  ";"
                      WRK-CL-PAIS-FISCAL   ";" WRK-CL-NIF-ESTRANG ";"
                      WRK-CL-EUA           ";" WRK-CL-DATA-AUTOCERT ";"
                      WRK-CL-DOC-TIPO      ";" WRK-CL-DOC-NUMERO  ";"
                      WRK-CL-DOC-VALIDADE  ";" WRK-CL-RISCO       ";"
                      WRK-CL-DATA-REVISAO  ";" WRK-CL-MORADA-DEVOL ";"
                      WRK-CL-DATA-DEVOL    ";" WRK-CL-DOC-DEVOL
                      DELIMITED BY SIZE INTO WRK-LINHA-CDC
                      WITH POINTER WRK-PONTEIRO
             WHEN 3
               MOVE WRK-EM-CAPITAL    TO WRK-ED-VALOR7A
               MOVE WRK-EM-SALDO-DEV  TO WRK-ED-VALOR7B
               MOVE WRK-EM-PRESTACAO  TO WRK-ED-VALOR6
               MOVE WRK-EM-TAXA-ANUAL TO WRK-ED-TAXA-A
               MOVE WRK-EM-SPREAD     TO WRK-ED-TAXA-B
               STRING WRK-EM-CHAVE         ";" WRK-EM-NUM         ";"
                      WRK-ED-VALOR7A       ";" WRK-ED-TAXA-A      ";"
                      WRK-EM-PRAZO-MESES   ";" WRK-ED-VALOR6      ";"
                      WRK-EM-PROX-PREST    ";" WRK-ED-VALOR7B     ";"
                      WRK-EM-STATUS        ";" WRK-EM-TIPO-TAXA   ";"
                      WRK-EM-INDEXANTE     ";" WRK-ED-TAXA-B      ";"
                      WRK-EM-PERIODO-REV   ";" WRK-EM-DATA-REVISAO ";"
                      WRK-EM-REESTRUT      ";" WRK-EM-DATA-FIM-PROVA
                      ";" WRK-EM-COBRANCA
                      DELIMITED BY SIZE INTO WRK-LINHA-CDC
                      WITH POINTER WRK-PONTEIRO
             WHEN 4
               MOVE WRK-DP-CAPITAL    TO WRK-ED-VALOR7A
               MOVE WRK-DP-TAXA       TO WRK-ED-TAXA-A
               STRING WRK-DP-CHAVE         ";" WRK-DP-NUM         ";"
                      WRK-ED-VALOR7A       ";" WRK-ED-TAXA-A      ";"
                      WRK-DP-DATA-INI      ";" WRK-DP-DATA-VENC   ";"
                      WRK-DP-RENOVACAO     ";" WRK-DP-STATUS
                      DELIMITED BY SIZE INTO WRK-LINHA-CDC
                      WITH POINTER WRK-PONTEIRO
             WHEN 5
               MOVE WRK-CR-LIM-DIARIO TO WRK-ED-VALOR6
               STRING WRK-CR-NUMERO        ";" WRK-CR-CHAVE       ";"
                      WRK-CR-STATUS        ";" WRK-CR-VALIDADE    ";"
                      WRK-ED-VALOR6        ";" WRK-CR-REPRESENTANTE
                      DELIMITED BY SIZE INTO WRK-LINHA-CDC
                      WITH POINTER WRK-PONTEIRO
           END-EVALUATE.
       0500-FORMATAR-IMAGEM-FIM.  EXIT.
      **************************************************
       0510-CAMPOS-VAZIOS                        SECTION.
           COMPUTE WRK-VAZIOS = WRK-ENT-CAMPOS (WRK-ENT-IDX) - 1.
           PERFORM WRK-VAZIOS TIMES
             STRING ";" DELIMITED BY SIZE INTO WRK-LINHA-CDC
                    WITH POINTER WRK-PONTEIRO
           END-PERFORM.
       0510-CAMPOS-VAZIOS-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LIDOS TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "REGISTOS DOS MESTRES.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-IMAGEM TO WRK-CONTADOR-IDE.
           DISPLAY "IMAGEM NOVA GRAVADA... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-DETALHES TO WRK-CONTADOR-IDE.
           DISPLAY "DETALHES EXTRAIDOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-NAO-AMARR TO WRK-CONTADOR-IDE.
           DISPLAY "ENTIDADES NAO AMARRAD. " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-MODO NOT EQUAL "C"
             CLOSE ANT
           END-IF.
           CLOSE NOV.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

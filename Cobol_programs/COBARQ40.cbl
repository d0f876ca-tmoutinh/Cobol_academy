       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ40.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: COMUNICACAO MENSAL A CENTRAL DE
      *            RESPONSABILIDADES DE CREDITO - UM REGISTO
      *            POR EXPOSICAO E DEVEDOR (NIF DA FICHA DO
      *            CLIMST DO TITULAR DA CONTA, MAIS OS
      *            COTITULARES DO TITULARES COMO CODEVEDORES):
      *            E - EMPRESTIMOS DO EMPRST (CAPITAL, SALDO
      *                DEVEDOR, PRAZO, ESTADO E DIAS DE ATRASO
      *                NOS ESCALOES DO COBVSA37)
      *            L - LINHAS DE DESCOBERTO DO LIMITES EM
      *                VIGOR (LIMITE E UTILIZADO)
      *            D - DESCOBERTOS DO ARQCLI SEM LINHA
      *            GRAVA O FICHEIRO CRCREP (CABECALHO 0,
      *            DETALHE 1, RODAPE 9) E O RELATORIO DE
      *            CONTROLO CRCCTL QUE BATE O REPORTADO COM OS
      *            TOTAIS DA CARTEIRA DE EMPRESTIMOS
      *            DATA DE REFERENCIA NO SYSIN (AAAAMMDD, EM
      *            BRANCO = DATA DE NEGOCIO DO DATACTL)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * IMPPARM     INPUT       BOOKIMP
      * EMPRST      INPUT       -----
      * ARQCLI      INPUT       -----
      * LIMITES     INPUT       -----
      * CLIMST      INPUT       -----
      * TITULARES   INPUT       -----
      * CRCREP      OUTPUT      -----   (FICHEIRO DA CENTRAL)
      * CRCCTL      OUTPUT      -----   (RELATORIO CONTROLO)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT IMP ASSIGN TO IMPPARM
           FILE STATUS IS WRK-FS-IMPPARM.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT LIM ASSIGN TO LIMITES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS LIM-CHAVE
           FILE STATUS   IS WRK-FS-LIMITES.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.

           SELECT REP ASSIGN TO CRCREP
           FILE STATUS IS WRK-FS-CRCREP.

           SELECT REL ASSIGN TO CRCCTL
           FILE STATUS IS WRK-FS-CRCCTL.
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

       FD IMP
           RECORDING MODE IS F.
       COPY BOOKIMP.

       FD EMP.
       01 REG-EMPRST.
          05 EMP-ID.
             10 EMP-CHAVE         PIC X(09).
             10 EMP-NUM           PIC 9(03).
          05 EMP-CAPITAL          PIC 9(07)V99.
          05 EMP-TAXA-ANUAL       PIC 9(02)V9(04).
          05 EMP-PRAZO-MESES      PIC 9(03).
          05 EMP-PRESTACAO        PIC 9(06)V99.
          05 EMP-PROX-PREST       PIC 9(08).
          05 EMP-SALDO-DEV        PIC 9(07)V99.
          05 EMP-STATUS           PIC X(01).
          05 EMP-TIPO-TAXA        PIC X(01).
          05 EMP-INDEXANTE        PIC X(06).
          05 EMP-SPREAD           PIC 9(02)V9(04).
          05 EMP-PERIODO-REV      PIC 9(02).
          05 EMP-DATA-REVISAO     PIC 9(08).
          05 EMP-REESTRUT         PIC X(01).
          05 EMP-DATA-FIM-PROVA   PIC 9(08).
          05 EMP-COBRANCA         PIC X(01).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD LIM.
       01 REG-LIMITES.
          05 LIM-CHAVE            PIC X(09).
          05 LIM-VALOR            PIC 9(06)V99.
          05 LIM-DATA-FIM         PIC 9(08).

       FD CLM.
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

       FD TIT.
       01 REG-TITULARES.
          05 TIT-ID.
             10 TIT-CHAVE         PIC X(09).
             10 TIT-CLIENTE       PIC X(09).
          05 TIT-PAPEL            PIC X(01).

       FD REP
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CRCREP              PIC X(120).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CRCCTL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-IMPPARM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-LIMITES          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRCREP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRCCTL           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-LIMITES         PIC X(01) VALUE "N".
       77 WRK-TEM-TITULARES       PIC X(01) VALUE "N".
       77 WRK-EOF-TITULARES       PIC X(01) VALUE "N".
       77 WRK-DATA-PARM           PIC X(08) VALUE SPACES.
       01 WRK-DATA-PROC.
          05 WRK-PROC-ANOMES      PIC 9(06).
          05 WRK-PROC-DIA         PIC 9(02).
       01 WRK-DATA-PROC-NUM REDEFINES WRK-DATA-PROC PIC 9(08).
       77 WRK-NIF-BANCO           PIC 9(09) VALUE ZEROS.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
       77 WRK-DIAS-ATRASO         PIC S9(05) COMP VALUE ZEROS.
      *------------- EXPOSICAO EM CURSO -------------------
       01 WRK-EXPOSICAO.
          05 WRK-EXP-CONTA        PIC X(09).
          05 WRK-EXP-PRODUTO      PIC X(01).
          05 WRK-EXP-CONTRATO     PIC X(12).
          05 WRK-EXP-MOEDA        PIC X(03).
          05 WRK-EXP-MONTANTE     PIC 9(11)V99.
          05 WRK-EXP-SALDO        PIC 9(11)V99.
          05 WRK-EXP-PRAZO        PIC 9(03).
          05 WRK-EXP-ESTADO       PIC X(01).
          05 WRK-EXP-DIAS         PIC 9(05).
          05 WRK-EXP-ESCALAO      PIC 9(01).
      *------------- TOTAIS DE CONTROLO (E / L / D) -------
      *  CARTEIRA = TUDO O QUE FOI LIDO; REPORTADO = SO O
      *  QUE SAIU NO REGISTO DO DEVEDOR PRINCIPAL; SEM
      *  FICHA = EXPOSICAO SEM NIF, FORA DO FICHEIRO
       01 WRK-CTL-TAB.
          05 WRK-CTL-PRODUTO OCCURS 3 TIMES.
             10 WRK-CTL-LIDOS     PIC 9(07).
             10 WRK-CTL-SALDO-LID PIC 9(13)V99.
             10 WRK-CTL-REPORT    PIC 9(07).
             10 WRK-CTL-SALDO-REP PIC 9(13)V99.
             10 WRK-CTL-SEMFICHA  PIC 9(07).
             10 WRK-CTL-SALDO-SEM PIC 9(13)V99.
       77 WRK-SUB                 PIC 9(01) COMP VALUE ZERO.
       01 WRK-ESC-TAB.
          05 WRK-ESC-CONTRATOS OCCURS 7 TIMES PIC 9(07).
       77 WRK-ESC-SUB             PIC 9(01) COMP VALUE ZERO.
       77 WRK-CONTADOR-DETALHE    PIC 9(07) VALUE 0.
       77 WRK-CONTADOR-CODEV      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-LIQUIDADOS PIC 9(07) VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOT-MONTANTE        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOT-SALDO           PIC 9(13)V99 VALUE ZEROS.
      *------------- REGISTOS DO FICHEIRO (CRCREP) --------
       01 WRK-REP-CAB.
          05 WRK-RC-TIPO          PIC X(01) VALUE "0".
          05 WRK-RC-ANOMES        PIC 9(06).
          05 WRK-RC-NIF-BANCO     PIC 9(09).
          05 WRK-RC-DESCRICAO     PIC X(30) VALUE
             "CENTRAL RESPONSABILIDADES CRED".
          05 FILLER               PIC X(74) VALUE SPACES.
       01 WRK-REP-DET.
          05 WRK-RD-TIPO          PIC X(01) VALUE "1".
          05 WRK-RD-ANOMES        PIC 9(06).
          05 WRK-RD-NIF           PIC 9(09).
      *       T-DEVEDOR PRINCIPAL  C-CODEVEDOR
          05 WRK-RD-PAPEL         PIC X(01).
          05 WRK-RD-PRODUTO       PIC X(01).
          05 WRK-RD-CONTRATO      PIC X(12).
          05 WRK-RD-MOEDA         PIC X(03).
          05 WRK-RD-MONTANTE      PIC 9(11)V99.
          05 WRK-RD-SALDO         PIC 9(11)V99.
          05 WRK-RD-PRAZO         PIC 9(03).
          05 WRK-RD-ESTADO        PIC X(01).
          05 WRK-RD-DIAS          PIC 9(05).
          05 WRK-RD-ESCALAO       PIC 9(01).
          05 WRK-RD-NOME          PIC X(30).
          05 FILLER               PIC X(21) VALUE SPACES.
       01 WRK-REP-TRL.
          05 WRK-RT-TIPO          PIC X(01) VALUE "9".
          05 WRK-RT-ANOMES        PIC 9(06).
          05 WRK-RT-QTD           PIC 9(07).
          05 WRK-RT-MONTANTE      PIC 9(13)V99.
          05 WRK-RT-SALDO         PIC 9(13)V99.
          05 FILLER               PIC X(76) VALUE SPACES.
      *------------- LINHAS DO RELATORIO DE CONTROLO -----
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "CENTRAL DE RESPONSABILIDADES - CONTROLO ".
          05 FILLER               PIC X(11) VALUE "REFERENCIA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(21) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "PRODUTO         QTD       CARTEIRA      ".
          05 FILLER               PIC X(40) VALUE
             " QTD      REPORTADO  QTD    SEM FICHA   ".
       01 WRK-LINHA-PRD.
          05 WRK-L-PRODUTO        PIC X(10).
          05 WRK-L-LIDOS          PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SALDO-LID      PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-REPORT         PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SALDO-REP      PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SEMFICHA       PIC ZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SALDO-SEM      PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
       01 WRK-LINHA-BATE.
          05 FILLER               PIC X(31) VALUE
             "EMPRESTIMOS: CARTEIRA - REPORT ".
          05 FILLER               PIC X(19) VALUE
             "ADO - SEM FICHA = ".
          05 WRK-B-DIFERENCA      PIC -ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-B-SITUACAO       PIC X(15).
       01 WRK-LINHA-ESC.
          05 FILLER               PIC X(24) VALUE
             "EMPRESTIMOS NO ESCALAO ".
          05 WRK-E-ESCALAO        PIC 9(01).
          05 FILLER               PIC X(03) VALUE " : ".
          05 WRK-E-CONTRATOS      PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(43) VALUE SPACES.
       01 WRK-LINHA-REG.
          05 FILLER               PIC X(24) VALUE
             "REGISTOS NO CRCREP.... ".
          05 WRK-R-DETALHE        PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(16) VALUE
             "  CODEVEDORES ".
          05 WRK-R-CODEV          PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(22) VALUE SPACES.
       01 WRK-LINHA-LIQ.
          05 FILLER               PIC X(40) VALUE
             "CONTRATOS LIQUIDADOS SEM DIVIDA (FORA) ".
          05 WRK-Q-LIQUIDADOS     PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(31) VALUE SPACES.
       01 WRK-LINHA-SEMFICHA.
          05 FILLER               PIC X(25) VALUE
             "SEM FICHA NO CLIMST ... ".
          05 WRK-S-PRODUTO        PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-S-CONTRATO       PIC X(12).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-S-SALDO          PIC ZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(27) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       01 WRK-NOMES-PRODUTO.
          05 FILLER               PIC X(10) VALUE "EMPRESTIMO".
          05 FILLER               PIC X(10) VALUE "LINHA DESC".
          05 FILLER               PIC X(10) VALUE "DESCOBERTO".
       01 WRK-NOMES-TAB REDEFINES WRK-NOMES-PRODUTO.
          05 WRK-NOME-PRODUTO     PIC X(10) OCCURS 3 TIMES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-EMPRST EQUAL "10".
           PERFORM 0400-PROCESSAR-CONTAS
                   UNTIL WRK-FS-ARQCLI EQUAL "10".
           PERFORM 0230-RODAPE.
           PERFORM 0240-RELATORIO-CONTROLO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PARM FROM SYSIN.
           IF WRK-DATA-PARM NOT EQUAL SPACES AND
              WRK-DATA-PARM IS NUMERIC
             MOVE WRK-DATA-PARM TO WRK-DATA-PROC-NUM
           ELSE
             OPEN INPUT CTD
             IF WRK-FS-DATACTL EQUAL "00"
               READ CTD
               MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC-NUM
               CLOSE CTD
             ELSE
               DISPLAY "DATACTL INDISPONIVEL - USA DATA DA MAQUINA"
               ACCEPT WRK-DATA-PROC-NUM FROM DATE YYYYMMDD
             END-IF
           END-IF.
           MOVE ZEROS TO WRK-CTL-TAB.
           MOVE ZEROS TO WRK-ESC-TAB.
      *    O NIF DA INSTITUICAO QUE COMUNICA VEM DO IMPPARM
           OPEN INPUT IMP.
           IF WRK-FS-IMPPARM EQUAL "00"
             READ IMP
           END-IF.
           IF WRK-FS-IMPPARM NOT EQUAL "00"
             DISPLAY "IMPPARM INDISPONIVEL - STATUS "
                     WRK-FS-IMPPARM
             DISPLAY "COMUNICACAO NAO EMITIDA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE IMP-NIF-BANCO TO WRK-NIF-BANCO.
           CLOSE IMP.
           OPEN INPUT EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS "
                     WRK-FS-EMPRST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS "
                     WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    SEM LIMITES OS DESCOBERTOS SAEM TODOS COMO D;
      *    SEM TITULARES NAO HA CODEVEDORES
           OPEN INPUT LIM.
           IF WRK-FS-LIMITES EQUAL "00"
             MOVE "S" TO WRK-TEM-LIMITES
           ELSE
             DISPLAY "LIMITES INDISPONIVEL - SEM LINHAS"
           END-IF.
           OPEN INPUT TIT.
           IF WRK-FS-TITULARES EQUAL "00"
             MOVE "S" TO WRK-TEM-TITULARES
           ELSE
             DISPLAY "TITULARES INDISPONIVEL - SEM CODEVEDORES"
           END-IF.
           OPEN OUTPUT REP.
           IF WRK-FS-CRCREP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CRCREP - STATUS "
                     WRK-FS-CRCREP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           MOVE WRK-PROC-ANOMES  TO WRK-RC-ANOMES.
           MOVE WRK-NIF-BANCO    TO WRK-RC-NIF-BANCO.
           WRITE REG-CRCREP FROM WRK-REP-CAB.
           MOVE WRK-DATA-PROC-NUM TO WRK-CAB-DATA.
           WRITE REG-CRCCTL FROM WRK-LINHA-CAB.
           WRITE REG-CRCCTL FROM WRK-LINHA-BRANCO.
           READ EMP NEXT RECORD.
           IF WRK-FS-EMPRST EQUAL "10"
             DISPLAY "CARTEIRA DE EMPRESTIMOS VAZIA"
           END-IF.
           READ AQL NEXT RECORD.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  CADA CONTRATO COM CAPITAL EM DIVIDA (OU AINDA *
      *  ATIVO) E UMA EXPOSICAO DO TIPO E              *
      **************************************************
       0200-PROCESSAR                            SECTION.
           MOVE 1                TO WRK-SUB.
           ADD 1                 TO WRK-CTL-LIDOS (1).
           ADD EMP-SALDO-DEV     TO WRK-CTL-SALDO-LID (1).
           IF EMP-SALDO-DEV EQUAL ZEROS AND EMP-STATUS NOT EQUAL "A"
             ADD 1               TO WRK-CONTADOR-LIQUIDADOS
             GO TO 0200-LER-PROXIMO
           END-IF.
           MOVE EMP-CHAVE        TO WRK-EXP-CONTA.
           MOVE "E"              TO WRK-EXP-PRODUTO.
           MOVE EMP-ID           TO WRK-EXP-CONTRATO.
           MOVE "EUR"            TO WRK-EXP-MOEDA.
           MOVE EMP-CAPITAL      TO WRK-EXP-MONTANTE.
           MOVE EMP-SALDO-DEV    TO WRK-EXP-SALDO.
           MOVE EMP-PRAZO-MESES  TO WRK-EXP-PRAZO.
           MOVE EMP-STATUS       TO WRK-EXP-ESTADO.
           PERFORM 0220-CLASSIFICAR-ATRASO.
           ADD 1 TO WRK-ESC-CONTRATOS (WRK-EXP-ESCALAO + 1).
           PERFORM 0250-GRAVAR-DEVEDORES.
       0200-LER-PROXIMO.
           READ EMP NEXT RECORD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  DIAS DE ATRASO E ESCALAO COMO NO COBVSA37:    *
      *  0 EM DIA  1 ATE 30  2 31-60  3 61-90          *
      *  4 91-180  5 MAIS DE 180  6 REESTRUTURADO      *
      *  (O REESTRUTURADO FICA NO 6 COM OU SEM ATRASO) *
      **************************************************
       0220-CLASSIFICAR-ATRASO                   SECTION.
           MOVE ZEROS          TO WRK-EXP-DIAS.
           MOVE ZERO           TO WRK-EXP-ESCALAO.
           IF EMP-STATUS NOT EQUAL "A"
             GO TO 0220-CLASSIFICAR-ATRASO-FIM
           END-IF.
           IF EMP-REESTRUT EQUAL "S"
             MOVE 6 TO WRK-EXP-ESCALAO
           END-IF.
           IF EMP-PROX-PREST NOT LESS THAN WRK-DATA-PROC-NUM
             GO TO 0220-CLASSIFICAR-ATRASO-FIM
           END-IF.
           MOVE "D"            TO WRK-DAT-FUNCAO.
           MOVE EMP-PROX-PREST TO WRK-DAT-DATA1.
           MOVE WRK-DATA-PROC-NUM TO WRK-DAT-DATA2.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00"
             DISPLAY "DATA INVALIDA NO CONTRATO " EMP-ID
             GO TO 0220-CLASSIFICAR-ATRASO-FIM
           END-IF.
           MOVE WRK-DAT-DIAS TO WRK-DIAS-ATRASO.
           IF WRK-DIAS-ATRASO NOT GREATER THAN ZEROS
             GO TO 0220-CLASSIFICAR-ATRASO-FIM
           END-IF.
           MOVE WRK-DIAS-ATRASO TO WRK-EXP-DIAS.
           IF WRK-EXP-ESCALAO EQUAL 6
             GO TO 0220-CLASSIFICAR-ATRASO-FIM
           END-IF.
           EVALUATE TRUE
             WHEN WRK-DIAS-ATRASO NOT GREATER THAN 30
               MOVE 1 TO WRK-EXP-ESCALAO
             WHEN WRK-DIAS-ATRASO NOT GREATER THAN 60
               MOVE 2 TO WRK-EXP-ESCALAO
             WHEN WRK-DIAS-ATRASO NOT GREATER THAN 90
               MOVE 3 TO WRK-EXP-ESCALAO
             WHEN WRK-DIAS-ATRASO NOT GREATER THAN 180
               MOVE 4 TO WRK-EXP-ESCALAO
             WHEN OTHER
               MOVE 5 TO WRK-EXP-ESCALAO
           END-EVALUATE.
       0220-CLASSIFICAR-ATRASO-FIM.  EXIT.
      **************************************************
      *  CONTAS A ORDEM: LINHA DE DESCOBERTO EM VIGOR  *
      *  (L, MESMO SEM UTILIZACAO) OU SALDO NEGATIVO   *
      *  SEM LINHA (D)                                 *
      **************************************************
       0400-PROCESSAR-CONTAS                     SECTION.
           MOVE "23" TO WRK-FS-LIMITES.
           IF WRK-TEM-LIMITES EQUAL "S"
             MOVE REG-ARQCLI-CHAVE TO LIM-CHAVE
             READ LIM
             IF WRK-FS-LIMITES EQUAL "00" AND
                (LIM-VALOR EQUAL ZEROS OR
                 LIM-DATA-FIM LESS THAN WRK-DATA-PROC-NUM)
               MOVE "23" TO WRK-FS-LIMITES
             END-IF
           END-IF.
           MOVE REG-ARQCLI-CHAVE  TO WRK-EXP-CONTA.
           MOVE REG-ARQCLI-CHAVE  TO WRK-EXP-CONTRATO.
           MOVE REG-ARQCLI-MOEDA  TO WRK-EXP-MOEDA.
           MOVE ZEROS             TO WRK-EXP-PRAZO.
           MOVE REG-ARQCLI-STATUS TO WRK-EXP-ESTADO.
           MOVE ZEROS             TO WRK-EXP-DIAS.
           MOVE ZERO              TO WRK-EXP-ESCALAO.
           MOVE ZEROS             TO WRK-EXP-SALDO.
           IF REG-ARQCLI-SALDO LESS THAN ZEROS
             COMPUTE WRK-EXP-SALDO = ZEROS - REG-ARQCLI-SALDO
           END-IF.
           IF WRK-FS-LIMITES EQUAL "00"
             MOVE 2               TO WRK-SUB
             MOVE "L"             TO WRK-EXP-PRODUTO
             MOVE LIM-VALOR       TO WRK-EXP-MONTANTE
           ELSE
             IF WRK-EXP-SALDO EQUAL ZEROS
               GO TO 0400-LER-PROXIMA
             END-IF
             MOVE 3               TO WRK-SUB
             MOVE "D"             TO WRK-EXP-PRODUTO
             MOVE ZEROS           TO WRK-EXP-MONTANTE
           END-IF.
           ADD 1                  TO WRK-CTL-LIDOS (WRK-SUB).
           ADD WRK-EXP-SALDO      TO WRK-CTL-SALDO-LID (WRK-SUB).
           PERFORM 0250-GRAVAR-DEVEDORES.
       0400-LER-PROXIMA.
           READ AQL NEXT RECORD.
       0400-PROCESSAR-CONTAS-FIM.  EXIT.
      **************************************************
      *  DEVEDOR PRINCIPAL = FICHA DO CLIMST COM A     *
      *  CHAVE DA CONTA; CODEVEDORES = TITULARES T/S   *
      *  DE OUTRAS FICHAS NA MESMA CONTA               *
      **************************************************
       0250-GRAVAR-DEVEDORES                     SECTION.
           MOVE WRK-EXP-CONTA TO CLI-CHAVE.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR CLI-NIF EQUAL ZEROS
             ADD 1             TO WRK-CTL-SEMFICHA (WRK-SUB)
             ADD WRK-EXP-SALDO TO WRK-CTL-SALDO-SEM (WRK-SUB)
             MOVE WRK-EXP-PRODUTO  TO WRK-S-PRODUTO
             MOVE WRK-EXP-CONTRATO TO WRK-S-CONTRATO
             MOVE WRK-EXP-SALDO    TO WRK-S-SALDO
             WRITE REG-CRCCTL FROM WRK-LINHA-SEMFICHA
             GO TO 0250-GRAVAR-DEVEDORES-FIM
           END-IF.
           MOVE "T"              TO WRK-RD-PAPEL.
           PERFORM 0260-GRAVAR-DETALHE.
           ADD 1                 TO WRK-CTL-REPORT (WRK-SUB).
           ADD WRK-EXP-SALDO     TO WRK-CTL-SALDO-REP (WRK-SUB).
           IF WRK-TEM-TITULARES EQUAL "N"
             GO TO 0250-GRAVAR-DEVEDORES-FIM
           END-IF.
           MOVE "N"              TO WRK-EOF-TITULARES.
           MOVE WRK-EXP-CONTA    TO TIT-CHAVE.
           MOVE LOW-VALUES       TO TIT-CLIENTE.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-TITULARES
           END-START.
           PERFORM UNTIL WRK-EOF-TITULARES EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-TITULARES
               NOT AT END
                 IF TIT-CHAVE NOT EQUAL WRK-EXP-CONTA
                   MOVE "S"      TO WRK-EOF-TITULARES
                 ELSE
                   IF (TIT-PAPEL EQUAL "T" OR "S") AND
                      TIT-CLIENTE NOT EQUAL WRK-EXP-CONTA
                     PERFORM 0255-GRAVAR-CODEVEDOR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0250-GRAVAR-DEVEDORES-FIM.  EXIT.
      **************************************************
       0255-GRAVAR-CODEVEDOR                     SECTION.
           MOVE TIT-CLIENTE TO CLI-CHAVE.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR CLI-NIF EQUAL ZEROS
             DISPLAY "CODEVEDOR SEM FICHA/NIF " TIT-CLIENTE
                     " NA CONTA " TIT-CHAVE
             GO TO 0255-GRAVAR-CODEVEDOR-FIM
           END-IF.
           MOVE "C"              TO WRK-RD-PAPEL.
           PERFORM 0260-GRAVAR-DETALHE.
           ADD 1                 TO WRK-CONTADOR-CODEV.
       0255-GRAVAR-CODEVEDOR-FIM.  EXIT.
      **************************************************
       0260-GRAVAR-DETALHE                       SECTION.
           MOVE WRK-PROC-ANOMES  TO WRK-RD-ANOMES.
           MOVE CLI-NIF          TO WRK-RD-NIF.
           MOVE WRK-EXP-PRODUTO  TO WRK-RD-PRODUTO.
           MOVE WRK-EXP-CONTRATO TO WRK-RD-CONTRATO.
           MOVE WRK-EXP-MOEDA    TO WRK-RD-MOEDA.
           MOVE WRK-EXP-MONTANTE TO WRK-RD-MONTANTE.
           MOVE WRK-EXP-SALDO    TO WRK-RD-SALDO.
           MOVE WRK-EXP-PRAZO    TO WRK-RD-PRAZO.
           MOVE WRK-EXP-ESTADO   TO WRK-RD-ESTADO.
           MOVE WRK-EXP-DIAS     TO WRK-RD-DIAS.
           MOVE WRK-EXP-ESCALAO  TO WRK-RD-ESCALAO.
           MOVE CLI-NOME         TO WRK-RD-NOME.
           WRITE REG-CRCREP FROM WRK-REP-DET.
           ADD 1                 TO WRK-CONTADOR-DETALHE.
           IF WRK-RD-PAPEL EQUAL "T"
             ADD WRK-EXP-MONTANTE TO WRK-TOT-MONTANTE
             ADD WRK-EXP-SALDO    TO WRK-TOT-SALDO
           END-IF.
       0260-GRAVAR-DETALHE-FIM.  EXIT.
      **************************************************
      *  O RODAPE TOTALIZA SO OS DEVEDORES PRINCIPAIS  *
      *  PARA NAO DUPLICAR A EXPOSICAO DOS CODEVEDORES *
      **************************************************
       0230-RODAPE                               SECTION.
           MOVE WRK-PROC-ANOMES      TO WRK-RT-ANOMES.
           MOVE WRK-CONTADOR-DETALHE TO WRK-RT-QTD.
           MOVE WRK-TOT-MONTANTE     TO WRK-RT-MONTANTE.
           MOVE WRK-TOT-SALDO        TO WRK-RT-SALDO.
           WRITE REG-CRCREP FROM WRK-REP-TRL.
       0230-RODAPE-FIM.  EXIT.
      **************************************************
      *  BATE O REPORTADO COM A CARTEIRA: O SALDO      *
      *  DEVEDOR LIDO NO EMPRST TEM DE SER O REPORTADO *
      *  MAIS O QUE FICOU DE FORA POR FALTA DE FICHA   *
      **************************************************
       0240-RELATORIO-CONTROLO                   SECTION.
           WRITE REG-CRCCTL FROM WRK-LINHA-BRANCO.
           WRITE REG-CRCCTL FROM WRK-LINHA-TIT.
           PERFORM VARYING WRK-SUB FROM 1 BY 1 UNTIL WRK-SUB > 3
             MOVE WRK-NOME-PRODUTO (WRK-SUB)  TO WRK-L-PRODUTO
             MOVE WRK-CTL-LIDOS (WRK-SUB)     TO WRK-L-LIDOS
             MOVE WRK-CTL-SALDO-LID (WRK-SUB) TO WRK-L-SALDO-LID
             MOVE WRK-CTL-REPORT (WRK-SUB)    TO WRK-L-REPORT
             MOVE WRK-CTL-SALDO-REP (WRK-SUB) TO WRK-L-SALDO-REP
             MOVE WRK-CTL-SEMFICHA (WRK-SUB)  TO WRK-L-SEMFICHA
             MOVE WRK-CTL-SALDO-SEM (WRK-SUB) TO WRK-L-SALDO-SEM
             WRITE REG-CRCCTL FROM WRK-LINHA-PRD
           END-PERFORM.
           WRITE REG-CRCCTL FROM WRK-LINHA-BRANCO.
           COMPUTE WRK-B-DIFERENCA = WRK-CTL-SALDO-LID (1)
                                   - WRK-CTL-SALDO-REP (1)
                                   - WRK-CTL-SALDO-SEM (1).
           IF WRK-CTL-SALDO-LID (1) EQUAL
              WRK-CTL-SALDO-REP (1) + WRK-CTL-SALDO-SEM (1)
             MOVE "BATE"            TO WRK-B-SITUACAO
           ELSE
             MOVE "NAO BATE"        TO WRK-B-SITUACAO
             MOVE 4                 TO RETURN-CODE
           END-IF.
           WRITE REG-CRCCTL FROM WRK-LINHA-BATE.
           MOVE WRK-CONTADOR-LIQUIDADOS TO WRK-Q-LIQUIDADOS.
           WRITE REG-CRCCTL FROM WRK-LINHA-LIQ.
           WRITE REG-CRCCTL FROM WRK-LINHA-BRANCO.
           PERFORM VARYING WRK-ESC-SUB FROM 1 BY 1
                   UNTIL WRK-ESC-SUB > 7
             COMPUTE WRK-E-ESCALAO = WRK-ESC-SUB - 1
             MOVE WRK-ESC-CONTRATOS (WRK-ESC-SUB) TO WRK-E-CONTRATOS
             WRITE REG-CRCCTL FROM WRK-LINHA-ESC
           END-PERFORM.
           WRITE REG-CRCCTL FROM WRK-LINHA-BRANCO.
           MOVE WRK-CONTADOR-DETALHE TO WRK-R-DETALHE.
           MOVE WRK-CONTADOR-CODEV   TO WRK-R-CODEV.
           WRITE REG-CRCCTL FROM WRK-LINHA-REG.
       0240-RELATORIO-CONTROLO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CTL-LIDOS (1)    TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "CONTRATOS LIDOS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CTL-LIDOS (2)    TO WRK-CONTADOR-IDE.
           DISPLAY "LINHAS DE DESCOBERTO.. " WRK-CONTADOR-IDE.
           MOVE WRK-CTL-LIDOS (3)    TO WRK-CONTADOR-IDE.
           DISPLAY "DESCOBERTOS SEM LINHA. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-DETALHE TO WRK-CONTADOR-IDE.
           DISPLAY "REGISTOS COMUNICADOS.. " WRK-CONTADOR-IDE.
           DISPLAY "CONTROLO DA CARTEIRA.. " WRK-B-SITUACAO.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE EMP.
           CLOSE AQL.
           CLOSE CLM.
           IF WRK-TEM-LIMITES EQUAL "S"
             CLOSE LIM
           END-IF.
           IF WRK-TEM-TITULARES EQUAL "S"
             CLOSE TIT
           END-IF.
           CLOSE REP.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

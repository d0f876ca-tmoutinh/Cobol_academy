       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ41.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: REVISAO MENSAL DA DILIGENCIA DE CLIENTES
      *            (KYC) - CORRE NO DIA DE FIM DE MES DO
      *            DATACTL; REAPURA O GRAU DE RISCO DE CADA
      *            FICHA DO CLIMST (A=ALTO, M=MEDIO, B=BAIXO)
      *            A PARTIR DOS PEDIDOS DE BLOQUEIO DA LISTA
      *            DE SANCOES (WLHOLD, COBARQ17), DAS
      *            DECLARACOES DE BRANQUEAMENTO (AMLDECL,
      *            COBVSA41), DOS ALERTAS DE FRAUDE (FRDALERT,
      *            COBVSA35) E DO SALDO DA CONTA (ARQCLI);
      *            LISTA EM KYCREV, POR AGENCIA, AS FICHAS A
      *            REVER (REVISAO VENCIDA, RISCO AGRAVADO OU
      *            DOCUMENTO EM FALTA OU CADUCADO) E PASSA AO
      *            STATUS K AS CONTAS DOS TITULARES COM O
      *            DOCUMENTO CADUCADO HA MAIS DIAS QUE A
      *            TOLERANCIA DO SYSIN - O COBVSA07 RECUSA-LHES
      *            OS DEBITOS; DOCUMENTO RENOVADO DEVOLVE A
      *            CONTA AO STATUS A. AS MUDANCAS DE STATUS
      *            SAO AUDITADAS EM ARQCLIAUD E AS MUDANCAS DE
      *            GRAU DE RISCO DA FICHA EM CLIMSTAUD
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * WLHOLD      INPUT       -----   (GERACOES DO MES)
      * AMLDECL     INPUT       -----   (GERACOES DO MES)
      * FRDALERT    INPUT       -----   (GERACOES DO MES)
      * CLIMST      I-O         -----
      * ARQCLI      I-O         -----
      * TITULARES   INPUT       -----
      * KYCREV      OUTPUT      -----   (LISTA DE REVISOES)
      * ARQCLIAUD   OUTPUT      -----
      * CLIMSTAUD   EXTEND      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT HLD ASSIGN TO WLHOLD
           FILE STATUS IS WRK-FS-WLHOLD.

           SELECT DCL ASSIGN TO AMLDECL
           FILE STATUS IS WRK-FS-AMLDECL.

           SELECT ALE ASSIGN TO FRDALERT
           FILE STATUS IS WRK-FS-FRDALERT.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.

           SELECT REV ASSIGN TO KYCREV
           FILE STATUS IS WRK-FS-KYCREV.

           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS   IS WRK-FS-ARQCLIAUD.

           SELECT CAU ASSIGN TO CLIMSTAUD
           FILE STATUS   IS WRK-FS-CLIMSTAUD.
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

       FD HLD
           RECORDING MODE IS F.
       01 REG-WLHOLD.
          05 HLD-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 HLD-NOME             PIC X(30).
          05 FILLER               PIC X(01).
          05 HLD-NOME-LISTA       PIC X(30).

       FD DCL
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 REG-AMLDECL.
          05 DCL-NIF              PIC 9(09).
          05 DCL-DATA             PIC 9(08).
          05 DCL-TOTAL            PIC 9(11)V99.
          05 DCL-NOME             PIC X(30).

       FD ALE
           RECORDING MODE IS F.
       01 REG-FRDALERT.
          05 ALE-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 ALE-GRAVIDADE        PIC 9(01).
          05 FILLER               PIC X(01).
          05 ALE-MOVS             PIC 9(04).
          05 FILLER               PIC X(01).
          05 ALE-MAIOR            PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 ALE-TOTAL            PIC 9(08)V99.
          05 FILLER               PIC X(01).
          05 ALE-REINCIDENTE      PIC X(01).

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

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD TIT.
       01 REG-TITULARES.
          05 TIT-ID.
             10 TIT-CHAVE         PIC X(09).
             10 TIT-CLIENTE       PIC X(09).
          05 TIT-PAPEL            PIC X(01).

       FD REV
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-KYCREV              PIC X(80).

       FD AUD
           RECORDING MODE IS F.
       01 REG-AUDITORIA.
          05 AUD-DATA             PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-HORA             PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-OPERACAO         PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-CHAVE            PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-NOME             PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-SALDO-ANTES      PIC S9(06)V99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-SALDO-DEPOIS     PIC S9(06)V99.
          05 FILLER               PIC X(01).
          05 AUD-USERID           PIC X(08).
          05 FILLER               PIC X(01).
          05 AUD-SEQ              PIC 9(06).
          05 FILLER               PIC X(01).
          05 AUD-CHECK            PIC 9(09).

       FD CAU
           RECORDING MODE IS F.
       01 REG-CLIMSTAUD.
          05 CAU-DATA             PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-HORA             PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-OPERACAO         PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-CHAVE            PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-NOME             PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CAU-NIF              PIC 9(09).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-WLHOLD           PIC X(02) VALUE ZEROS.
       77 WRK-FS-AMLDECL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRDALERT         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-FS-KYCREV           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIAUD        PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMSTAUD        PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CLIMST          PIC X(01) VALUE "N".
       77 WRK-EOF-TITULARES       PIC X(01) VALUE "N".
       77 WRK-TEM-TITULARES       PIC X(01) VALUE "N".
       77 WRK-TEM-ACHADO          PIC X(01) VALUE "N".
       77 WRK-TEM-CONTA           PIC X(01) VALUE "N".
       77 WRK-DOC-BLOQUEIA        PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
      *------------- PARAMETROS DO SYSIN -----------------
      *    GGG = DIAS DE TOLERANCIA APOS A VALIDADE DO
      *    DOCUMENTO; SSSSSSSSSSS = SALDO (CENTIMOS
      *    IMPLICITOS) A PARTIR DO QUAL O RISCO E MEDIO
       01 WRK-PARM.
          05 WRK-PARM-GRACA       PIC X(03).
          05 WRK-PARM-SALDO       PIC X(11).
       01 FILLER REDEFINES WRK-PARM.
          05 WRK-PARM-GRACA-NUM   PIC 9(03).
          05 WRK-PARM-SALDO-NUM   PIC 9(09)V99.
       77 WRK-DIAS-GRACA          PIC 9(03) VALUE 30.
       77 WRK-SALDO-RISCO         PIC 9(09)V99 VALUE 50000.
      *------------- PERIODICIDADE DA REVISAO (ANOS) -----
       77 WRK-ANOS-ALTO           PIC 9(02) VALUE 1.
       77 WRK-ANOS-MEDIO          PIC 9(02) VALUE 3.
       77 WRK-ANOS-BAIXO          PIC 9(02) VALUE 5.
       77 WRK-DATA-LIMITE         PIC 9(09) VALUE ZEROS.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
      *------------- CONTAS DA LISTA DE SANCOES ----------
       01 WRK-HLD-TAB.
          05 WRK-HLD-CHAVE        PIC X(09) OCCURS 2000 TIMES.
       77 WRK-HLD-QTD             PIC 9(04) COMP VALUE ZEROS.
      *------------- NIF DECLARADOS (BRANQUEAMENTO) ------
       01 WRK-DCL-TAB.
          05 WRK-DCL-NIF          PIC 9(09) OCCURS 2000 TIMES.
       77 WRK-DCL-QTD             PIC 9(04) COMP VALUE ZEROS.
      *------------- CONTAS COM ALERTA DE FRAUDE ---------
       01 WRK-ALE-TAB.
          05 WRK-ALE-ENTRY OCCURS 2000 TIMES.
             10 WRK-ALE-CHAVE     PIC X(09).
             10 WRK-ALE-GRAVIDADE PIC 9(01).
             10 WRK-ALE-REINCID   PIC X(01).
       77 WRK-ALE-QTD             PIC 9(04) COMP VALUE ZEROS.
      *------------- CONTAS DE COTITULARES CADUCADOS -----
       01 WRK-BLQ-TAB.
          05 WRK-BLQ-CHAVE        PIC X(09) OCCURS 2000 TIMES.
       77 WRK-BLQ-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ALE-USO             PIC 9(04) COMP VALUE ZEROS.
      *------------- FICHA EM CURSO ----------------------
       77 WRK-RISCO-NOVO          PIC X(01) VALUE SPACES.
       77 WRK-RISCO-ANT           PIC X(01) VALUE SPACES.
       77 WRK-STATUS-NOVO         PIC X(01) VALUE SPACES.
       77 WRK-AUD-OPERACAO        PIC X(09) VALUE SPACES.
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-FICHAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ALTO       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-MEDIO      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-BAIXO      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-MUDADOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-BLOQ       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DESBLOQ    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *-------------------------------------------------*
      *  CADEIA DE PROVA DO ARQCLIAUD (VER COBVSA43)    *
      *-------------------------------------------------*
       77 WRK-AUD-SEQ             PIC 9(06) VALUE ZEROS.
       77 WRK-CHECK-ANT           PIC 9(09) VALUE ZEROS.
       01 WRK-ALFABETO-VAL        PIC X(42) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 .-/()".
       01 FILLER REDEFINES WRK-ALFABETO-VAL.
          05 WRK-ALFA-CHAR        PIC X(01) OCCURS 42 TIMES.
       77 WRK-AREA-CHECK          PIC X(100) VALUE SPACES.
       77 WRK-BYTE-SUB            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALFA-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-CHECK          PIC 9(13) COMP VALUE ZEROS.
       77 WRK-QUOC-CHECK          PIC 9(09) COMP VALUE ZEROS.
       77 WRK-REST-CHECK          PIC 9(09) COMP VALUE ZEROS.
      *------------- LINHAS DA LISTA DE REVISOES ---------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "REVISOES DE DILIGENCIA DE CLIENTES (KYC)".
          05 FILLER               PIC X(08) VALUE " - DATA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WRK-LINHA-AGE.
          05 FILLER               PIC X(08) VALUE "AGENCIA ".
          05 WRK-A-AGENCIA        PIC X(04).
          05 FILLER               PIC X(68) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "FICHA     NOME                          ".
          05 FILLER               PIC X(40) VALUE
             " G P REVISAO  VALIDADE MOTIVOS          ".
       01 WRK-LINHA-REV.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NOME           PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-RISCO          PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-RISCO-ANT      PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-REVISAO        PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-VALIDADE       PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-REV            PIC X(04).
          05 WRK-L-RSC            PIC X(04).
          05 WRK-L-DOC            PIC X(04).
          05 WRK-L-BLQ            PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0400-CARREGAR-SANCOES.
           PERFORM 0410-CARREGAR-DECLARACOES.
           PERFORM 0420-CARREGAR-ALERTAS.
           IF WRK-TEM-TITULARES EQUAL "S"
             PERFORM 0430-VARRER-TITULARES
           END-IF.
           PERFORM 0110-POSICIONAR-FICHAS.
           PERFORM 0200-PROCESSAR UNTIL WRK-EOF-CLIMST EQUAL "S".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  A REVISAO SO CORRE NO FIM DE MES DO DATACTL - *
      *  O SYSIN TRAZ A TOLERANCIA DO DOCUMENTO E O    *
      *  SALDO DE RISCO; CARTAO EM BRANCO OU MAL       *
      *  FORMADO MANTEM OS VALORES DE DEFEITO          *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "DATACTL INDISPONIVEL - STATUS " WRK-FS-DATACTL
             DISPLAY "REVISAO NAO AUTORIZADA"
             GOBACK
           END-IF.
           READ CTD.
           CLOSE CTD.
           IF CTD-FIM-MES NOT EQUAL "S"
             DISPLAY "DATA DE NEGOCIO " CTD-DATA-NEGOCIO
                     " NAO E FIM DE MES - NADA A FAZER"
             GOBACK
           END-IF.
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC.
           MOVE SPACES           TO WRK-PARM.
           ACCEPT WRK-PARM FROM SYSIN.
           IF WRK-PARM-GRACA NUMERIC
             MOVE WRK-PARM-GRACA-NUM TO WRK-DIAS-GRACA
           ELSE
             IF WRK-PARM-GRACA NOT EQUAL SPACES
               DISPLAY "TOLERANCIA MAL FORMADA - VIGORA O DEFEITO"
             END-IF
           END-IF.
           IF WRK-PARM-SALDO NUMERIC
             MOVE WRK-PARM-SALDO-NUM TO WRK-SALDO-RISCO
           ELSE
             IF WRK-PARM-SALDO NOT EQUAL SPACES
               DISPLAY "SALDO DE RISCO MAL FORMADO - VIGORA O "
                       "DEFEITO"
             END-IF
           END-IF.
           OPEN I-O CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS "
                     WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    SEM TITULARES SO SE BLOQUEIA A CONTA DA PROPRIA
      *    FICHA
           OPEN INPUT TIT.
           IF WRK-FS-TITULARES EQUAL "00"
             MOVE "S" TO WRK-TEM-TITULARES
           ELSE
             DISPLAY "TITULARES INDISPONIVEL - SO CONTAS DA FICHA"
           END-IF.
           OPEN OUTPUT REV.
           IF WRK-FS-KYCREV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA KYCREV - STATUS "
                     WRK-FS-KYCREV
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT AUD.
           IF WRK-FS-ARQCLIAUD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLIAUD - STATUS "
                     WRK-FS-ARQCLIAUD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND CAU.
           IF WRK-FS-CLIMSTAUD NOT EQUAL "00"
             OPEN OUTPUT CAU
           END-IF.
           IF WRK-FS-CLIMSTAUD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMSTAUD - STATUS "
                     WRK-FS-CLIMSTAUD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-KYCREV FROM WRK-LINHA-CAB.
           WRITE REG-KYCREV FROM WRK-LINHA-BRANCO.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  AS FONTES DE RISCO SAO OS FICHEIROS DIARIOS   *
      *  DO MES, CONCATENADOS NO JCL - A FALTA DE UMA  *
      *  SO E AVISADA E AS REPETIDAS CONTAM UMA VEZ    *
      **************************************************
       0400-CARREGAR-SANCOES                     SECTION.
           OPEN INPUT HLD.
           IF WRK-FS-WLHOLD NOT EQUAL "00"
             DISPLAY "WLHOLD INDISPONIVEL - SEM LISTA DE SANCOES"
             GO TO 0400-CARREGAR-SANCOES-FIM
           END-IF.
           READ HLD.
           PERFORM UNTIL WRK-FS-WLHOLD NOT EQUAL "00"
             MOVE "N" TO WRK-TEM-ACHADO
             PERFORM VARYING WRK-SUB FROM 1 BY 1
                     UNTIL WRK-SUB > WRK-HLD-QTD
               IF WRK-HLD-CHAVE (WRK-SUB) EQUAL HLD-CHAVE
                 MOVE "S" TO WRK-TEM-ACHADO
               END-IF
             END-PERFORM
             IF WRK-TEM-ACHADO EQUAL "N"
               IF WRK-HLD-QTD LESS THAN 2000
                 ADD 1 TO WRK-HLD-QTD
                 MOVE HLD-CHAVE TO WRK-HLD-CHAVE (WRK-HLD-QTD)
               ELSE
                 DISPLAY "TABELA DE SANCOES CHEIA - " HLD-CHAVE
               END-IF
             END-IF
             READ HLD
           END-PERFORM.
           CLOSE HLD.
       0400-CARREGAR-SANCOES-FIM.  EXIT.
      **************************************************
       0410-CARREGAR-DECLARACOES                 SECTION.
           OPEN INPUT DCL.
           IF WRK-FS-AMLDECL NOT EQUAL "00"
             DISPLAY "AMLDECL INDISPONIVEL - SEM DECLARACOES"
             GO TO 0410-CARREGAR-DECLARACOES-FIM
           END-IF.
           READ DCL.
           PERFORM UNTIL WRK-FS-AMLDECL NOT EQUAL "00"
             MOVE "N" TO WRK-TEM-ACHADO
      *      O NIF ZERO AGREGA CONTAS SEM FICHA - NAO SERVE
             IF DCL-NIF EQUAL ZEROS
               MOVE "S" TO WRK-TEM-ACHADO
             END-IF
             PERFORM VARYING WRK-SUB FROM 1 BY 1
                     UNTIL WRK-SUB > WRK-DCL-QTD
               IF WRK-DCL-NIF (WRK-SUB) EQUAL DCL-NIF
                 MOVE "S" TO WRK-TEM-ACHADO
               END-IF
             END-PERFORM
             IF WRK-TEM-ACHADO EQUAL "N"
               IF WRK-DCL-QTD LESS THAN 2000
                 ADD 1 TO WRK-DCL-QTD
                 MOVE DCL-NIF TO WRK-DCL-NIF (WRK-DCL-QTD)
               ELSE
                 DISPLAY "TABELA DE DECLARACOES CHEIA - " DCL-NIF
               END-IF
             END-IF
             READ DCL
           END-PERFORM.
           CLOSE DCL.
       0410-CARREGAR-DECLARACOES-FIM.  EXIT.
      **************************************************
      *  DE CADA CONTA ALERTADA GUARDA-SE A MAIOR      *
      *  GRAVIDADE DO MES E SE FOI REINCIDENTE         *
      **************************************************
       0420-CARREGAR-ALERTAS                     SECTION.
           OPEN INPUT ALE.
           IF WRK-FS-FRDALERT NOT EQUAL "00"
             DISPLAY "FRDALERT INDISPONIVEL - SEM ALERTAS DE FRAUDE"
             GO TO 0420-CARREGAR-ALERTAS-FIM
           END-IF.
           READ ALE.
           PERFORM UNTIL WRK-FS-FRDALERT NOT EQUAL "00"
             MOVE ZEROS TO WRK-ALE-USO
             PERFORM VARYING WRK-SUB FROM 1 BY 1
                     UNTIL WRK-SUB > WRK-ALE-QTD
               IF WRK-ALE-CHAVE (WRK-SUB) EQUAL ALE-CHAVE
                 MOVE WRK-SUB TO WRK-ALE-USO
               END-IF
             END-PERFORM
             IF WRK-ALE-USO EQUAL ZEROS
               IF WRK-ALE-QTD LESS THAN 2000
                 ADD 1 TO WRK-ALE-QTD
                 MOVE WRK-ALE-QTD TO WRK-ALE-USO
                 MOVE ALE-CHAVE   TO WRK-ALE-CHAVE (WRK-ALE-USO)
                 MOVE ZEROS       TO WRK-ALE-GRAVIDADE (WRK-ALE-USO)
                 MOVE "N"         TO WRK-ALE-REINCID (WRK-ALE-USO)
               ELSE
                 DISPLAY "TABELA DE ALERTAS CHEIA - " ALE-CHAVE
               END-IF
             END-IF
             IF WRK-ALE-USO NOT EQUAL ZEROS
               IF ALE-GRAVIDADE IS NUMERIC AND
                  ALE-GRAVIDADE GREATER THAN
                  WRK-ALE-GRAVIDADE (WRK-ALE-USO)
                 MOVE ALE-GRAVIDADE
                   TO WRK-ALE-GRAVIDADE (WRK-ALE-USO)
               END-IF
               IF ALE-REINCIDENTE EQUAL "S"
                 MOVE "S" TO WRK-ALE-REINCID (WRK-ALE-USO)
               END-IF
             END-IF
             READ ALE
           END-PERFORM.
           CLOSE ALE.
       0420-CARREGAR-ALERTAS-FIM.  EXIT.
      **************************************************
      *  O DOCUMENTO CADUCADO DE UM PRIMEIRO TITULAR OU*
      *  COTITULAR TAMBEM BLOQUEIA OS DEBITOS DAS      *
      *  OUTRAS CONTAS EM QUE FIGURA (TITULARES) - AS  *
      *  CONTAS FICAM NA TABELA PARA A PASSAGEM DAS    *
      *  FICHAS                                        *
      **************************************************
       0430-VARRER-TITULARES                     SECTION.
           MOVE "N"              TO WRK-EOF-TITULARES.
           MOVE LOW-VALUES       TO TIT-ID.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-TITULARES
           END-START.
           PERFORM UNTIL WRK-EOF-TITULARES EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-TITULARES
               NOT AT END
                 IF (TIT-PAPEL EQUAL "T" OR "S") AND
                    TIT-CLIENTE NOT EQUAL TIT-CHAVE
                   MOVE TIT-CLIENTE TO CLI-CHAVE
                   READ CLM
                   IF WRK-FS-CLIMST EQUAL "00" AND
                      CLI-FALECIDO NOT EQUAL "S"
                     PERFORM 0250-AVALIAR-DOCUMENTO
                     IF WRK-DOC-BLOQUEIA EQUAL "S"
                       PERFORM 0440-GUARDAR-BLOQUEIO
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0430-VARRER-TITULARES-FIM.  EXIT.
      **************************************************
       0440-GUARDAR-BLOQUEIO                     SECTION.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-BLQ-QTD
             IF WRK-BLQ-CHAVE (WRK-SUB) EQUAL TIT-CHAVE
               GO TO 0440-GUARDAR-BLOQUEIO-FIM
             END-IF
           END-PERFORM.
           IF WRK-BLQ-QTD LESS THAN 2000
             ADD 1 TO WRK-BLQ-QTD
             MOVE TIT-CHAVE TO WRK-BLQ-CHAVE (WRK-BLQ-QTD)
           ELSE
             DISPLAY "TABELA DE BLOQUEIOS CHEIA - " TIT-CHAVE
           END-IF.
       0440-GUARDAR-BLOQUEIO-FIM.  EXIT.
      **************************************************
      *  O CLIMST VEM POR CHAVE, OU SEJA POR AGENCIA - *
      *  A LISTA DE REVISOES SAI NESTA PASSAGEM        *
      **************************************************
       0110-POSICIONAR-FICHAS                    SECTION.
           MOVE "N"              TO WRK-EOF-CLIMST.
           MOVE LOW-VALUES       TO CLI-CHAVE.
           START CLM KEY IS GREATER THAN OR EQUAL CLI-CHAVE
             INVALID KEY
               DISPLAY "CLIMST VAZIO"
               MOVE "S"          TO WRK-EOF-CLIMST
           END-START.
       0110-POSICIONAR-FICHAS-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           READ CLM NEXT RECORD
             AT END
               MOVE "S"          TO WRK-EOF-CLIMST
           END-READ.
           IF WRK-EOF-CLIMST EQUAL "S" OR CLI-FALECIDO EQUAL "S"
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           ADD 1                 TO WRK-CONTADOR-FICHAS.
           MOVE SPACES           TO WRK-LINHA-REV.
           MOVE CLI-RISCO        TO WRK-RISCO-ANT.
           MOVE "N"              TO WRK-TEM-CONTA.
           MOVE CLI-CHAVE        TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI EQUAL "00"
             MOVE "S"            TO WRK-TEM-CONTA
           END-IF.
           PERFORM 0220-APURAR-RISCO.
           EVALUATE WRK-RISCO-NOVO
             WHEN "A"
               ADD 1             TO WRK-CONTADOR-ALTO
             WHEN "M"
               ADD 1             TO WRK-CONTADOR-MEDIO
             WHEN OTHER
               ADD 1             TO WRK-CONTADOR-BAIXO
           END-EVALUATE.
           IF WRK-RISCO-NOVO NOT EQUAL WRK-RISCO-ANT
             MOVE WRK-RISCO-NOVO TO CLI-RISCO
             REWRITE REG-CLIMST
               INVALID KEY
                 DISPLAY "ERRO NA FICHA " CLI-CHAVE
               NOT INVALID KEY
                 PERFORM 0275-AUDITAR-FICHA
             END-REWRITE
             ADD 1               TO WRK-CONTADOR-MUDADOS
             IF WRK-RISCO-NOVO EQUAL "A" OR
                (WRK-RISCO-NOVO EQUAL "M" AND
                 WRK-RISCO-ANT NOT EQUAL "A")
               MOVE "RSC "       TO WRK-L-RSC
             END-IF
           END-IF.
           PERFORM 0230-VERIFICAR-REVISAO.
           PERFORM 0250-AVALIAR-DOCUMENTO.
           IF WRK-TEM-CONTA EQUAL "S"
             PERFORM 0260-MARCAR-CONTA
           END-IF.
           IF WRK-L-REV NOT EQUAL SPACES OR
              WRK-L-RSC NOT EQUAL SPACES OR
              WRK-L-DOC NOT EQUAL SPACES OR
              WRK-L-BLQ NOT EQUAL SPACES
             PERFORM 0240-LISTAR-FICHA
           END-IF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  ALTO: CONTA NA LISTA DE SANCOES, NIF DECLARADO*
      *  POR BRANQUEAMENTO OU ALERTA DE FRAUDE GRAVE   *
      *  (DOIS OU MAIS LIMIARES) OU REINCIDENTE        *
      *  MEDIO: OUTRO ALERTA DE FRAUDE, SALDO ACIMA DO *
      *  SALDO DE RISCO OU RESIDENCIA FISCAL FORA DE PT*
      *  BAIXO: OS RESTANTES                           *
      **************************************************
       0220-APURAR-RISCO                         SECTION.
           MOVE "B" TO WRK-RISCO-NOVO.
           IF CLI-PAIS-FISCAL NOT EQUAL "PT" AND
              CLI-PAIS-FISCAL NOT EQUAL SPACES AND
              CLI-PAIS-FISCAL NOT EQUAL LOW-VALUES
             MOVE "M" TO WRK-RISCO-NOVO
           END-IF.
           IF CLI-EUA EQUAL "S"
             MOVE "M" TO WRK-RISCO-NOVO
           END-IF.
           IF WRK-TEM-CONTA EQUAL "S" AND
              REG-ARQCLI-SALDO NOT LESS THAN WRK-SALDO-RISCO
             MOVE "M" TO WRK-RISCO-NOVO
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-ALE-QTD
             IF WRK-ALE-CHAVE (WRK-SUB) EQUAL CLI-CHAVE
               IF WRK-ALE-GRAVIDADE (WRK-SUB) GREATER THAN 1 OR
                  WRK-ALE-REINCID (WRK-SUB) EQUAL "S"
                 MOVE "A" TO WRK-RISCO-NOVO
                 GO TO 0220-APURAR-RISCO-FIM
               END-IF
               MOVE "M" TO WRK-RISCO-NOVO
             END-IF
           END-PERFORM.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-HLD-QTD
             IF WRK-HLD-CHAVE (WRK-SUB) EQUAL CLI-CHAVE
               MOVE "A" TO WRK-RISCO-NOVO
               GO TO 0220-APURAR-RISCO-FIM
             END-IF
           END-PERFORM.
           IF CLI-NIF EQUAL ZEROS
             GO TO 0220-APURAR-RISCO-FIM
           END-IF.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-DCL-QTD
             IF WRK-DCL-NIF (WRK-SUB) EQUAL CLI-NIF
               MOVE "A" TO WRK-RISCO-NOVO
               GO TO 0220-APURAR-RISCO-FIM
             END-IF
           END-PERFORM.
       0220-APURAR-RISCO-FIM.  EXIT.
      **************************************************
      *  A REVISAO VENCE 1 ANO (ALTO), 3 ANOS (MEDIO)  *
      *  OU 5 ANOS (BAIXO) APOS A ULTIMA - FICHA NUNCA *
      *  REVISTA FICA LOGO NA LISTA                    *
      **************************************************
       0230-VERIFICAR-REVISAO                    SECTION.
           IF CLI-DATA-REVISAO NOT NUMERIC OR
              CLI-DATA-REVISAO EQUAL ZEROS
             MOVE "REV " TO WRK-L-REV
             GO TO 0230-VERIFICAR-REVISAO-FIM
           END-IF.
           EVALUATE WRK-RISCO-NOVO
             WHEN "A"
               COMPUTE WRK-DATA-LIMITE = CLI-DATA-REVISAO
                                       + WRK-ANOS-ALTO * 10000
             WHEN "M"
               COMPUTE WRK-DATA-LIMITE = CLI-DATA-REVISAO
                                       + WRK-ANOS-MEDIO * 10000
             WHEN OTHER
               COMPUTE WRK-DATA-LIMITE = CLI-DATA-REVISAO
                                       + WRK-ANOS-BAIXO * 10000
           END-EVALUATE.
           IF WRK-DATA-LIMITE NOT GREATER THAN WRK-DATA-PROC
             MOVE "REV " TO WRK-L-REV
           END-IF.
       0230-VERIFICAR-REVISAO-FIM.  EXIT.
      **************************************************
      *  DOCUMENTO EM FALTA OU CADUCADO VAI A LISTA; SO*
      *  O CADUCADO HA MAIS DIAS QUE A TOLERANCIA      *
      *  BLOQUEIA OS DEBITOS                           *
      **************************************************
       0250-AVALIAR-DOCUMENTO                    SECTION.
           MOVE "N" TO WRK-DOC-BLOQUEIA.
           IF CLI-DOC-VALIDADE NOT NUMERIC OR
              CLI-DOC-VALIDADE EQUAL ZEROS OR
              CLI-DOC-NUMERO EQUAL SPACES
             MOVE "DOC " TO WRK-L-DOC
             GO TO 0250-AVALIAR-DOCUMENTO-FIM
           END-IF.
           IF CLI-DOC-VALIDADE NOT LESS THAN WRK-DATA-PROC
             GO TO 0250-AVALIAR-DOCUMENTO-FIM
           END-IF.
           MOVE "DOC "           TO WRK-L-DOC.
           MOVE "D"              TO WRK-DAT-FUNCAO.
           MOVE CLI-DOC-VALIDADE TO WRK-DAT-DATA1.
           MOVE WRK-DATA-PROC    TO WRK-DAT-DATA2.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00"
             DISPLAY "VALIDADE DE DOCUMENTO INVALIDA " CLI-CHAVE
             GO TO 0250-AVALIAR-DOCUMENTO-FIM
           END-IF.
           IF WRK-DAT-DIAS GREATER THAN WRK-DIAS-GRACA
             MOVE "S" TO WRK-DOC-BLOQUEIA
           END-IF.
       0250-AVALIAR-DOCUMENTO-FIM.  EXIT.
      **************************************************
      *  SO A CONTA ATIVA PASSA A K E SO A K VOLTA A A *
      *  - CONGELADA, ENCERRADA OU DE HERANCA NAO SE   *
      *  TOCA; A CONTA TAMBEM FICA BLOQUEADA POR UM    *
      *  COTITULAR CADUCADO (0430)                     *
      **************************************************
       0260-MARCAR-CONTA                         SECTION.
           IF WRK-DOC-BLOQUEIA EQUAL "N"
             PERFORM VARYING WRK-SUB FROM 1 BY 1
                     UNTIL WRK-SUB > WRK-BLQ-QTD
               IF WRK-BLQ-CHAVE (WRK-SUB) EQUAL CLI-CHAVE
                 MOVE "S" TO WRK-DOC-BLOQUEIA
               END-IF
             END-PERFORM
           END-IF.
           MOVE SPACES TO WRK-STATUS-NOVO.
           IF WRK-DOC-BLOQUEIA EQUAL "S"
             MOVE "BLQ " TO WRK-L-BLQ
             IF REG-ARQCLI-STATUS EQUAL "A"
               MOVE "K"         TO WRK-STATUS-NOVO
               MOVE "BLOQ KYC"  TO WRK-AUD-OPERACAO
             END-IF
           ELSE
             IF REG-ARQCLI-STATUS EQUAL "K"
               MOVE "A"         TO WRK-STATUS-NOVO
               MOVE "DESBL KYC" TO WRK-AUD-OPERACAO
             END-IF
           END-IF.
           IF WRK-STATUS-NOVO EQUAL SPACES
             GO TO 0260-MARCAR-CONTA-FIM
           END-IF.
           MOVE WRK-STATUS-NOVO TO REG-ARQCLI-STATUS.
           REWRITE REG-ARQCLI
             INVALID KEY
               DISPLAY "ERRO AO MARCAR A CONTA " REG-ARQCLI-CHAVE
               GO TO 0260-MARCAR-CONTA-FIM
           END-REWRITE.
           IF WRK-STATUS-NOVO EQUAL "K"
             ADD 1 TO WRK-CONTADOR-BLOQ
           ELSE
             ADD 1 TO WRK-CONTADOR-DESBLOQ
           END-IF.
           PERFORM 0270-GRAVAR-AUDITORIA.
       0260-MARCAR-CONTA-FIM.  EXIT.
      **************************************************
       0270-GRAVAR-AUDITORIA                     SECTION.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WRK-AUD-OPERACAO TO AUD-OPERACAO.
           MOVE REG-ARQCLI-CHAVE TO AUD-CHAVE.
           MOVE REG-ARQCLI-NOME  TO AUD-NOME.
           MOVE REG-ARQCLI-SALDO TO AUD-SALDO-ANTES.
           MOVE REG-ARQCLI-SALDO TO AUD-SALDO-DEPOIS.
           MOVE "COBARQ41"       TO AUD-USERID.
           PERFORM 0930-SELAR-AUDITORIA.
           WRITE REG-AUDITORIA.
       0270-GRAVAR-AUDITORIA-FIM.  EXIT.
      **************************************************
      *  MUDANCA DO GRAU DE RISCO NA FICHA - O COBARQ55 *
      *  AMARRA AS ALTERACOES DO CLIMST A ESTE JORNAL   *
      **************************************************
       0275-AUDITAR-FICHA                        SECTION.
           ACCEPT CAU-DATA FROM DATE YYYYMMDD.
           ACCEPT CAU-HORA FROM TIME.
           MOVE "RISCO KYC"      TO CAU-OPERACAO.
           MOVE CLI-CHAVE        TO CAU-CHAVE.
           MOVE CLI-NOME         TO CAU-NOME.
           MOVE CLI-NIF          TO CAU-NIF.
           WRITE REG-CLIMSTAUD.
       0275-AUDITAR-FICHA-FIM.  EXIT.
      **************************************************
      *  SELA O REGISTO DE AUDITORIA - NUMERO DE       *
      *  SEQUENCIA DA CORRIDA E VALOR DE PROVA         *
      *  ENCADEADO NO REGISTO ANTERIOR, QUE O COBVSA43 *
      *  VERIFICA DE PONTA A PONTA                     *
      **************************************************
       0930-SELAR-AUDITORIA                      SECTION.
           ADD 1 TO WRK-AUD-SEQ.
           MOVE WRK-AUD-SEQ TO AUD-SEQ.
           MOVE REG-AUDITORIA(1:100) TO WRK-AREA-CHECK.
           COMPUTE WRK-SOMA-CHECK = WRK-CHECK-ANT * 31.
           PERFORM VARYING WRK-BYTE-SUB FROM 1 BY 1
                   UNTIL WRK-BYTE-SUB > 100
             PERFORM VARYING WRK-ALFA-SUB FROM 1 BY 1
                     UNTIL WRK-ALFA-SUB > 42
               IF WRK-AREA-CHECK(WRK-BYTE-SUB:1) EQUAL
                  WRK-ALFA-CHAR (WRK-ALFA-SUB)
                 COMPUTE WRK-SOMA-CHECK = WRK-SOMA-CHECK
                       + WRK-ALFA-SUB * WRK-BYTE-SUB
               END-IF
             END-PERFORM
           END-PERFORM.
           DIVIDE WRK-SOMA-CHECK BY 999999937
               GIVING WRK-QUOC-CHECK REMAINDER WRK-REST-CHECK.
           MOVE WRK-REST-CHECK TO AUD-CHECK.
           MOVE WRK-REST-CHECK TO WRK-CHECK-ANT.
       0930-SELAR-AUDITORIA-FIM.  EXIT.
      **************************************************
      *  G = GRAU APURADO, P = GRAU ANTERIOR; MOTIVOS: *
      *  REV REVISAO VENCIDA, RSC RISCO AGRAVADO, DOC  *
      *  DOCUMENTO EM FALTA OU CADUCADO, BLQ DEBITOS   *
      *  BLOQUEADOS                                    *
      **************************************************
       0240-LISTAR-FICHA                         SECTION.
           IF CLI-CHAVE(1:4) NOT EQUAL WRK-AGENCIA-ANT
             MOVE CLI-CHAVE(1:4) TO WRK-AGENCIA-ANT
             MOVE CLI-CHAVE(1:4) TO WRK-A-AGENCIA
             WRITE REG-KYCREV FROM WRK-LINHA-BRANCO
             WRITE REG-KYCREV FROM WRK-LINHA-AGE
             WRITE REG-KYCREV FROM WRK-LINHA-TIT
           END-IF.
           MOVE CLI-CHAVE        TO WRK-L-CHAVE.
           MOVE CLI-NOME         TO WRK-L-NOME.
           MOVE WRK-RISCO-NOVO   TO WRK-L-RISCO.
           MOVE WRK-RISCO-ANT    TO WRK-L-RISCO-ANT.
           MOVE ZEROS            TO WRK-L-REVISAO.
           IF CLI-DATA-REVISAO IS NUMERIC
             MOVE CLI-DATA-REVISAO TO WRK-L-REVISAO
           END-IF.
           MOVE ZEROS            TO WRK-L-VALIDADE.
           IF CLI-DOC-VALIDADE IS NUMERIC
             MOVE CLI-DOC-VALIDADE TO WRK-L-VALIDADE
           END-IF.
           WRITE REG-KYCREV FROM WRK-LINHA-REV.
           ADD 1 TO WRK-CONTADOR-LISTA.
       0240-LISTAR-FICHA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-FICHAS   TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DATA DA REVISAO....... " WRK-DATA-PROC.
           DISPLAY "FICHAS AVALIADAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ALTO     TO WRK-CONTADOR-IDE.
           DISPLAY "RISCO ALTO............ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-MEDIO    TO WRK-CONTADOR-IDE.
           DISPLAY "RISCO MEDIO........... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-BAIXO    TO WRK-CONTADOR-IDE.
           DISPLAY "RISCO BAIXO........... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-MUDADOS  TO WRK-CONTADOR-IDE.
           DISPLAY "GRAUS ALTERADOS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-LISTA    TO WRK-CONTADOR-IDE.
           DISPLAY "FICHAS A REVER........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-BLOQ     TO WRK-CONTADOR-IDE.
           DISPLAY "CONTAS BLOQUEADAS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-DESBLOQ  TO WRK-CONTADOR-IDE.
           DISPLAY "CONTAS DESBLOQUEADAS.. " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CLM.
           CLOSE AQL.
           IF WRK-TEM-TITULARES EQUAL "S"
             CLOSE TIT
           END-IF.
           CLOSE REV.
           CLOSE AUD.
           CLOSE CAU.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

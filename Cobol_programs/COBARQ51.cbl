       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ51.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: RECONCILIACAO DIARIA E DE FIM DE MES DOS
      *            RAZOES AUXILIARES COM O RAZAO GERAL -
      *            TOTALIZA CADA AUXILIAR (ARQCLI POR MOEDA,
      *            EMPRST SALDO DEVEDOR, DEPPRAZO CAPITAL,
      *            SUSPMST PENDENTES ABERTOS, FATABER E
      *            PROPINAS EM DIVIDA) E COMPARA COM O SALDO
      *            DA CONTA GL MAPEADA EM GLRECMAP, APURADO
      *            NOS LANCAMENTOS DO JRNLOUT ATE A DATA DA
      *            RECONCILIACAO (SYSIN AAAAMMDD, EM BRANCO =
      *            DATA DE NEGOCIO DO DATACTL)
      *            CADA QUEBRA SAI NO RELATORIO GLRECREL COM
      *            O VALOR E A IDADE EM DIAS (DATA EM QUE
      *            APARECEU, TRAZIDA DO RECANT) E FICA NO
      *            RECQUEB, QUE E O RECANT DA PROXIMA CORRIDA
      *            E QUE O COBARQ30 CONSULTA PARA RECUSAR O
      *            FECHO DO MES COM QUEBRAS MATERIAIS ABERTAS
      *            (ACIMA DA TOLERANCIA DO MAPA) - O PRIMEIRO
      *            REGISTO DO RECQUEB E SEMPRE O DE CONTROLO
      *            (MATERIAL T) COM A DATA DA RECONCILIACAO
      *            O CREDITO POR APLICAR DAS NOTAS DE CREDITO
      *            DE FRETE (FATABER ESTADO C, VER COBOL024)
      *            ABATE AO SALDO DOS CLIENTES
      *            A PROPINA REEMBOLSADA NO CANCELAMENTO
      *            (ESTADO R, VER COB07A) JA NAO E DIVIDA
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * GLRECMAP    INPUT       -----
      * RECANT      INPUT       -----   (QUEBRAS ANTERIORES)
      * ARQCLI      INPUT       -----
      * EMPRST      INPUT       -----
      * DEPPRAZO    INPUT       -----
      * SUSPMST     INPUT       -----
      * FATABER     INPUT       -----
      * PROPINAS    INPUT       -----
      * JRNLOUT     INPUT       -----
      * GLRECREL    OUTPUT      -----   (RELATORIO)
      * RECQUEB     OUTPUT      -----   (QUEBRAS ABERTAS)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT RCM ASSIGN TO GLRECMAP
           FILE STATUS IS WRK-FS-GLRECMAP.

           SELECT ANT ASSIGN TO RECANT
           FILE STATUS IS WRK-FS-RECANT.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT DEP ASSIGN TO DEPPRAZO
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS DEP-ID
           FILE STATUS   IS WRK-FS-DEPPRAZO.

           SELECT SUS ASSIGN TO SUSPMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS SUS-ID
           FILE STATUS   IS WRK-FS-SUSPMST.

           SELECT ABE ASSIGN TO FATABER
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS ABE-NUMERO
           FILE STATUS   IS WRK-FS-FATABER.

           SELECT PRP ASSIGN TO PROPINAS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PRP-ID
           FILE STATUS   IS WRK-FS-PROPINAS.

           SELECT JRN ASSIGN TO JRNLOUT
           FILE STATUS IS WRK-FS-JRNLOUT.

           SELECT REL ASSIGN TO GLRECREL
           FILE STATUS IS WRK-FS-GLRECREL.

           SELECT QBR ASSIGN TO RECQUEB
           FILE STATUS IS WRK-FS-RECQUEB.
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

      *-------------------------------------------------*
      *  MAPA AUXILIAR -> CONTA GL - NATUREZA D (ATIVO) *
      *  OU C (PASSIVO) E TOLERANCIA DE MATERIALIDADE;  *
      *  A MOEDA SO SE USA NO ARQCLI                    *
      *-------------------------------------------------*
       FD RCM
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-GLRECMAP.
          05 RCM-RAZAO            PIC X(08).
          05 RCM-MOEDA            PIC X(03).
          05 RCM-CONTA            PIC X(08).
          05 RCM-NATUREZA         PIC X(01).
          05 RCM-TOLERANCIA       PIC 9(07)V99.

       FD ANT
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01 REG-RECANT.
          05 ANT-RAZAO            PIC X(08).
          05 ANT-MOEDA            PIC X(03).
          05 ANT-CONTA            PIC X(08).
          05 ANT-DATA-INICIO      PIC 9(08).
          05 ANT-DATA-RECON       PIC 9(08).
          05 ANT-DIFERENCA        PIC S9(11)V99.
          05 ANT-MATERIAL         PIC X(01).
          05 FILLER               PIC X(01).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

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

       FD DEP.
       01 REG-DEPPRAZO.
          05 DEP-ID.
             10 DEP-CHAVE         PIC X(09).
             10 DEP-NUM           PIC 9(03).
          05 DEP-CAPITAL          PIC 9(07)V99.
          05 DEP-TAXA             PIC 9(02)V9(04).
          05 DEP-DATA-INI         PIC 9(08).
          05 DEP-DATA-VENC        PIC 9(08).
          05 DEP-RENOVACAO        PIC X(01).
          05 DEP-STATUS           PIC X(01).

       FD SUS.
       01 REG-SUSPMST.
          05 SUS-ID               PIC 9(07).
          05 SUS-ORIGEM           PIC X(08).
          05 SUS-CHAVE            PIC X(09).
          05 SUS-TIPO             PIC X(01).
          05 SUS-VALOR            PIC 9(08)V99.
          05 SUS-MOTIVO           PIC X(25).
          05 SUS-DATA             PIC 9(08).
          05 SUS-STATUS           PIC X(01).

       FD ABE.
       01 REG-FATABER.
          05 ABE-NUMERO           PIC 9(06).
          05 ABE-CLIENTE          PIC X(10).
          05 ABE-DATA             PIC 9(08).
          05 ABE-TOTAL            PIC 9(09)V99.
          05 ABE-PAGO             PIC 9(09)V99.
          05 ABE-STATUS           PIC X(01).

       FD PRP.
       01 REG-PROPINAS.
          05 PRP-ID.
             10 PRP-ALUNO         PIC 9(06).
             10 PRP-CURSO         PIC X(04).
          05 PRP-VALOR            PIC 9(05)V99.
          05 PRP-PAGO             PIC 9(05)V99.
          05 PRP-DATA             PIC 9(08).
          05 PRP-ESTADO           PIC X(01).

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
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-GLRECREL            PIC X(80).

       FD QBR
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01 REG-RECQUEB.
          05 QBR-RAZAO            PIC X(08).
          05 QBR-MOEDA            PIC X(03).
          05 QBR-CONTA            PIC X(08).
          05 QBR-DATA-INICIO      PIC 9(08).
          05 QBR-DATA-RECON       PIC 9(08).
          05 QBR-DIFERENCA        PIC S9(11)V99.
          05 QBR-MATERIAL         PIC X(01).
          05 FILLER               PIC X(01).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLRECMAP         PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECANT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPPRAZO         PIC X(02) VALUE ZEROS.
       77 WRK-FS-SUSPMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-FATABER          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PROPINAS         PIC X(02) VALUE ZEROS.
       77 WRK-FS-JRNLOUT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLRECREL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECQUEB          PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PARM           PIC X(08) VALUE SPACES.
       77 WRK-DATA-RECON          PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-RAZAO           PIC X(01) VALUE "N".
      *------------- VALOR A SOMAR NUM AUXILIAR -----------
       77 WRK-RAZAO               PIC X(08) VALUE SPACES.
       77 WRK-MOEDA               PIC X(03) VALUE SPACES.
       77 WRK-VALOR               PIC S9(11)V99 COMP VALUE ZEROS.
      *------------- MAPA E TOTAIS POR AUXILIAR ----------
       01 WRK-MAPA-TAB.
          05 WRK-MAP-ENTRY OCCURS 40 TIMES.
             10 WRK-MAP-RAZAO     PIC X(08).
             10 WRK-MAP-MOEDA     PIC X(03).
             10 WRK-MAP-CONTA     PIC X(08).
             10 WRK-MAP-NATUREZA  PIC X(01).
             10 WRK-MAP-TOLERANCIA PIC 9(07)V99.
             10 WRK-MAP-AUXILIAR  PIC S9(13)V99 COMP.
             10 WRK-MAP-GL-DEB    PIC 9(13)V99 COMP.
             10 WRK-MAP-GL-CRED   PIC 9(13)V99 COMP.
       77 WRK-MAPA-QTD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MAPA-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MAPA-USO            PIC 9(02) COMP VALUE ZEROS.
      *------------- AUXILIARES SEM MAPA ------------------
       01 WRK-SEMMAPA-TAB.
          05 WRK-SMP-ENTRY OCCURS 20 TIMES.
             10 WRK-SMP-RAZAO     PIC X(08).
             10 WRK-SMP-MOEDA     PIC X(03).
             10 WRK-SMP-VALOR     PIC S9(13)V99 COMP.
       77 WRK-SMP-QTD             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SMP-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SMP-USO             PIC 9(02) COMP VALUE ZEROS.
      *------------- QUEBRAS DA CORRIDA ANTERIOR ---------
       01 WRK-ANT-TAB.
          05 WRK-ANT-ENTRY OCCURS 40 TIMES.
             10 WRK-ANT-RAZAO     PIC X(08).
             10 WRK-ANT-MOEDA     PIC X(03).
             10 WRK-ANT-INICIO    PIC 9(08).
       77 WRK-ANT-QTD             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ANT-SUB             PIC 9(02) COMP VALUE ZEROS.
      *------------- COMPARACAO --------------------------
       77 WRK-SALDO-GL            PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-DIFERENCA           PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-DIF-ABSOLUTA        PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-DATA-INICIO         PIC 9(08) VALUE ZEROS.
       77 WRK-IDADE               PIC 9(05) COMP VALUE ZEROS.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-LANC       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CONFERE    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-QUEBRAS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-MATERIAIS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(44) VALUE
             "RECONCILIACAO AUXILIARES / RAZAO GERAL EM   ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(28) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "AUXILIAR MOE CONTA GL  TOTAL AUXILIAR   ".
          05 FILLER               PIC X(40) VALUE
             "     SALDO GL       DIFERENCA IDADE SIT ".
       01 WRK-LINHA-REC.
          05 WRK-L-RAZAO          PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-MOEDA          PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CONTA          PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-AUXILIAR       PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SALDO-GL       PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DIFERENCA      PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-IDADE          PIC ZZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SITUACAO       PIC X(04).
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0120-CARREGAR-ANTERIORES.
           PERFORM 0200-SOMAR-ARQCLI.
           PERFORM 0220-SOMAR-EMPRST.
           PERFORM 0230-SOMAR-DEPPRAZO.
           PERFORM 0240-SOMAR-SUSPMST.
           PERFORM 0250-SOMAR-FATABER.
           PERFORM 0260-SOMAR-PROPINAS.
           PERFORM 0280-SOMAR-RAZAO-GERAL.
           PERFORM 0400-COMPARAR.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PARM FROM SYSIN.
           IF WRK-DATA-PARM NOT EQUAL SPACES AND
              WRK-DATA-PARM IS NUMERIC
             MOVE WRK-DATA-PARM TO WRK-DATA-RECON
           ELSE
             OPEN INPUT CTD
             IF WRK-FS-DATACTL EQUAL "00"
               READ CTD
               MOVE CTD-DATA-NEGOCIO TO WRK-DATA-RECON
               CLOSE CTD
             ELSE
               DISPLAY "DATACTL INDISPONIVEL - USA DATA DA MAQUINA"
               ACCEPT WRK-DATA-RECON FROM DATE YYYYMMDD
             END-IF
           END-IF.
           OPEN INPUT RCM.
           IF WRK-FS-GLRECMAP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA GLRECMAP - STATUS "
                     WRK-FS-GLRECMAP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ RCM.
           PERFORM 0110-CARREGAR-MAPA UNTIL WRK-FS-GLRECMAP EQUAL "10".
           CLOSE RCM.
           IF WRK-MAPA-QTD EQUAL ZEROS
             DISPLAY "GLRECMAP VAZIO - NADA A RECONCILIAR"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-GLRECREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA GLRECREL - STATUS "
                     WRK-FS-GLRECREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT QBR.
           IF WRK-FS-RECQUEB NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA RECQUEB - STATUS "
                     WRK-FS-RECQUEB
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES         TO REG-RECQUEB.
           MOVE "CONTROLO"     TO QBR-RAZAO.
           MOVE WRK-DATA-RECON TO QBR-DATA-INICIO.
           MOVE WRK-DATA-RECON TO QBR-DATA-RECON.
           MOVE ZEROS          TO QBR-DIFERENCA.
           MOVE "T"            TO QBR-MATERIAL.
           WRITE REG-RECQUEB.
           MOVE WRK-DATA-RECON TO WRK-CAB-DATA.
           WRITE REG-GLRECREL FROM WRK-LINHA-CAB.
           WRITE REG-GLRECREL FROM WRK-LINHA-BRANCO.
           WRITE REG-GLRECREL FROM WRK-LINHA-TIT.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0110-CARREGAR-MAPA                        SECTION.
           IF WRK-MAPA-QTD LESS THAN 40
             ADD 1 TO WRK-MAPA-QTD
             MOVE RCM-RAZAO      TO WRK-MAP-RAZAO (WRK-MAPA-QTD)
             MOVE RCM-MOEDA      TO WRK-MAP-MOEDA (WRK-MAPA-QTD)
             MOVE RCM-CONTA      TO WRK-MAP-CONTA (WRK-MAPA-QTD)
             MOVE RCM-NATUREZA   TO WRK-MAP-NATUREZA (WRK-MAPA-QTD)
             MOVE RCM-TOLERANCIA
               TO WRK-MAP-TOLERANCIA (WRK-MAPA-QTD)
             MOVE ZEROS TO WRK-MAP-AUXILIAR (WRK-MAPA-QTD)
             MOVE ZEROS TO WRK-MAP-GL-DEB (WRK-MAPA-QTD)
             MOVE ZEROS TO WRK-MAP-GL-CRED (WRK-MAPA-QTD)
           ELSE
             DISPLAY "TABELA DO MAPA CHEIA - " RCM-RAZAO " " RCM-MOEDA
           END-IF.
           READ RCM.
       0110-CARREGAR-MAPA-FIM.  EXIT.
      **************************************************
      *  SEM RECANT (PRIMEIRA CORRIDA) TODAS AS        *
      *  QUEBRAS COMECAM HOJE; O REGISTO DE CONTROLO   *
      *  NAO E QUEBRA                                  *
      **************************************************
       0120-CARREGAR-ANTERIORES                  SECTION.
           OPEN INPUT ANT.
           IF WRK-FS-RECANT NOT EQUAL "00"
             DISPLAY "RECANT INDISPONIVEL - IDADES CONTAM DE HOJE"
             GO TO 0120-CARREGAR-ANTERIORES-FIM
           END-IF.
           READ ANT.
           PERFORM UNTIL WRK-FS-RECANT NOT EQUAL "00"
             IF ANT-MATERIAL NOT EQUAL "T" AND
                WRK-ANT-QTD LESS THAN 40
               ADD 1 TO WRK-ANT-QTD
               MOVE ANT-RAZAO       TO WRK-ANT-RAZAO (WRK-ANT-QTD)
               MOVE ANT-MOEDA       TO WRK-ANT-MOEDA (WRK-ANT-QTD)
               MOVE ANT-DATA-INICIO TO WRK-ANT-INICIO (WRK-ANT-QTD)
             END-IF
             READ ANT
           END-PERFORM.
           CLOSE ANT.
       0120-CARREGAR-ANTERIORES-FIM.  EXIT.
      **************************************************
      *  SALDO LIQUIDO POR MOEDA - OS DESCOBERTOS       *
      *  ABATEM AOS DEPOSITOS COMO NO RAZAO             *
      **************************************************
       0200-SOMAR-ARQCLI                         SECTION.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO WRK-FIM-RAZAO.
           PERFORM UNTIL WRK-FIM-RAZAO EQUAL "S"
             READ AQL NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-RAZAO
               NOT AT END
                 MOVE "ARQCLI"          TO WRK-RAZAO
                 MOVE REG-ARQCLI-MOEDA  TO WRK-MOEDA
                 MOVE REG-ARQCLI-SALDO  TO WRK-VALOR
                 PERFORM 0800-SOMAR-AUXILIAR
             END-READ
           END-PERFORM.
           CLOSE AQL.
       0200-SOMAR-ARQCLI-FIM. EXIT.
      **************************************************
       0220-SOMAR-EMPRST                         SECTION.
           OPEN INPUT EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS " WRK-FS-EMPRST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO WRK-FIM-RAZAO.
           PERFORM UNTIL WRK-FIM-RAZAO EQUAL "S"
             READ EMP NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-RAZAO
               NOT AT END
                 IF EMP-STATUS EQUAL "A"
                   MOVE "EMPRST"        TO WRK-RAZAO
                   MOVE SPACES          TO WRK-MOEDA
                   MOVE EMP-SALDO-DEV   TO WRK-VALOR
                   PERFORM 0800-SOMAR-AUXILIAR
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE EMP.
       0220-SOMAR-EMPRST-FIM. EXIT.
      **************************************************
       0230-SOMAR-DEPPRAZO                       SECTION.
           OPEN INPUT DEP.
           IF WRK-FS-DEPPRAZO NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEPPRAZO - STATUS "
                     WRK-FS-DEPPRAZO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO WRK-FIM-RAZAO.
           PERFORM UNTIL WRK-FIM-RAZAO EQUAL "S"
             READ DEP NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-RAZAO
               NOT AT END
                 IF DEP-STATUS EQUAL "A"
                   MOVE "DEPPRAZO"      TO WRK-RAZAO
                   MOVE SPACES          TO WRK-MOEDA
                   MOVE DEP-CAPITAL     TO WRK-VALOR
                   PERFORM 0800-SOMAR-AUXILIAR
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DEP.
       0230-SOMAR-DEPPRAZO-FIM.  EXIT.
      **************************************************
      *  PENDENTES ABERTOS - OS CREDITOS EM SUSPENSO   *
      *  SOMAM E OS DEBITOS ABATEM                     *
      **************************************************
       0240-SOMAR-SUSPMST                        SECTION.
           OPEN INPUT SUS.
           IF WRK-FS-SUSPMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SUSPMST - STATUS "
                     WRK-FS-SUSPMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO WRK-FIM-RAZAO.
           PERFORM UNTIL WRK-FIM-RAZAO EQUAL "S"
             READ SUS NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-RAZAO
               NOT AT END
                 IF SUS-STATUS EQUAL "A"
                   MOVE "SUSPMST"       TO WRK-RAZAO
                   MOVE SPACES          TO WRK-MOEDA
                   IF SUS-TIPO EQUAL "D"
                     COMPUTE WRK-VALOR = ZEROS - SUS-VALOR
                   ELSE
                     MOVE SUS-VALOR     TO WRK-VALOR
                   END-IF
                   PERFORM 0800-SOMAR-AUXILIAR
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SUS.
       0240-SOMAR-SUSPMST-FIM.  EXIT.
      **************************************************
      *  FATURAS EM ABERTO - O QUE FALTA RECEBER       *
      **************************************************
       0250-SOMAR-FATABER                        SECTION.
           OPEN INPUT ABE.
           IF WRK-FS-FATABER NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FATABER - STATUS "
                     WRK-FS-FATABER
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO WRK-FIM-RAZAO.
           PERFORM UNTIL WRK-FIM-RAZAO EQUAL "S"
             READ ABE NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-RAZAO
               NOT AT END
                 IF ABE-STATUS NOT EQUAL "P"
                   MOVE "FATABER"       TO WRK-RAZAO
                   MOVE SPACES          TO WRK-MOEDA
                   COMPUTE WRK-VALOR = ABE-TOTAL - ABE-PAGO
                   IF ABE-STATUS EQUAL "C"
                     COMPUTE WRK-VALOR = ZEROS - WRK-VALOR
                   END-IF
                   PERFORM 0800-SOMAR-AUXILIAR
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ABE.
       0250-SOMAR-FATABER-FIM.  EXIT.
      **************************************************
       0260-SOMAR-PROPINAS                       SECTION.
           OPEN INPUT PRP.
           IF WRK-FS-PROPINAS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PROPINAS - STATUS "
                     WRK-FS-PROPINAS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE "N" TO WRK-FIM-RAZAO.
           PERFORM UNTIL WRK-FIM-RAZAO EQUAL "S"
             READ PRP NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-RAZAO
               NOT AT END
                 IF PRP-ESTADO NOT EQUAL "P" AND
                    PRP-ESTADO NOT EQUAL "R"
                   MOVE "PROPINAS"      TO WRK-RAZAO
                   MOVE SPACES          TO WRK-MOEDA
                   COMPUTE WRK-VALOR = PRP-VALOR - PRP-PAGO
                   PERFORM 0800-SOMAR-AUXILIAR
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE PRP.
       0260-SOMAR-PROPINAS-FIM.  EXIT.
      **************************************************
      *  SALDO GL DE CADA CONTA MAPEADA - O JRNLOUT E  *
      *  O HISTORICO ACUMULADO DOS LANCAMENTOS (LAN)   *
      *  ATE A DATA DA RECONCILIACAO                   *
      **************************************************
       0280-SOMAR-RAZAO-GERAL                    SECTION.
           OPEN INPUT JRN.
           IF WRK-FS-JRNLOUT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA JRNLOUT - STATUS "
                     WRK-FS-JRNLOUT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ JRN.
           PERFORM UNTIL WRK-FS-JRNLOUT NOT EQUAL "00"
             IF JRN-TIPO EQUAL "LAN" AND
                JRN-DATA NOT GREATER THAN WRK-DATA-RECON
               ADD 1 TO WRK-CONTADOR-LANC
               PERFORM VARYING WRK-MAPA-SUB FROM 1 BY 1
                       UNTIL WRK-MAPA-SUB > WRK-MAPA-QTD
                 IF JRN-CONTA EQUAL WRK-MAP-CONTA (WRK-MAPA-SUB)
                   IF JRN-DC EQUAL "D"
                     ADD JRN-VALOR TO WRK-MAP-GL-DEB (WRK-MAPA-SUB)
                   ELSE
                     ADD JRN-VALOR TO WRK-MAP-GL-CRED (WRK-MAPA-SUB)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
             READ JRN
           END-PERFORM.
           CLOSE JRN.
       0280-SOMAR-RAZAO-GERAL-FIM.  EXIT.
      **************************************************
      *  UMA LINHA POR CONTA MAPEADA - A QUEBRA GUARDA *
      *  A DATA EM QUE APARECEU PARA CONTAR A IDADE    *
      **************************************************
       0400-COMPARAR                             SECTION.
           PERFORM VARYING WRK-MAPA-SUB FROM 1 BY 1
                   UNTIL WRK-MAPA-SUB > WRK-MAPA-QTD
             PERFORM 0420-COMPARAR-CONTA
           END-PERFORM.
           PERFORM VARYING WRK-SMP-SUB FROM 1 BY 1
                   UNTIL WRK-SMP-SUB > WRK-SMP-QTD
             MOVE WRK-SMP-RAZAO (WRK-SMP-SUB)  TO WRK-L-RAZAO
             MOVE WRK-SMP-MOEDA (WRK-SMP-SUB)  TO WRK-L-MOEDA
             MOVE "SEM MAPA"                   TO WRK-L-CONTA
             MOVE WRK-SMP-VALOR (WRK-SMP-SUB)  TO WRK-L-AUXILIAR
             MOVE ZEROS                        TO WRK-L-SALDO-GL
             MOVE WRK-SMP-VALOR (WRK-SMP-SUB)  TO WRK-L-DIFERENCA
             MOVE ZEROS                        TO WRK-L-IDADE
             MOVE "MAPA"                       TO WRK-L-SITUACAO
             WRITE REG-GLRECREL FROM WRK-LINHA-REC
             ADD 1 TO WRK-CONTADOR-QUEBRAS
           END-PERFORM.
       0400-COMPARAR-FIM.     EXIT.
      **************************************************
       0420-COMPARAR-CONTA                       SECTION.
           IF WRK-MAP-NATUREZA (WRK-MAPA-SUB) EQUAL "D"
             COMPUTE WRK-SALDO-GL = WRK-MAP-GL-DEB (WRK-MAPA-SUB)
                                  - WRK-MAP-GL-CRED (WRK-MAPA-SUB)
           ELSE
             COMPUTE WRK-SALDO-GL = WRK-MAP-GL-CRED (WRK-MAPA-SUB)
                                  - WRK-MAP-GL-DEB (WRK-MAPA-SUB)
           END-IF.
           COMPUTE WRK-DIFERENCA = WRK-MAP-AUXILIAR (WRK-MAPA-SUB)
                                 - WRK-SALDO-GL.
           MOVE WRK-MAP-RAZAO (WRK-MAPA-SUB)    TO WRK-L-RAZAO.
           MOVE WRK-MAP-MOEDA (WRK-MAPA-SUB)    TO WRK-L-MOEDA.
           MOVE WRK-MAP-CONTA (WRK-MAPA-SUB)    TO WRK-L-CONTA.
           MOVE WRK-MAP-AUXILIAR (WRK-MAPA-SUB) TO WRK-L-AUXILIAR.
           MOVE WRK-SALDO-GL                    TO WRK-L-SALDO-GL.
           MOVE WRK-DIFERENCA                   TO WRK-L-DIFERENCA.
           IF WRK-DIFERENCA EQUAL ZEROS
             MOVE ZEROS  TO WRK-L-IDADE
             MOVE "OK"   TO WRK-L-SITUACAO
             WRITE REG-GLRECREL FROM WRK-LINHA-REC
             ADD 1 TO WRK-CONTADOR-CONFERE
             GO TO 0420-COMPARAR-CONTA-FIM
           END-IF.
           ADD 1 TO WRK-CONTADOR-QUEBRAS.
      *    IDADE - DESDE A PRIMEIRA CORRIDA QUE VIU A QUEBRA
           MOVE WRK-DATA-RECON TO WRK-DATA-INICIO.
           PERFORM VARYING WRK-ANT-SUB FROM 1 BY 1
                   UNTIL WRK-ANT-SUB > WRK-ANT-QTD
             IF WRK-ANT-RAZAO (WRK-ANT-SUB) EQUAL
                WRK-MAP-RAZAO (WRK-MAPA-SUB) AND
                WRK-ANT-MOEDA (WRK-ANT-SUB) EQUAL
                WRK-MAP-MOEDA (WRK-MAPA-SUB)
               MOVE WRK-ANT-INICIO (WRK-ANT-SUB) TO WRK-DATA-INICIO
             END-IF
           END-PERFORM.
           MOVE ZEROS TO WRK-IDADE.
           IF WRK-DATA-INICIO LESS THAN WRK-DATA-RECON
             MOVE "D"             TO WRK-DAT-FUNCAO
             MOVE WRK-DATA-INICIO TO WRK-DAT-DATA1
             MOVE WRK-DATA-RECON  TO WRK-DAT-DATA2
             CALL "COBOL020" USING WRK-DATCALC-AREA
             IF WRK-DAT-RETORNO EQUAL "00"
               MOVE WRK-DAT-DIAS TO WRK-IDADE
             END-IF
           END-IF.
           MOVE WRK-IDADE TO WRK-L-IDADE.
           IF WRK-DIFERENCA LESS THAN ZEROS
             COMPUTE WRK-DIF-ABSOLUTA = ZEROS - WRK-DIFERENCA
           ELSE
             MOVE WRK-DIFERENCA TO WRK-DIF-ABSOLUTA
           END-IF.
           MOVE SPACES TO REG-RECQUEB.
           IF WRK-DIF-ABSOLUTA GREATER THAN
              WRK-MAP-TOLERANCIA (WRK-MAPA-SUB)
             MOVE "MAT"  TO WRK-L-SITUACAO
             MOVE "S"    TO QBR-MATERIAL
             ADD 1 TO WRK-CONTADOR-MATERIAIS
           ELSE
             MOVE "DIF"  TO WRK-L-SITUACAO
             MOVE "N"    TO QBR-MATERIAL
           END-IF.
           WRITE REG-GLRECREL FROM WRK-LINHA-REC.
           MOVE WRK-MAP-RAZAO (WRK-MAPA-SUB) TO QBR-RAZAO.
           MOVE WRK-MAP-MOEDA (WRK-MAPA-SUB) TO QBR-MOEDA.
           MOVE WRK-MAP-CONTA (WRK-MAPA-SUB) TO QBR-CONTA.
           MOVE WRK-DATA-INICIO              TO QBR-DATA-INICIO.
           MOVE WRK-DATA-RECON               TO QBR-DATA-RECON.
           MOVE WRK-DIFERENCA                TO QBR-DIFERENCA.
           WRITE REG-RECQUEB.
       0420-COMPARAR-CONTA-FIM.  EXIT.
      **************************************************
      *  ACUMULA O VALOR NA ENTRADA DO MAPA DO         *
      *  AUXILIAR/MOEDA; SEM MAPA VAI PARA A LISTA DE  *
      *  AUXILIARES NAO RECONCILIADOS                  *
      **************************************************
       0800-SOMAR-AUXILIAR                       SECTION.
           MOVE ZEROS TO WRK-MAPA-USO.
           PERFORM VARYING WRK-MAPA-SUB FROM 1 BY 1
                   UNTIL WRK-MAPA-SUB > WRK-MAPA-QTD
             IF WRK-MAP-RAZAO (WRK-MAPA-SUB) EQUAL WRK-RAZAO AND
                WRK-MAP-MOEDA (WRK-MAPA-SUB) EQUAL WRK-MOEDA
               MOVE WRK-MAPA-SUB TO WRK-MAPA-USO
             END-IF
           END-PERFORM.
           IF WRK-MAPA-USO GREATER THAN ZEROS
             ADD WRK-VALOR TO WRK-MAP-AUXILIAR (WRK-MAPA-USO)
             GO TO 0800-SOMAR-AUXILIAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-SMP-USO.
           PERFORM VARYING WRK-SMP-SUB FROM 1 BY 1
                   UNTIL WRK-SMP-SUB > WRK-SMP-QTD
             IF WRK-SMP-RAZAO (WRK-SMP-SUB) EQUAL WRK-RAZAO AND
                WRK-SMP-MOEDA (WRK-SMP-SUB) EQUAL WRK-MOEDA
               MOVE WRK-SMP-SUB TO WRK-SMP-USO
             END-IF
           END-PERFORM.
           IF WRK-SMP-USO EQUAL ZEROS
             IF WRK-SMP-QTD LESS THAN 20
               ADD 1 TO WRK-SMP-QTD
               MOVE WRK-SMP-QTD TO WRK-SMP-USO
               MOVE WRK-RAZAO   TO WRK-SMP-RAZAO (WRK-SMP-USO)
               MOVE WRK-MOEDA   TO WRK-SMP-MOEDA (WRK-SMP-USO)
               MOVE ZEROS       TO WRK-SMP-VALOR (WRK-SMP-USO)
             ELSE
               DISPLAY "AUXILIAR SEM MAPA - " WRK-RAZAO " " WRK-MOEDA
               GO TO 0800-SOMAR-AUXILIAR-FIM
             END-IF
           END-IF.
           ADD WRK-VALOR TO WRK-SMP-VALOR (WRK-SMP-USO).
       0800-SOMAR-AUXILIAR-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LANC TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "LANCAMENTOS GL LIDOS.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CONFERE TO WRK-CONTADOR-IDE.
           DISPLAY "CONTAS QUE CONFEREM... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-QUEBRAS TO WRK-CONTADOR-IDE.
           DISPLAY "QUEBRAS............... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-MATERIAIS TO WRK-CONTADOR-IDE.
           DISPLAY "QUEBRAS MATERIAIS..... " WRK-CONTADOR-IDE.
           IF WRK-CONTADOR-MATERIAIS GREATER THAN ZEROS
             MOVE 8 TO RETURN-CODE
           ELSE
             IF WRK-CONTADOR-QUEBRAS GREATER THAN ZEROS
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE REL.
           CLOSE QBR.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ43.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: LISTA DE CONTACTOS DAS AGENCIAS PARA O
      *            CORREIO DEVOLVIDO - PERCORRE O CLIMST POR
      *            CHAVE (OU SEJA POR AGENCIA) E LISTA EM
      *            CORRWRK CADA CLIENTE COM A MORADA MARCADA
      *            COMO DEVOLVIDA (COBVSA64), COM A DATA E O
      *            DOCUMENTO DEVOLVIDO, O TELEFONE E O EMAIL
      *            PARA O CONTACTO E O NUMERO DE DOCUMENTOS
      *            RETIDOS DESDE A DEVOLUCAO (CORRRET, GRAVADO
      *            PELO COBVSA44, COBVSA13, COBVSA38 E
      *            COB08A); A MARCA SO CAI QUANDO O COBVSA12
      *            GRAVA MORADA NOVA
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CLIMST      INPUT       -----
      * CORRRET     INPUT       BOOKCRR
      * CORRWRK     OUTPUT      -----   (LISTA DAS AGENCIAS)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT CRR ASSIGN TO CORRRET
           FILE STATUS IS WRK-FS-CORRRET.

           SELECT WRK ASSIGN TO CORRWRK
           FILE STATUS IS WRK-FS-CORRWRK.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
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

       FD CRR
           RECORDING MODE IS F.
       COPY BOOKCRR.

       FD WRK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CORRWRK             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CORRRET          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CORRWRK          PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CLIMST          PIC X(01) VALUE "N".
       77 WRK-TEM-CORRRET         PIC X(01) VALUE "N".
       77 WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
      *------------- RETIDOS POR FICHA -------------------
       01 WRK-RET-TAB.
          05 WRK-RET-ENTRY OCCURS 2000 TIMES.
             10 WRK-RET-CHAVE     PIC X(09).
             10 WRK-RET-QTD       PIC 9(05) COMP.
       77 WRK-RET-QTD-TAB         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SUB                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RETIDOS-FICHA       PIC 9(05) COMP VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-RETIDOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-FICHAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-AGENCIA    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DA LISTA ---------------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "CORREIO DEVOLVIDO - CLIENTES A CONTACTAR".
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
             " DEVOLVID DOC RET. TELEFONE             ".
       01 WRK-LINHA-DET.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NOME           PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DOCUMENTO      PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-RETIDOS        PIC ZZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-TELEFONE       PIC X(12).
          05 FILLER               PIC X(09) VALUE SPACES.
       01 WRK-LINHA-EMAIL.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE "EMAIL ".
          05 WRK-E-EMAIL          PIC X(30).
          05 FILLER               PIC X(34) VALUE SPACES.
       01 WRK-LINHA-TOTAGE.
          05 FILLER               PIC X(08) VALUE "AGENCIA ".
          05 WRK-T-AGENCIA        PIC X(04).
          05 FILLER               PIC X(22) VALUE
             " CLIENTES A CONTACTAR ".
          05 WRK-T-FICHAS         PIC Z.ZZZ.ZZ9.
          05 FILLER               PIC X(37) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TEM-CORRRET EQUAL "S"
             PERFORM 0400-CONTAR-RETIDOS
           END-IF.
           PERFORM 0110-POSICIONAR-FICHAS.
           PERFORM 0200-PROCESSAR UNTIL WRK-EOF-CLIMST EQUAL "S".
           IF WRK-AGENCIA-ANT NOT EQUAL SPACES
             PERFORM 0230-TOTAL-AGENCIA
           END-IF.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  SEM CORRRET A LISTA SAI NA MESMA, SEM A       *
      *  CONTAGEM DOS DOCUMENTOS RETIDOS               *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CRR.
           IF WRK-FS-CORRRET EQUAL "00"
             MOVE "S" TO WRK-TEM-CORRRET
           ELSE
             DISPLAY "CORRRET INDISPONIVEL - SEM CONTAGEM DE RETIDOS"
           END-IF.
           OPEN OUTPUT WRK.
           IF WRK-FS-CORRWRK NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CORRWRK - STATUS "
                     WRK-FS-CORRWRK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DATA-HOJE TO WRK-CAB-DATA.
           WRITE REG-CORRWRK FROM WRK-LINHA-CAB.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SO CONTAM OS RETIDOS DE FICHA AINDA MARCADA E *
      *  DE DATA IGUAL OU POSTERIOR A DEVOLUCAO - OS   *
      *  DE MORADAS JA CORRIGIDAS FICAM DE FORA        *
      **************************************************
       0400-CONTAR-RETIDOS                       SECTION.
           READ CRR.
           PERFORM UNTIL WRK-FS-CORRRET NOT EQUAL "00"
             MOVE CRR-CHAVE TO CLI-CHAVE
             READ CLM
             IF WRK-FS-CLIMST EQUAL "00" AND
                CLI-MORADA-DEVOL EQUAL "S" AND
                CRR-DATA NOT LESS THAN CLI-DATA-DEVOL
               PERFORM 0410-SOMAR-RETIDO
             END-IF
             READ CRR
           END-PERFORM.
       0400-CONTAR-RETIDOS-FIM.  EXIT.
      **************************************************
       0410-SOMAR-RETIDO                         SECTION.
           ADD 1 TO WRK-CONTADOR-RETIDOS.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RET-QTD-TAB
             IF WRK-RET-CHAVE (WRK-SUB) EQUAL CRR-CHAVE
               ADD 1 TO WRK-RET-QTD (WRK-SUB)
               GO TO 0410-SOMAR-RETIDO-FIM
             END-IF
           END-PERFORM.
           IF WRK-RET-QTD-TAB LESS THAN 2000
             ADD 1 TO WRK-RET-QTD-TAB
             MOVE CRR-CHAVE TO WRK-RET-CHAVE (WRK-RET-QTD-TAB)
             MOVE 1         TO WRK-RET-QTD (WRK-RET-QTD-TAB)
           ELSE
             DISPLAY "TABELA DE RETIDOS CHEIA - " CRR-CHAVE
           END-IF.
       0410-SOMAR-RETIDO-FIM.  EXIT.
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
      *  FICHA DE FALECIDO NAO SE CONTACTA - A         *
      *  CORRESPONDENCIA E TRATADA COM A HERANCA       *
      **************************************************
       0200-PROCESSAR                            SECTION.
           READ CLM NEXT RECORD
             AT END
               MOVE "S"          TO WRK-EOF-CLIMST
           END-READ.
           IF WRK-EOF-CLIMST EQUAL "S" OR
              CLI-MORADA-DEVOL NOT EQUAL "S" OR
              CLI-FALECIDO EQUAL "S"
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           IF CLI-CHAVE(1:4) NOT EQUAL WRK-AGENCIA-ANT
             IF WRK-AGENCIA-ANT NOT EQUAL SPACES
               PERFORM 0230-TOTAL-AGENCIA
             END-IF
             MOVE CLI-CHAVE(1:4) TO WRK-AGENCIA-ANT
             MOVE CLI-CHAVE(1:4) TO WRK-A-AGENCIA
             WRITE REG-CORRWRK FROM WRK-LINHA-BRANCO
             WRITE REG-CORRWRK FROM WRK-LINHA-AGE
             WRITE REG-CORRWRK FROM WRK-LINHA-TIT
           END-IF.
           MOVE ZEROS TO WRK-RETIDOS-FICHA.
           PERFORM VARYING WRK-SUB FROM 1 BY 1
                   UNTIL WRK-SUB > WRK-RET-QTD-TAB
             IF WRK-RET-CHAVE (WRK-SUB) EQUAL CLI-CHAVE
               MOVE WRK-RET-QTD (WRK-SUB) TO WRK-RETIDOS-FICHA
             END-IF
           END-PERFORM.
           MOVE CLI-CHAVE          TO WRK-L-CHAVE.
           MOVE CLI-NOME           TO WRK-L-NOME.
           MOVE ZEROS              TO WRK-L-DATA.
           IF CLI-DATA-DEVOL IS NUMERIC
             MOVE CLI-DATA-DEVOL   TO WRK-L-DATA
           END-IF.
           MOVE CLI-DOC-DEVOL      TO WRK-L-DOCUMENTO.
           MOVE WRK-RETIDOS-FICHA  TO WRK-L-RETIDOS.
           MOVE CLI-TELEFONE       TO WRK-L-TELEFONE.
           WRITE REG-CORRWRK FROM WRK-LINHA-DET.
           IF CLI-EMAIL NOT EQUAL SPACES
             MOVE CLI-EMAIL        TO WRK-E-EMAIL
             WRITE REG-CORRWRK FROM WRK-LINHA-EMAIL
           END-IF.
           ADD 1 TO WRK-CONTADOR-FICHAS.
           ADD 1 TO WRK-CONTADOR-AGENCIA.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0230-TOTAL-AGENCIA                        SECTION.
           MOVE WRK-AGENCIA-ANT      TO WRK-T-AGENCIA.
           MOVE WRK-CONTADOR-AGENCIA TO WRK-T-FICHAS.
           WRITE REG-CORRWRK FROM WRK-LINHA-TOTAGE.
           MOVE 0 TO WRK-CONTADOR-AGENCIA.
       0230-TOTAL-AGENCIA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-FICHAS   TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "CLIENTES A CONTACTAR.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RETIDOS  TO WRK-CONTADOR-IDE.
           DISPLAY "DOCUMENTOS RETIDOS.... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CLM.
           IF WRK-TEM-CORRRET EQUAL "S"
             CLOSE CRR
           END-IF.
           CLOSE WRK.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

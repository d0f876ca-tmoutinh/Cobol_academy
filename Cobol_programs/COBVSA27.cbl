      *            LEVANTAMENTO ACUMULADO, E GRAVA OS
      *            MOVIMENTOS ACEITES NO LAYOUT REG-MOVDIA
      *            (BOOKMOV) PARA A POSTAGEM DO COBVSA07 -
      *            AS RECUSAS SAEM EM ATMREJ COM O MOTIVO -
      *            NA CONTA DE MENOR (CLIMST) O DEBITO EXIGE
      *            QUE O CARTAO TENHA SIDO AUTORIZADO POR UM
      *            REPRESENTANTE LEGAL REGISTADO (TITULARES)
      *            O CARTAO DADO COMO PERDIDO OU ROUBADO NA
      *            LINHA DE BLOQUEIO (TR00PBA4) RECUSA COM
      *            MOTIVO PROPRIO PARA A PREVENCAO DA FRAUDE
      *            CADA TRANSACAO ACEITE FICA NO HISTORICO
      *            ATMHIST (CARTAO+DATA+SEQUENCIA) ONDE O
      *            COBVSA68 A ENCONTRA PARA ABRIR A DISPUTA
      *            O CARTAO DE CREDITO (CARTCRD) NAO GERA
      *            MOVIMENTO NA CONTA - A COMPRA E O CREDITO
      *            SAO POSTADOS NO SALDO DO CARTAO, CONTRA O
      *            LIMITE DE CREDITO (EXTRATO NO COBVSA69)
      *            SO DEPOIS DE GRAVADA NO ATMHIST - NUMA
      *            REPETICAO DA CORRIDA NAO SE POSTA DUAS VEZES
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * CARTMST     INPUT       -----
      * MOVATM      OUTPUT      BOOKMOV
      * ATMREJ      OUTPUT      -----
      * CLIMST      INPUT       -----
      * TITULARES   INPUT       -----
      * ATMHIST     I-O         BOOKAHS
      * CARTCRD     I-O         BOOKCRD
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.

           SELECT REJ ASSIGN TO ATMREJ
           FILE STATUS IS WRK-FS-ATMREJ.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.

           SELECT AHS ASSIGN TO ATMHIST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS AHS-ID
           FILE STATUS   IS WRK-FS-ATMHIST.

           SELECT CRD ASSIGN TO CARTCRD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CRD-NUMERO
           ALTERNATE RECORD KEY IS CRD-CHAVE WITH DUPLICATES
           FILE STATUS   IS WRK-FS-CARTCRD.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
          05 CAR-STATUS           PIC X(01).
          05 CAR-VALIDADE         PIC 9(08).
          05 CAR-LIM-DIARIO       PIC 9(06)V99.
          05 CAR-REPRESENTANTE    PIC X(09).

       FD MVA
           RECORDING MODE IS F
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-MOTIVO           PIC X(25).

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

       FD AHS.
       COPY BOOKAHS.

       FD CRD.
       COPY BOOKCRD.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ATMMOV           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVATM           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATMREJ           PIC X(02) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
      *------------- CONTAS DE MENORES -------------------
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-TEM-TITULARES       PIC X(01) VALUE "N".
       77 WRK-DATA-MAIORIDADE     PIC 9(09) VALUE ZEROS.
      *------------- HISTORICO PARA AS DISPUTAS ----------
       77 WRK-FS-ATMHIST          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-ATMHIST         PIC X(01) VALUE "N".
       77 WRK-CONTADOR-HISTORICO  PIC 9(10) COMP VALUE 0.
       77 WRK-HISTORICO-NOVO      PIC X(01) VALUE "S".
       77 WRK-CONTADOR-REPETIDAS  PIC 9(10) COMP VALUE 0.
      *------------- CARTOES DE CREDITO ------------------
       77 WRK-FS-CARTCRD          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CARTCRD         PIC X(01) VALUE "N".
       77 WRK-CARTAO-CREDITO      PIC X(01) VALUE "N".
       77 WRK-SALDO-NOVO          PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CONTADOR-CREDITO    PIC 9(10) COMP VALUE 0.
      *------------- ACUMULADO DIARIO POR CARTAO ---------
       01 WRK-ACUM-TAB.
          05 WRK-ACUM-ENTRY OCCURS 500 TIMES.
             GOBACK
           END-IF.
           OPEN OUTPUT REJ.
      *    SEM O CLIMST NAO SE SABE QUEM E MENOR - SEGUE
      *    SEM O CONTROLO; SEM TITULARES NAO HA COMO PROVAR
      *    O REPRESENTANTE E OS DEBITOS DE MENORES RECUSAM
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST EQUAL "00"
             MOVE "S" TO WRK-TEM-CLIMST
           ELSE
             DISPLAY "CLIMST INDISPONIVEL - SEM CONTROLO DE MENORES"
           END-IF.
           OPEN INPUT TIT.
           IF WRK-FS-TITULARES EQUAL "00"
             MOVE "S" TO WRK-TEM-TITULARES
           ELSE
             DISPLAY "TITULARES INDISPONIVEL - STATUS "
                     WRK-FS-TITULARES
           END-IF.
      *    SEM O HISTORICO A POSTAGEM SEGUE - SO AS DISPUTAS
      *    DAS TRANSACOES DO DIA FICAM SEM O MOVIMENTO ORIGINAL
           OPEN I-O AHS.
           IF WRK-FS-ATMHIST EQUAL "35"
             OPEN OUTPUT AHS
             CLOSE AHS
             OPEN I-O AHS
           END-IF.
           IF WRK-FS-ATMHIST EQUAL "00"
             MOVE "S" TO WRK-TEM-ATMHIST
           ELSE
             DISPLAY "ATMHIST INDISPONIVEL - STATUS "
                     WRK-FS-ATMHIST
           END-IF.
      *    SEM CARTCRD AINDA NAO HA CARTOES DE CREDITO
           OPEN I-O CRD.
           IF WRK-FS-CARTCRD EQUAL "00"
             MOVE "S" TO WRK-TEM-CARTCRD
           ELSE
             IF WRK-FS-CARTCRD NOT EQUAL "35"
               DISPLAY "ERRO NA ABERTURA CARTCRD - STATUS "
                       WRK-FS-CARTCRD
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           READ ATM.
           IF WRK-FS-ATMMOV EQUAL "10"
             DISPLAY "ARQUIVO ATMMOV VAZIO"
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES     TO WRK-MOTIVO.
           MOVE "N"        TO WRK-CARTAO-CREDITO.
           MOVE ATM-NUMERO TO CAR-NUMERO.
           READ CAR.
           IF WRK-FS-CARTMST NOT EQUAL "00"
             MOVE "CARTAO DESCONHECIDO"     TO WRK-MOTIVO
           ELSE
             IF WRK-TEM-CARTCRD EQUAL "S"
               MOVE ATM-NUMERO TO CRD-NUMERO
               READ CRD
               IF WRK-FS-CARTCRD EQUAL "00"
                 MOVE "S" TO WRK-CARTAO-CREDITO
               END-IF
             END-IF
             EVALUATE TRUE
               WHEN CAR-STATUS EQUAL "P" OR "R"
                 MOVE "CARTAO PERDIDO/ROUBADO" TO WRK-MOTIVO
               WHEN CAR-STATUS NOT EQUAL "A"
                 MOVE "CARTAO NAO ATIVO"    TO WRK-MOTIVO
               WHEN CAR-VALIDADE LESS THAN ATM-DATA
               WHEN ATM-TIPO NOT EQUAL "D" AND "C"
                 MOVE "TIPO INVALIDO"       TO WRK-MOTIVO
               WHEN ATM-TIPO EQUAL "D"
                 PERFORM 0240-VERIFICAR-REPRESENTANTE
                 IF WRK-MOTIVO EQUAL SPACES
                   PERFORM 0215-VERIFICAR-LIMITE
                 END-IF
                 IF WRK-MOTIVO EQUAL SPACES AND
                    WRK-CARTAO-CREDITO EQUAL "S"
                   PERFORM 0260-VERIFICAR-CREDITO
                 END-IF
               WHEN WRK-CARTAO-CREDITO EQUAL "S" AND
                    CRD-STATUS NOT EQUAL "A"
                 MOVE "CONTA DE CREDITO FECHADA" TO WRK-MOTIVO
             END-EVALUATE
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
           END-IF.
       0215-VERIFICAR-LIMITE-FIM.  EXIT.
      **************************************************
      *  CONTA DE MENOR - A FICHA DA CONTA (MESMA      *
      *  CHAVE) TEM MENOS DE 18 ANOS NA DATA DO        *
      *  MOVIMENTO: SO DEBITA COM CARTAO AUTORIZADO    *
      *  POR REPRESENTANTE LEGAL (PAPEL G, TITULARES)  *
      **************************************************
       0240-VERIFICAR-REPRESENTANTE              SECTION.
           IF WRK-TEM-CLIMST EQUAL "N"
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           MOVE CAR-CHAVE TO CLI-CHAVE.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR
              CLI-DATA-NASC NOT NUMERIC OR
              CLI-DATA-NASC EQUAL ZEROS
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASC + 180000.
           IF WRK-DATA-MAIORIDADE NOT GREATER THAN ATM-DATA
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           IF CAR-REPRESENTANTE EQUAL SPACES
             MOVE "SEM MANDATO DO REPRESENT." TO WRK-MOTIVO
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           IF WRK-TEM-TITULARES EQUAL "N"
             MOVE "REPRESENT. NAO REGISTADO" TO WRK-MOTIVO
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           MOVE CAR-CHAVE TO TIT-CHAVE.
           MOVE CAR-REPRESENTANTE TO TIT-CLIENTE.
           READ TIT.
           IF WRK-FS-TITULARES NOT EQUAL "00" OR
              TIT-PAPEL NOT EQUAL "G"
             MOVE "REPRESENT. NAO REGISTADO" TO WRK-MOTIVO
           END-IF.
       0240-VERIFICAR-REPRESENTANTE-FIM.  EXIT.
      **************************************************
      *  O MOVIMENTO ACEITE SEGUE NO LAYOUT DO BOOKMOV *
      *  PARA A POSTAGEM NORMAL DO COBVSA07; NO CARTAO *
      *  DE CREDITO A TRANSACAO QUE JA ESTAVA NO       *
      *  HISTORICO JA FOI POSTADA NO CARTCRD           *
      **************************************************
       0220-ACEITAR                              SECTION.
           MOVE "S" TO WRK-HISTORICO-NOVO.
           IF WRK-TEM-ATMHIST EQUAL "S"
             PERFORM 0250-GRAVAR-HISTORICO
           END-IF.
           IF WRK-CARTAO-CREDITO EQUAL "S"
             IF WRK-HISTORICO-NOVO EQUAL "S"
               PERFORM 0270-POSTAR-CREDITO
             ELSE
               ADD 1 TO WRK-CONTADOR-REPETIDAS
             END-IF
           ELSE
             MOVE CAR-CHAVE  TO MOV-CHAVE
             MOVE ATM-TIPO   TO MOV-TIPO
             MOVE ATM-VALOR  TO MOV-VALOR
             MOVE ATM-MOEDA  TO MOV-MOEDA
             MOVE ATM-DATA   TO MOV-DATA-VALOR
             WRITE REG-MOVDIA
             ADD 1 TO WRK-CONTADOR-ACEITES
           END-IF.
       0220-ACEITAR-FIM.      EXIT.
      **************************************************
      *  A SEQUENCIA E A POSICAO DO REGISTO NO ATMMOV  *
      *  DO DIA - NUMA REPETICAO DA CORRIDA A CHAVE JA *
      *  EXISTE E O HISTORICO NAO DUPLICA              *
      **************************************************
       0250-GRAVAR-HISTORICO                     SECTION.
           MOVE ATM-NUMERO   TO AHS-NUMERO.
           MOVE ATM-DATA     TO AHS-DATA.
           MOVE WRK-CONTADOR TO AHS-SEQ.
           MOVE CAR-CHAVE    TO AHS-CHAVE.
           MOVE ATM-TIPO     TO AHS-TIPO.
           MOVE ATM-VALOR    TO AHS-VALOR.
           MOVE ATM-MOEDA    TO AHS-MOEDA.
           MOVE "N"          TO AHS-DISPUTA.
           WRITE REG-ATMHIST
             INVALID KEY
               MOVE "N" TO WRK-HISTORICO-NOVO
               GO TO 0250-GRAVAR-HISTORICO-FIM
           END-WRITE.
           ADD 1 TO WRK-CONTADOR-HISTORICO.
       0250-GRAVAR-HISTORICO-FIM.  EXIT.
      **************************************************
      *  CARTAO DE CREDITO: A CONTA TEM DE ESTAR ATIVA *
      *  E A COMPRA CABER NO LIMITE DE CREDITO         *
      **************************************************
       0260-VERIFICAR-CREDITO                    SECTION.
           IF CRD-STATUS NOT EQUAL "A"
             MOVE "CONTA DE CREDITO FECHADA" TO WRK-MOTIVO
             GO TO 0260-VERIFICAR-CREDITO-FIM
           END-IF.
           COMPUTE WRK-SALDO-NOVO = CRD-SALDO + ATM-VALOR.
           IF WRK-SALDO-NOVO GREATER THAN CRD-LIMITE
             MOVE "EXCEDE LIMITE DE CREDITO" TO WRK-MOTIVO
           END-IF.
       0260-VERIFICAR-CREDITO-FIM.  EXIT.
      **************************************************
      *  A COMPRA SOBE A DIVIDA DO CARTAO E O CREDITO  *
      *  (DEVOLUCAO DO COMERCIANTE) ABATE-A            *
      **************************************************
       0270-POSTAR-CREDITO                       SECTION.
           IF ATM-TIPO EQUAL "D"
             ADD ATM-VALOR      TO CRD-SALDO
           ELSE
             SUBTRACT ATM-VALOR FROM CRD-SALDO
           END-IF.
           REWRITE REG-CARTCRD
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO CARTCRD " CRD-NUMERO
           END-REWRITE.
           ADD 1 TO WRK-CONTADOR-CREDITO.
       0270-POSTAR-CREDITO-FIM.  EXIT.
      **************************************************
       0230-RECUSAR                              SECTION.
           MOVE ATM-NUMERO TO REJ-NUMERO.
           DISPLAY "MOVIMENTOS GERADOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADAS TO WRK-CONTADOR-IDE.
           DISPLAY "TRANSACOES RECUSADAS.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CREDITO   TO WRK-CONTADOR-IDE.
           DISPLAY "POSTADAS EM CREDITO... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REPETIDAS TO WRK-CONTADOR-IDE.
           DISPLAY "CREDITO JA POSTADAS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-HISTORICO TO WRK-CONTADOR-IDE.
           DISPLAY "GRAVADAS NO HISTORICO. " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CAR.
           CLOSE MVA.
           CLOSE REJ.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLM
           END-IF.
           IF WRK-TEM-TITULARES EQUAL "S"
             CLOSE TIT
           END-IF.
           IF WRK-TEM-ATMHIST EQUAL "S"
             CLOSE AHS
           END-IF.
           IF WRK-TEM-CARTCRD EQUAL "S"
             CLOSE CRD
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

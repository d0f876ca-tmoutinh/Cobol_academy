      *            E GRAVA OS DEBITOS ACEITES NO LAYOUT
      *            REG-MOVDIA (BOOKMOV) PARA O COBVSA07 -
      *            A LISTA DO QUE FOI PAGO SAI EM COBRPAGO E
      *            AS DEVOLUCOES EM COBRDEV COM O MOTIVO -
      *            OS CATIVOS ATIVOS DA CONTA NAO COBREM
      *            DEBITOS DIRETOS - NA CONTA DE MENOR
      *            (CLIMST) O MANDATO TEM DE TER SIDO ASSINADO
      *            POR UM REPRESENTANTE LEGAL REGISTADO
      *            (TITULARES)
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * MANDATOS    INPUT       -----
      * ARQCLI      INPUT       -----
      * LIMITES     INPUT       -----
      * CATIVOS     INPUT       BOOKCAT
      * MOVCOB      OUTPUT      BOOKMOV
      * COBRPAGO    OUTPUT      -----
      * COBRDEV     OUTPUT      -----
      * CLIMST      INPUT       -----
      * TITULARES   INPUT       -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
           RECORD KEY    IS LIM-CHAVE
           FILE STATUS   IS WRK-FS-LIMITES.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT MVB ASSIGN TO MOVCOB
           FILE STATUS IS WRK-FS-MOVCOB.


           SELECT DEV ASSIGN TO COBRDEV
           FILE STATUS IS WRK-FS-COBRDEV.

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
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
             10 MAN-CREDOR        PIC X(09).
          05 MAN-DATA-ASSIN       PIC 9(08).
          05 MAN-STATUS           PIC X(01).
          05 MAN-REPRESENTANTE    PIC X(09).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD LIM.
       01 REG-LIMITES.
          05 LIM-VALOR            PIC 9(06)V99.
          05 LIM-DATA-FIM         PIC 9(08).

       FD CAT.
       COPY BOOKCAT.

       FD MVB
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
          05 FILLER               PIC X(01) VALUE SPACE.
          05 DEV-MOTIVO           PIC X(25).

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

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-COBRPED          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MANDATOS         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-LIMITES         PIC X(01) VALUE "N".
       77 WRK-LIMITE              PIC 9(06)V99 VALUE ZEROES.
       77 WRK-DISPONIVEL          PIC S9(07)V99 COMP VALUE ZEROS.
      *------------- CATIVOS DE SALDO (VER COBVSA55) ------
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-CATIVO-CONTA        PIC X(09) VALUE SPACES.
       77 WRK-CATIVO-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(07)V99 COMP VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
      *------------- CONTAS DE MENORES -------------------
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-TEM-TITULARES       PIC X(01) VALUE "N".
       77 WRK-DATA-MAIORIDADE     PIC 9(09) VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-PAGAS      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DEVOLVIDAS PIC 9(10) COMP VALUE 0.
             DISPLAY "LIMITES INDISPONIVEIS - STATUS " WRK-FS-LIMITES
             DISPLAY "COBRANCA SEGUE SEM DESCOBERTO AUTORIZADO"
           END-IF.
      *    SEM OS CATIVOS NAO SE SABE O QUE O CLIENTE
      *    PODE GASTAR - NADA E DEBITADO
           OPEN INPUT CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
           OPEN OUTPUT MVB.
           OPEN OUTPUT PAG.
           OPEN OUTPUT DEV.
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
           READ PED.
           IF WRK-FS-COBRPED EQUAL "10"
             DISPLAY "ARQUIVO COBRPED VAZIO"
           ELSE
             IF MAN-STATUS NOT EQUAL "A"
               MOVE "MANDATO CANCELADO"    TO WRK-MOTIVO
             ELSE
               PERFORM 0240-VERIFICAR-REPRESENTANTE
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
                 WHEN OTHER
                   PERFORM 0215-APURAR-DISPONIVEL
                   IF PED-VALOR GREATER THAN WRK-DISPONIVEL
                     IF PED-VALOR GREATER THAN
                        WRK-DISPONIVEL + WRK-TOT-CATIVOS
                       MOVE "EXCEDE SALDO E LIMITE" TO WRK-MOTIVO
                     ELSE
                       MOVE "SALDO CATIVO"         TO WRK-MOTIVO
                     END-IF
                   END-IF
               END-EVALUATE
             END-IF
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  O DISPONIVEL E O SALDO MAIS O DESCOBERTO      *
      *  AUTORIZADO NAO EXPIRADO (VER COBVSA07) MENOS  *
      *  OS CATIVOS ATIVOS DA CONTA                    *
      **************************************************
       0215-APURAR-DISPONIVEL                    SECTION.
           MOVE ZEROES TO WRK-LIMITE.
               MOVE LIM-VALOR TO WRK-LIMITE
             END-IF
           END-IF.
           MOVE PED-CHAVE TO WRK-CATIVO-CONTA.
           MOVE PED-DATA  TO WRK-CATIVO-DATA.
           PERFORM 0216-SOMAR-CATIVOS.
           COMPUTE WRK-DISPONIVEL = REG-ARQCLI-SALDO + WRK-LIMITE
                                  - WRK-TOT-CATIVOS.
       0215-APURAR-DISPONIVEL-FIM.  EXIT.
      **************************************************
      *  SOMA OS CATIVOS ATIVOS E NAO EXPIRADOS DA     *
      *  CONTA (VER COBVSA55) - O CLIENTE SO PODE      *
      *  GASTAR O SALDO MENOS ESTA SOMA                *
      **************************************************
       0216-SOMAR-CATIVOS                        SECTION.
           MOVE ZEROS            TO WRK-TOT-CATIVOS.
           MOVE "N"              TO WRK-FIM-CATIVOS.
           MOVE WRK-CATIVO-CONTA TO CAT-CONTA.
           MOVE ZEROS            TO CAT-NUMERO.
           START CAT KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
               MOVE "S"          TO WRK-FIM-CATIVOS
           END-START.
           PERFORM UNTIL WRK-FIM-CATIVOS EQUAL "S"
             READ CAT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-FIM-CATIVOS
               NOT AT END
                 IF CAT-CONTA NOT EQUAL WRK-CATIVO-CONTA
                   MOVE "S"      TO WRK-FIM-CATIVOS
                 ELSE
                   IF CAT-ESTADO EQUAL "A" AND
                      (CAT-DATA-FIM EQUAL ZEROS OR
                       CAT-DATA-FIM NOT LESS THAN WRK-CATIVO-DATA)
                     ADD CAT-VALOR TO WRK-TOT-CATIVOS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0216-SOMAR-CATIVOS-FIM.  EXIT.
      **************************************************
      *  CONTA DE MENOR - A FICHA DA CONTA (MESMA      *
      *  CHAVE) TEM MENOS DE 18 ANOS NA DATA DO        *
      *  PEDIDO: SO E COBRADO COM MANDATO ASSINADO     *
      *  POR REPRESENTANTE LEGAL (PAPEL G, TITULARES)  *
      **************************************************
       0240-VERIFICAR-REPRESENTANTE              SECTION.
           IF WRK-TEM-CLIMST EQUAL "N"
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           MOVE PED-CHAVE TO CLI-CHAVE.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR
              CLI-DATA-NASC NOT NUMERIC OR
              CLI-DATA-NASC EQUAL ZEROS
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASC + 180000.
           IF WRK-DATA-MAIORIDADE NOT GREATER THAN PED-DATA
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           IF MAN-REPRESENTANTE EQUAL SPACES
             MOVE "SEM MANDATO DO REPRESENT." TO WRK-MOTIVO
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           IF WRK-TEM-TITULARES EQUAL "N"
             MOVE "REPRESENT. NAO REGISTADO" TO WRK-MOTIVO
             GO TO 0240-VERIFICAR-REPRESENTANTE-FIM
           END-IF.
           MOVE PED-CHAVE TO TIT-CHAVE.
           MOVE MAN-REPRESENTANTE TO TIT-CLIENTE.
           READ TIT.
           IF WRK-FS-TITULARES NOT EQUAL "00" OR
              TIT-PAPEL NOT EQUAL "G"
             MOVE "REPRESENT. NAO REGISTADO" TO WRK-MOTIVO
           END-IF.
       0240-VERIFICAR-REPRESENTANTE-FIM.  EXIT.
      **************************************************
       0220-PAGAR                                SECTION.
           MOVE PED-CHAVE TO MOV-CHAVE.
           IF WRK-TEM-LIMITES EQUAL "S"
             CLOSE LIM
           END-IF.
           CLOSE CAT.
           CLOSE MVB.
           CLOSE PAG.
           CLOSE DEV.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLM
           END-IF.
           IF WRK-TEM-TITULARES EQUAL "S"
             CLOSE TIT
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

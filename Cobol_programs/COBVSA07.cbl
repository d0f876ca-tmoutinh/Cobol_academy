      *            RECOMECAVEL: O CHECKPOINT (CHKPOINT) GUARDA
      *            QUANTOS MOVIMENTOS JA FORAM APLICADOS E NO
      *            RERUN DA MESMA DATA ESSES SALTAM-SE, SEM
      *            DUPLA POSTAGEM NO ARQCLI - SEM LIMITE
      *            CONTRATADO VALE O DESCOBERTO POR OMISSAO DO
      *            PRODUTO DA CONTA (PRODUTOS) - AO DISPONIVEL
      *            ABATEM-SE OS CATIVOS ATIVOS DA CONTA
      *            NA CONTA DE CLIENTE COM DOCUMENTO CADUCADO
      *            (STATUS K, VER COBARQ41) TAMBEM SO OS
      *            DEBITOS SAO RECUSADOS
      *            O MOVDIA CHEGA DO COBVSA71 JA ORDENADO POR
      *            CONTA E PRIORIDADE (CREDITOS ANTES DOS
      *            DEBITOS, COMISSOES NO FIM) - A LEITURA DO
      *            ARQCLI SEGUE A ORDEM DA CHAVE
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * MOVDIA      INPUT       BOOKMOV (FUSAO DO COBVSA71)
      * ARQCLI      I-O         -----
      * MOVREJ      OUTPUT      -----
      * MOVHIST     EXTEND      -----
      * LIMITES     INPUT       -----
      * PRODUTOS    INPUT       BOOKPRD
      * CATIVOS     INPUT       BOOKCAT
      * CHKPOINT    I-O         -----
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
           RECORD KEY    IS LIM-CHAVE
           FILE STATUS   IS WRK-FS-LIMITES.

           SELECT PRD ASSIGN TO PRODUTOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WRK-FS-PRODUTOS.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.

          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD REJ
           RECORDING MODE IS F.
          05 LIM-VALOR            PIC 9(06)V99.
          05 LIM-DATA-FIM         PIC 9(08).

       FD PRD.
       COPY BOOKPRD.

       FD CAT.
       COPY BOOKCAT.

       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.
       77 WRK-SALTADOS            PIC 9(09) COMP VALUE ZEROS.
       77 WRK-TEM-LIMITES         PIC X(01) VALUE "N".
       77 WRK-LIMITE              PIC 9(06)V99 VALUE ZEROES.
       77 WRK-FS-PRODUTOS         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-PRODUTOS        PIC X(01) VALUE "N".
       77 WRK-PRODUTO-OMISSAO     PIC X(03) VALUE "DOR".
       77 WRK-PRODUTO             PIC X(03) VALUE SPACES.
       77 WRK-DISPONIVEL          PIC S9(07)V99 COMP VALUE ZEROS.
      *------------- CATIVOS DE SALDO (VER COBVSA55) ------
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-CATIVO-CONTA        PIC X(09) VALUE SPACES.
       77 WRK-CATIVO-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(07)V99 COMP VALUE ZEROS.
       01 WRK-DIGITO-AREA.
          05 WRK-DIG-FUNCAO       PIC X(01).
          05 WRK-DIG-CHAVE        PIC X(09).
             DISPLAY "LIMITES INDISPONIVEIS - STATUS " WRK-FS-LIMITES
             DISPLAY "POSTAGEM SEGUE SEM DESCOBERTO AUTORIZADO"
           END-IF.
      *    SEM OS CATIVOS NAO SE SABE O QUE O CLIENTE
      *    PODE GASTAR - NADA E DEBITADO
           OPEN INPUT CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
           OPEN INPUT PRD.
           IF WRK-FS-PRODUTOS EQUAL "00"
             MOVE "S" TO WRK-TEM-PRODUTOS
           ELSE
             DISPLAY "PRODUTOS INDISPONIVEL - STATUS "
                     WRK-FS-PRODUTOS
             DISPLAY "POSTAGEM SEGUE SEM DESCOBERTO POR OMISSAO"
           END-IF.
           READ MOV.
           IF WRK-FS-MOVDIA EQUAL "10"
             DISPLAY "ARQUIVO MOVDIA VAZIO"
                     IF REG-ARQCLI-STATUS EQUAL "O"
                       MOVE "CONTA DE HERANCA"    TO WRK-MOTIVO
                     ELSE
                       IF REG-ARQCLI-STATUS EQUAL "K"
                         MOVE "DOCUMENTO CADUCADO"  TO WRK-MOTIVO
                       ELSE
                         PERFORM 0215-APURAR-DISPONIVEL
                         IF MOV-VALOR GREATER THAN WRK-DISPONIVEL
                           IF MOV-VALOR GREATER THAN
                              WRK-DISPONIVEL + WRK-TOT-CATIVOS
                             MOVE "EXCEDE SALDO E LIMITE"
                               TO WRK-MOTIVO
                           ELSE
                             MOVE "SALDO CATIVO"    TO WRK-MOTIVO
                           END-IF
                         END-IF
                       END-IF
                     END-IF
                   WHEN OTHER
      **************************************************
      *  O DISPONIVEL PARA DEBITO E O SALDO MAIS O     *
      *  LIMITE DE DESCOBERTO AUTORIZADO NAO EXPIRADO  *
      *  - SEM ELE, O DESCOBERTO POR OMISSAO DO        *
      *  PRODUTO DA CONTA - MENOS OS CATIVOS ATIVOS    *
      **************************************************
       0215-APURAR-DISPONIVEL                    SECTION.
           MOVE ZEROES TO WRK-LIMITE.
           IF WRK-TEM-PRODUTOS EQUAL "S"
             MOVE REG-ARQCLI-PRODUTO TO WRK-PRODUTO
             IF WRK-PRODUTO EQUAL SPACES
               MOVE WRK-PRODUTO-OMISSAO TO WRK-PRODUTO
             END-IF
             MOVE WRK-PRODUTO TO PRD-CODIGO
             READ PRD
             IF WRK-FS-PRODUTOS EQUAL "00"
               MOVE PRD-LIMITE-DESCOB TO WRK-LIMITE
             END-IF
           END-IF.
           IF WRK-TEM-LIMITES EQUAL "S"
             MOVE MOV-CHAVE TO LIM-CHAVE
             READ LIM
               MOVE LIM-VALOR TO WRK-LIMITE
             END-IF
           END-IF.
           MOVE MOV-CHAVE     TO WRK-CATIVO-CONTA.
           MOVE WRK-DATA-PROC TO WRK-CATIVO-DATA.
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
      *              POSTAGEM DO MOVIMENTO             *
      **************************************************
       0220-POSTAR                               SECTION.
           IF WRK-TEM-LIMITES EQUAL "S"
             CLOSE LIM
           END-IF.
           IF WRK-TEM-PRODUTOS EQUAL "S"
             CLOSE PRD
           END-IF.
           CLOSE CAT.
      *    A CORRIDA COMPLETA FECHA O CHECKPOINT - O
      *    PROXIMO ARRANQUE COMECA DO PRINCIPIO
           OPEN OUTPUT CHK.

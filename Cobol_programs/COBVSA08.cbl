      *            DESFAZ O DEBITO SE O CREDITO FALHAR, PARA
      *            NUNCA DEIXAR UMA TRANSFERENCIA A MEIO -
      *            CONTAS ENCERRADAS (COBVSA34) SAO RECUSADAS
      *            - A ORIGEM SO TRANSFERE O SALDO DISPONIVEL,
      *            ISTO E, O SALDO MENOS OS CATIVOS ATIVOS
      *            - ENTRE CONTAS DE MOEDAS DIFERENTES O VALOR
      *            E CONVERTIDO AO CAMBIO DA TABELA CAMBIOS
      *            COM O SPREAD DE COMPRA/VENDA DO CMBPARM;
      *            O PROVEITO DO SPREAD VAI AO GLEVENT
      *            (RESCAMB) E O NEGOCIO FICA NO CMBDEAL PARA
      *            O RELATORIO DA TESOURARIA (COBARQ37)
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * ARQCLI      I-O         -----
      * ARQCLIAUD   OUTPUT      -----
      * CATIVOS     INPUT       BOOKCAT
      * CAMBIOS     INPUT       -----
      * CMBPARM     INPUT       -----
      * CMBDEAL     EXTEND      BOOKCMB
      * GLEVENT     EXTEND      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS   IS WRK-FS-ARQCLIAUD.

           SELECT CMB ASSIGN TO CAMBIOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CAM-MOEDA
           FILE STATUS   IS WRK-FS-CAMBIOS.

           SELECT PRM ASSIGN TO CMBPARM
           FILE STATUS IS WRK-FS-CMBPARM.

           SELECT DEA ASSIGN TO CMBDEAL
           FILE STATUS IS WRK-FS-CMBDEAL.

           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CAT.
       COPY BOOKCAT.

       FD AUD
           RECORDING MODE IS F.
          05 FILLER               PIC X(01).
          05 AUD-CHECK            PIC 9(09).

       FD CMB.
       01 REG-CAMBIOS.
          05 CAM-MOEDA            PIC X(03).
          05 CAM-TAXA             PIC 9(03)V9(06).
          05 CAM-TAXA-ANT         PIC 9(03)V9(06).
          05 CAM-DATA-EFET        PIC 9(08).

       FD PRM
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 REG-CMBPARM.
          05 PRM-SPREAD-COMPRA    PIC 9(02)V99.
          05 PRM-SPREAD-VENDA     PIC 9(02)V99.

       FD DEA
           RECORDING MODE IS F.
       COPY BOOKCMB.

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIAUD        PIC X(02) VALUE ZEROS.
       77 WRK-VALOR               PIC 9(06)V99 VALUE ZEROES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-ERRO                PIC X(01) VALUE "N".
       77 WRK-DISPONIVEL          PIC S9(07)V99 COMP VALUE ZEROS.
      *------------- CATIVOS DE SALDO (VER COBVSA55) ------
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-CATIVO-CONTA        PIC X(09) VALUE SPACES.
       77 WRK-CATIVO-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(07)V99 COMP VALUE ZEROS.
       01 WRK-ORIGEM.
          05 WRK-ORI-NOME         PIC X(30) VALUE SPACES.
          05 WRK-ORI-SALDO-ANTES  PIC S9(06)V99 VALUE ZEROES.
          05 WRK-ORI-SALDO-DEPOIS PIC S9(06)V99 VALUE ZEROES.
          05 WRK-ORI-MOEDA        PIC X(03) VALUE SPACES.
          05 WRK-ORI-ULT-MOVTO    PIC 9(08) VALUE ZEROS.
      *------------- CAMBIO ENTRE MOEDAS (CAMBIOS) ------
       77 WRK-FS-CAMBIOS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CMBPARM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CMBDEAL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CAMBIOS         PIC X(01) VALUE "N".
       77 WRK-COM-CAMBIO          PIC X(01) VALUE "N".
       77 WRK-SPREAD-COMPRA       PIC 9(02)V99 VALUE 0,50.
       77 WRK-SPREAD-VENDA        PIC 9(02)V99 VALUE 0,50.
       77 WRK-TAXA-ORI            PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-TAXA-DST            PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-TAXA-COMPRA         PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-TAXA-VENDA          PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-TAXA-APLICADA       PIC 9(03)V9(06) VALUE ZEROS.
       77 WRK-VALOR-DESTINO       PIC 9(06)V99 VALUE ZEROES.
       77 WRK-RESULTADO-CAMBIO    PIC S9(07)V99 VALUE ZEROS.
       01 WRK-DESTINO.
          05 WRK-DST-NOME         PIC X(30) VALUE SPACES.
          05 WRK-DST-SALDO-ANTES  PIC S9(06)V99 VALUE ZEROES.
          05 WRK-DST-SALDO-DEPOIS PIC S9(06)V99 VALUE ZEROES.
          05 WRK-DST-MOEDA        PIC X(03) VALUE SPACES.
      *-------------------------------------------------*
      *  CADEIA DE PROVA DO ARQCLIAUD (VER COBVSA43)    *
      *-------------------------------------------------*
           END-IF.
           IF WRK-ERRO EQUAL "N"
             PERFORM 0240-GRAVAR-AUDITORIA
             IF WRK-COM-CAMBIO EQUAL "S"
               PERFORM 0260-GRAVAR-CAMBIO
             END-IF
             DISPLAY "TRANSFERENCIA CONCLUIDA DE " WRK-CHAVE-ORIGEM
                     " PARA " WRK-CHAVE-DESTINO
           ELSE
             DISPLAY "ERRO NA ABERTURA - STATUS " WRK-FS-ARQCLIAUD
             GOBACK
           END-IF.
      *    SEM OS CATIVOS NAO SE SABE O QUE O CLIENTE
      *    PODE GASTAR - NADA E DEBITADO
           OPEN INPUT CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
      *    SEM CAMBIOS SO SE FAZEM TRANSFERENCIAS NA
      *    MESMA MOEDA; SEM CMBPARM VIGORA O SPREAD DE
      *    DEFEITO
           OPEN INPUT CMB.
           IF WRK-FS-CAMBIOS EQUAL "00"
             MOVE "S" TO WRK-TEM-CAMBIOS
           ELSE
             DISPLAY "CAMBIOS INDISPONIVEL - STATUS " WRK-FS-CAMBIOS
           END-IF.
           OPEN INPUT PRM.
           IF WRK-FS-CMBPARM EQUAL "00"
             READ PRM
             IF WRK-FS-CMBPARM EQUAL "00"
               MOVE PRM-SPREAD-COMPRA TO WRK-SPREAD-COMPRA
               MOVE PRM-SPREAD-VENDA  TO WRK-SPREAD-VENDA
             END-IF
             CLOSE PRM
           ELSE
             DISPLAY "CMBPARM INDISPONIVEL - SPREAD DE DEFEITO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  VALIDA AS DUAS CONTAS ANTES DE TOCAR NO SALDO *
                 DISPLAY "CONTA ORIGEM EM HERANCA " WRK-CHAVE-ORIGEM
                 MOVE "S" TO WRK-ERRO
               END-IF
               MOVE WRK-CHAVE-ORIGEM TO WRK-CATIVO-CONTA
               MOVE WRK-DATA-PROC    TO WRK-CATIVO-DATA
               PERFORM 0216-SOMAR-CATIVOS
               COMPUTE WRK-DISPONIVEL =
                       REG-ARQCLI-SALDO - WRK-TOT-CATIVOS
               IF WRK-VALOR GREATER THAN WRK-DISPONIVEL
                 IF WRK-VALOR GREATER THAN REG-ARQCLI-SALDO
                   DISPLAY "SALDO INSUFICIENTE NA ORIGEM "
                           WRK-CHAVE-ORIGEM
                 ELSE
                   DISPLAY "SALDO CATIVO NA ORIGEM "
                           WRK-CHAVE-ORIGEM
                 END-IF
                 MOVE "S" TO WRK-ERRO
               END-IF
               MOVE REG-ARQCLI-NOME  TO WRK-ORI-NOME
                 DISPLAY "CONTA DESTINO ENCERRADA " WRK-CHAVE-DESTINO
                 MOVE "S" TO WRK-ERRO
               END-IF
               MOVE REG-ARQCLI-NOME  TO WRK-DST-NOME
               MOVE REG-ARQCLI-SALDO TO WRK-DST-SALDO-ANTES
               MOVE REG-ARQCLI-MOEDA TO WRK-DST-MOEDA
             END-IF
           END-IF.
           MOVE WRK-VALOR TO WRK-VALOR-DESTINO.
           IF WRK-ERRO EQUAL "N" AND
              WRK-DST-MOEDA NOT EQUAL WRK-ORI-MOEDA
             PERFORM 0250-CONVERTER
           END-IF.
       0200-VALIDAR-FIM.      EXIT.
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
      *  POSTA O DEBITO E O CREDITO - SE O CREDITO     *
      *  FALHAR O DEBITO E DESFEITO NA MESMA EXECUCAO  *
      **************************************************
           IF WRK-ERRO EQUAL "N"
             MOVE WRK-CHAVE-DESTINO TO REG-ARQCLI-CHAVE
             READ AQL
             ADD WRK-VALOR-DESTINO  TO REG-ARQCLI-SALDO
             MOVE REG-ARQCLI-SALDO  TO WRK-DST-SALDO-DEPOIS
             MOVE WRK-DATA-PROC     TO REG-ARQCLI-ULT-MOVTO
             REWRITE REG-ARQCLI
           MOVE WRK-REST-CHECK TO WRK-CHECK-ANT.
       0930-SELAR-AUDITORIA-FIM.  EXIT.
      **************************************************
      *  CONVERTE O VALOR DA ORIGEM PARA A MOEDA DO    *
      *  DESTINO - O BANCO COMPRA A MOEDA DA ORIGEM    *
      *  ABAIXO DO CAMBIO MEDIO E VENDE A DO DESTINO   *
      *  ACIMA; A TAXA DA CAMBIOS E EUR POR UNIDADE DA *
      *  MOEDA (VER COBVSA11), O EUR VALE 1            *
      **************************************************
       0250-CONVERTER                            SECTION.
           IF WRK-TEM-CAMBIOS NOT EQUAL "S"
             DISPLAY "MOEDAS DIVERGENTES ENTRE AS CONTAS"
             MOVE "S" TO WRK-ERRO
             GO TO 0250-CONVERTER-FIM
           END-IF.
           MOVE 1 TO WRK-TAXA-ORI.
           IF WRK-ORI-MOEDA NOT EQUAL "EUR"
             MOVE WRK-ORI-MOEDA TO CAM-MOEDA
             READ CMB
             IF WRK-FS-CAMBIOS NOT EQUAL "00" OR CAM-TAXA EQUAL ZEROS
               DISPLAY "SEM CAMBIO PARA A MOEDA " WRK-ORI-MOEDA
               MOVE "S" TO WRK-ERRO
               GO TO 0250-CONVERTER-FIM
             END-IF
             MOVE CAM-TAXA TO WRK-TAXA-ORI
           END-IF.
           MOVE 1 TO WRK-TAXA-DST.
           IF WRK-DST-MOEDA NOT EQUAL "EUR"
             MOVE WRK-DST-MOEDA TO CAM-MOEDA
             READ CMB
             IF WRK-FS-CAMBIOS NOT EQUAL "00" OR CAM-TAXA EQUAL ZEROS
               DISPLAY "SEM CAMBIO PARA A MOEDA " WRK-DST-MOEDA
               MOVE "S" TO WRK-ERRO
               GO TO 0250-CONVERTER-FIM
             END-IF
             MOVE CAM-TAXA TO WRK-TAXA-DST
           END-IF.
           MOVE WRK-TAXA-ORI TO WRK-TAXA-COMPRA.
           IF WRK-ORI-MOEDA NOT EQUAL "EUR"
             COMPUTE WRK-TAXA-COMPRA ROUNDED = WRK-TAXA-ORI
                   * (100 - WRK-SPREAD-COMPRA) / 100
           END-IF.
           MOVE WRK-TAXA-DST TO WRK-TAXA-VENDA.
           IF WRK-DST-MOEDA NOT EQUAL "EUR"
             COMPUTE WRK-TAXA-VENDA ROUNDED = WRK-TAXA-DST
                   * (100 + WRK-SPREAD-VENDA) / 100
           END-IF.
           COMPUTE WRK-TAXA-APLICADA ROUNDED =
                   WRK-TAXA-COMPRA / WRK-TAXA-VENDA.
           COMPUTE WRK-VALOR-DESTINO ROUNDED =
                   WRK-VALOR * WRK-TAXA-COMPRA / WRK-TAXA-VENDA
             ON SIZE ERROR
               DISPLAY "VALOR CONVERTIDO EXCEDE O LIMITE"
               MOVE "S" TO WRK-ERRO
               GO TO 0250-CONVERTER-FIM
           END-COMPUTE.
           IF WRK-VALOR-DESTINO EQUAL ZEROS
             DISPLAY "VALOR CONVERTIDO NULO"
             MOVE "S" TO WRK-ERRO
             GO TO 0250-CONVERTER-FIM
           END-IF.
           COMPUTE WRK-RESULTADO-CAMBIO ROUNDED =
                   WRK-VALOR * WRK-TAXA-ORI
                 - WRK-VALOR-DESTINO * WRK-TAXA-DST.
           MOVE "S" TO WRK-COM-CAMBIO.
           DISPLAY "CAMBIO " WRK-ORI-MOEDA "/" WRK-DST-MOEDA
                   " TAXA " WRK-TAXA-APLICADA.
       0250-CONVERTER-FIM.    EXIT.
      **************************************************
      *  REGISTA O NEGOCIO PARA A TESOURARIA E LEVA O  *
      *  PROVEITO DO SPREAD AO RAZAO (VER COBARQ24)    *
      **************************************************
       0260-GRAVAR-CAMBIO                        SECTION.
           OPEN EXTEND DEA.
           IF WRK-FS-CMBDEAL NOT EQUAL "00"
             OPEN OUTPUT DEA
           END-IF.
           IF WRK-FS-CMBDEAL NOT EQUAL "00"
             DISPLAY "CMBDEAL INDISPONIVEL - STATUS " WRK-FS-CMBDEAL
           ELSE
             MOVE WRK-DATA-PROC        TO DEA-DATA
             ACCEPT DEA-HORA           FROM TIME
             MOVE WRK-CHAVE-ORIGEM     TO DEA-CHAVE-ORI
             MOVE WRK-ORI-MOEDA        TO DEA-MOEDA-ORI
             MOVE WRK-VALOR            TO DEA-VALOR-ORI
             MOVE WRK-CHAVE-DESTINO    TO DEA-CHAVE-DST
             MOVE WRK-DST-MOEDA        TO DEA-MOEDA-DST
             MOVE WRK-VALOR-DESTINO    TO DEA-VALOR-DST
             MOVE WRK-TAXA-APLICADA    TO DEA-TAXA
             MOVE WRK-RESULTADO-CAMBIO TO DEA-RESULTADO
             WRITE REG-CMBDEAL
             CLOSE DEA
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-GLEVENT
           ELSE
             MOVE "RESCAMB"            TO EVT-TIPO
             MOVE WRK-DATA-PROC        TO EVT-DATA
             MOVE WRK-RESULTADO-CAMBIO TO EVT-VALOR
             WRITE REG-GLEVENT
             CLOSE EVT
           END-IF.
       0260-GRAVAR-CAMBIO-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE AQL.
           IF WRK-FS-ARQCLIAUD NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLIAUD
           END-IF.
           CLOSE CAT.
           IF WRK-TEM-CAMBIOS EQUAL "S"
             CLOSE CMB
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

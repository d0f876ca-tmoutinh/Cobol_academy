      *  OBJETIVO: PROGRAMA BATCH DE CAPITALIZACAO DE JUROS              00050000
      *            PERCORRE O ARQCLI E ATUALIZA O SALDO DE CADA          00051000
      *            CONTA COM A TAXA MENSAL                               00051100
      *            AS CONDICOES VEM DO PRODUTO DA CONTA (PRODUTOS):
      *            JURO CREDOR POR ESCALOES DE SALDO E JURO
      *            DEVEDOR SO SOBRE OS SALDOS NEGATIVOS
      *            SOBRE O JURO CREDOR E RETIDO O IMPOSTO NA
      *            FONTE A TAXA DO IMPPARM (EVENTO RETFONTE) E
      *            CADA CREDITO FICA NO JURRET PARA OS
      *            CERTIFICADOS ANUAIS (COBARQ38)
      *  DATA: 08/08/2026                                               00052000
      *==================================================               00053000
      * DDNAME      I/O         BOOK                                    00053100
      *                                                                 00053200
      * ARQCLI      I-O         -----                                   00053300
      * MOVHIST     EXTEND      -----
      * PRODUTOS    INPUT       BOOKPRD
      * IMPPARM     INPUT       BOOKIMP
      * JURRET      EXTEND      BOOKRET
      *==================================================               00053400
       ENVIRONMENT                              DIVISION.               00053500
       CONFIGURATION                             SECTION.               00053600
           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.

           SELECT IMP ASSIGN TO IMPPARM
           FILE STATUS IS WRK-FS-IMPPARM.

           SELECT RET ASSIGN TO JURRET
           FILE STATUS IS WRK-FS-JURRET.

           SELECT PRD ASSIGN TO PRODUTOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WRK-FS-PRODUTOS.

           SELECT AQL ASSIGN TO ARQCLI                                  00055000
           ORGANIZATION  IS INDEXED                                     00056000
           ACCESS MODE   IS SEQUENTIAL                                  00057000
          05 REG-ARQCLI-MOEDA     PIC X(03).                            00080010
          05 REG-ARQCLI-STATUS    PIC X(01).                            00080015
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD PRD.
       COPY BOOKPRD.

       FD CTP
           RECORDING MODE IS F.
       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.

       FD IMP
           RECORDING MODE IS F.
       COPY BOOKIMP.

       FD RET
           RECORDING MODE IS F.
       COPY BOOKRET.
                                                                        00081000
       WORKING-STORAGE                           SECTION.               00082000
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.                00083400
       77 WRK-JUROS               PIC S9(06)V99 COMP VALUE ZEROS.       00083420
       77 WRK-TOT-JUROS           PIC S9(09)V99 COMP VALUE ZEROS.       00083430
       77 WRK-TOTJUROS-IDE        PIC -ZZZ.ZZZ.ZZ9,99.                  00083440
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-FS-CTLPARC          PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
      *------------- CONDICOES DO PRODUTO DA CONTA -------
       77 WRK-FS-PRODUTOS         PIC X(02) VALUE ZEROS.
       77 WRK-PRODUTO-OMISSAO     PIC X(03) VALUE "DOR".
       77 WRK-PRODUTO             PIC X(03) VALUE SPACES.
       77 WRK-PRODUTO-LIDO        PIC X(03) VALUE SPACES.
       77 WRK-TEM-PRODUTO         PIC X(01) VALUE "N".
       77 WRK-ESC-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ESC-ULTIMO          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LIMITE-ANT          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-BASE-ESCALAO        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS-CALC          PIC S9(07)V9(06) COMP VALUE ZEROS.
       77 WRK-TOT-JURDEV          PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR-SEMPRD     PIC 9(10) COMP VALUE 0.
       77 WRK-SEMPRD-IDE          PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- RETENCAO NA FONTE (IMPPARM) ---------
       77 WRK-FS-IMPPARM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-JURRET           PIC X(02) VALUE ZEROS.
       77 WRK-TAXA-RETENCAO       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-RETENCAO            PIC S9(06)V99 COMP VALUE ZEROS.
       77 WRK-TOT-RETENCAO        PIC S9(09)V99 COMP VALUE ZEROS.
      *------------- FAIXA DE AGENCIAS DA INSTANCIA ------
       01 WRK-PARM-FAIXA.
          05 WRK-FAIXA-INICIO     PIC X(04) VALUE SPACES.
               MOVE "10" TO WRK-FS-ARQCLI
             END-IF
           END-IF.
      *    SEM O CATALOGO DE PRODUTOS NAO HA TAXAS A APLICAR
           OPEN INPUT PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00"
             DISPLAY "PRODUTOS INDISPONIVEL - STATUS "
                     WRK-FS-PRODUTOS
             DISPLAY "CAPITALIZACAO NAO AUTORIZADA"
             GOBACK
           END-IF.
      *    SEM A TAXA DE RETENCAO NAO SE PAGAM JUROS - O
      *    IMPOSTO TEM DE SER RETIDO NO PROPRIO CREDITO
           OPEN INPUT IMP.
           IF WRK-FS-IMPPARM EQUAL "00"
             READ IMP
           END-IF.
           IF WRK-FS-IMPPARM NOT EQUAL "00"
             DISPLAY "IMPPARM INDISPONIVEL - STATUS "
                     WRK-FS-IMPPARM
             DISPLAY "CAPITALIZACAO NAO AUTORIZADA"
             GOBACK
           END-IF.
           MOVE IMP-TAXA-RETENCAO TO WRK-TAXA-RETENCAO.
           CLOSE IMP.
           OPEN EXTEND RET.
           IF WRK-FS-JURRET NOT EQUAL "00"
             OPEN OUTPUT RET
             IF WRK-FS-JURRET NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA JURRET - STATUS "
                       WRK-FS-JURRET
               GOBACK
             END-IF
           END-IF.
      *    OS JUROS TAMBEM FICAM NO HISTORICO - SEM ISSO O
      *    FECHO DO DIA (COBARQ12) NAO BATERIA
           OPEN EXTEND HST.
      **************************************************                00089000
       0200-PROCESSAR                            SECTION.               00090000
           IF REG-ARQCLI-STATUS NOT EQUAL "F"                           00090100
             PERFORM 0250-LER-PRODUTO
           END-IF.
           IF REG-ARQCLI-STATUS NOT EQUAL "F" AND
              WRK-TEM-PRODUTO EQUAL "N"
             DISPLAY "PRODUTO " WRK-PRODUTO
                     " INEXISTENTE - JUROS NAO POSTADOS "
                     REG-ARQCLI-CHAVE
             ADD  1                 TO WRK-CONTADOR-SEMPRD
           END-IF.
           IF REG-ARQCLI-STATUS NOT EQUAL "F" AND
              WRK-TEM-PRODUTO EQUAL "S"
             PERFORM 0260-CALCULAR-JUROS
             MOVE ZEROS             TO WRK-RETENCAO
             IF WRK-JUROS GREATER THAN ZEROS
               COMPUTE WRK-RETENCAO ROUNDED =
                       WRK-JUROS * WRK-TAXA-RETENCAO / 100
             END-IF
             ADD  WRK-JUROS         TO REG-ARQCLI-SALDO                 00093000
             SUBTRACT WRK-RETENCAO  FROM REG-ARQCLI-SALDO
             REWRITE REG-ARQCLI                                         00094000
               INVALID KEY                                              00095000
                 DISPLAY "ERRO NA ATUALIZACAO " REG-ARQCLI-CHAVE        00096000
                WRK-FS-ARQCLI EQUAL "00"
               PERFORM 0230-GRAVAR-MOVIMENTO
             END-IF
             IF WRK-JUROS GREATER THAN ZEROS AND
                WRK-FS-ARQCLI EQUAL "00"
               PERFORM 0235-GRAVAR-RETENCAO
             END-IF
             IF WRK-JUROS LESS THAN ZEROS
               SUBTRACT WRK-JUROS   FROM WRK-TOT-JURDEV
             ELSE
               ADD  WRK-JUROS       TO WRK-TOT-JUROS                    00099000
             END-IF
             ADD  1                 TO WRK-CONTADOR                     00100000
           END-IF.
           IF REG-ARQCLI-STATUS EQUAL "F"
             DISPLAY "CONTA CONGELADA - JUROS NAO POSTADOS "            00100200
                     REG-ARQCLI-CHAVE                                   00100300
             ADD  1                 TO WRK-CONTADOR-CONGELADA           00100400
                   WRK-CONTADOR-IDE " CONTAS".                          00110000
           DISPLAY "CONTAS CONGELADAS IGNORADAS :"                      00110200
                   WRK-CONGELADA-IDE.                                   00110300
           MOVE WRK-TOT-JURDEV       TO WRK-TOTJUROS-IDE.
           DISPLAY "TOTAL DE JUROS DEVEDORES..... " WRK-TOTJUROS-IDE.
           MOVE WRK-CONTADOR-SEMPRD  TO WRK-SEMPRD-IDE.
           DISPLAY "CONTAS SEM PRODUTO VALIDO :"
                   WRK-SEMPRD-IDE.
           MOVE WRK-TOT-RETENCAO     TO WRK-TOTJUROS-IDE.
           DISPLAY "TOTAL DE IMPOSTO RETIDO...... " WRK-TOTJUROS-IDE.
           PERFORM 0220-GRAVAR-EVENTO.
           PERFORM 0240-GRAVAR-CONTROLO.
           PERFORM 0910-GRAVAR-LOG.
      **************************************************
      *  O TOTAL DE JUROS CAPITALIZADOS SEGUE PARA A   *
      *  INTERFACE CONTABILISTICA (VER COBARQ24)       *
      *  JUROS - CUSTO DOS JUROS CREDORES PAGOS        *
      *  JURDEV - PROVEITO DOS JUROS DEVEDORES COBRADOS*
      *  RETFONTE - IMPOSTO RETIDO A ENTREGAR AO ESTADO*
      **************************************************
       0220-GRAVAR-EVENTO                        SECTION.
           OPEN EXTEND EVT.
             MOVE WRK-DATA-PROC  TO EVT-DATA
             MOVE WRK-TOT-JUROS  TO EVT-VALOR
             WRITE REG-GLEVENT
             IF WRK-TOT-JURDEV NOT EQUAL ZEROS
               MOVE "JURDEV"       TO EVT-TIPO
               MOVE WRK-TOT-JURDEV TO EVT-VALOR
               WRITE REG-GLEVENT
             END-IF
             IF WRK-TOT-RETENCAO NOT EQUAL ZEROS
               MOVE "RETFONTE"       TO EVT-TIPO
               MOVE WRK-TOT-RETENCAO TO EVT-VALOR
               WRITE REG-GLEVENT
             END-IF
             CLOSE EVT
           END-IF.
       0220-GRAVAR-EVENTO-FIM.  EXIT.
           WRITE REG-MOVHIST.
       0230-GRAVAR-MOVIMENTO-FIM.  EXIT.
      **************************************************
      *  O IMPOSTO RETIDO SAI DA CONTA COMO DEBITO     *
      *  PROPRIO NO HISTORICO E O CREDITO DE JUROS     *
      *  FICA NO JURRET PARA O CERTIFICADO ANUAL       *
      **************************************************
       0235-GRAVAR-RETENCAO                      SECTION.
           IF WRK-RETENCAO GREATER THAN ZEROS
             MOVE REG-ARQCLI-CHAVE  TO HST-CHAVE
             MOVE "D"               TO HST-TIPO
             MOVE WRK-RETENCAO      TO HST-VALOR
             MOVE REG-ARQCLI-MOEDA  TO HST-MOEDA
             MOVE WRK-DATA-PROC     TO HST-DATA-VALOR
             MOVE WRK-DATA-PROC     TO HST-DATA-PROC
             WRITE REG-MOVHIST
           END-IF.
           MOVE REG-ARQCLI-CHAVE    TO RET-CHAVE.
           MOVE WRK-DATA-PROC       TO RET-DATA.
           MOVE "C"                 TO RET-ORIGEM.
           MOVE WRK-JUROS           TO RET-BRUTO.
           MOVE WRK-RETENCAO        TO RET-IMPOSTO.
           MOVE WRK-TAXA-RETENCAO   TO RET-TAXA.
           WRITE REG-JURRET.
           ADD WRK-RETENCAO         TO WRK-TOT-RETENCAO.
       0235-GRAVAR-RETENCAO-FIM.  EXIT.
      **************************************************
      *  AS CONDICOES DO PRODUTO FICAM EM MEMORIA ATE  *
      *  APARECER UMA CONTA DE OUTRO PRODUTO - PRODUTO *
      *  EM BRANCO E A CONTA A ORDEM POR OMISSAO       *
      **************************************************
       0250-LER-PRODUTO                          SECTION.
           MOVE REG-ARQCLI-PRODUTO TO WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL SPACES
             MOVE WRK-PRODUTO-OMISSAO TO WRK-PRODUTO
           END-IF.
           IF WRK-PRODUTO EQUAL WRK-PRODUTO-LIDO
             GO TO 0250-LER-PRODUTO-FIM
           END-IF.
           MOVE WRK-PRODUTO     TO PRD-CODIGO.
           READ PRD
             INVALID KEY
               MOVE "N"         TO WRK-TEM-PRODUTO
               MOVE SPACES      TO WRK-PRODUTO-LIDO
             NOT INVALID KEY
               MOVE "S"         TO WRK-TEM-PRODUTO
               MOVE WRK-PRODUTO TO WRK-PRODUTO-LIDO
           END-READ.
       0250-LER-PRODUTO-FIM.  EXIT.
      **************************************************
      *  SALDO POSITIVO: CADA ESCALAO PAGA A SUA TAXA  *
      *  SO SOBRE A PARTE DO SALDO DENTRO DA SUA BANDA *
      *  E O EXCESSO ACIMA DO ULTIMO ESCALAO USA A     *
      *  TAXA DESSE ULTIMO. SALDO NEGATIVO: SO A TAXA  *
      *  DEVEDORA, QUE GERA JUROS A DEBITO             *
      **************************************************
       0260-CALCULAR-JUROS                       SECTION.
           MOVE ZEROS TO WRK-JUROS.
           MOVE ZEROS TO WRK-JUROS-CALC.
           IF REG-ARQCLI-SALDO LESS THAN ZEROS
             COMPUTE WRK-JUROS ROUNDED =
                     REG-ARQCLI-SALDO * PRD-TAXA-DEVEDORA
             GO TO 0260-CALCULAR-JUROS-FIM
           END-IF.
           MOVE ZEROS TO WRK-LIMITE-ANT.
           MOVE ZEROS TO WRK-ESC-ULTIMO.
           PERFORM VARYING WRK-ESC-SUB FROM 1 BY 1
                   UNTIL WRK-ESC-SUB > 4
             IF PRD-ESC-LIMITE (WRK-ESC-SUB) GREATER THAN
                WRK-LIMITE-ANT
               MOVE WRK-ESC-SUB TO WRK-ESC-ULTIMO
               IF REG-ARQCLI-SALDO GREATER THAN WRK-LIMITE-ANT
                 IF REG-ARQCLI-SALDO LESS THAN
                    PRD-ESC-LIMITE (WRK-ESC-SUB)
                   COMPUTE WRK-BASE-ESCALAO =
                           REG-ARQCLI-SALDO - WRK-LIMITE-ANT
                 ELSE
                   COMPUTE WRK-BASE-ESCALAO =
                           PRD-ESC-LIMITE (WRK-ESC-SUB)
                           - WRK-LIMITE-ANT
                 END-IF
                 COMPUTE WRK-JUROS-CALC = WRK-JUROS-CALC +
                         WRK-BASE-ESCALAO * PRD-ESC-TAXA (WRK-ESC-SUB)
               END-IF
               MOVE PRD-ESC-LIMITE (WRK-ESC-SUB) TO WRK-LIMITE-ANT
             END-IF
           END-PERFORM.
           IF WRK-ESC-ULTIMO GREATER THAN ZEROS AND
              REG-ARQCLI-SALDO GREATER THAN WRK-LIMITE-ANT
             COMPUTE WRK-JUROS-CALC = WRK-JUROS-CALC +
                     (REG-ARQCLI-SALDO - WRK-LIMITE-ANT) *
                     PRD-ESC-TAXA (WRK-ESC-ULTIMO)
           END-IF.
           COMPUTE WRK-JUROS ROUNDED = WRK-JUROS-CALC.
       0260-CALCULAR-JUROS-FIM.  EXIT.
      **************************************************
      *  OS TOTAIS PARCIAIS DA INSTANCIA (CONTAS LIDAS *
      *  E HASH DOS SALDOS DA FAIXA DEPOIS DOS JUROS)  *
      *  SEGUEM PARA A CONSOLIDACAO DO COBARQ32        *
      **************************************************                00112000
       0300-FINALIZAR                            SECTION.               00113000
           CLOSE HST.
           CLOSE RET.
           CLOSE PRD.
           CLOSE AQL.                                                   00114000
           IF WRK-FS-ARQCLI NOT EQUAL "00"                              00115000
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLI       00116000

      *            VENCIMENTO, QUE O COBVSA44 IMPRIME
      *            RENOVACAO: N-ENCERRA C-RENOVA CAPITAL
      *                       T-CAPITALIZA JUROS E RENOVA
      *            OS JUROS PAGAM IMPOSTO RETIDO NA FONTE A
      *            TAXA DO IMPPARM - O CREDITO ENTRA BRUTO E O
      *            IMPOSTO SAI EM DEBITO PROPRIO (EVENTO
      *            RETFONTE) - E CADA PAGAMENTO FICA NO JURRET
      *            PARA OS CERTIFICADOS ANUAIS (COBARQ38)
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * ARQCLI      I-O         -----
      * VENCREL     OUTPUT      -----
      * NOTIFREQ    EXTEND      -----
      * MOVHIST     EXTEND      -----
      * IMPPARM     INPUT       BOOKIMP
      * JURRET      EXTEND      BOOKRET
      * GLEVENT     EXTEND      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.

           SELECT NTF ASSIGN TO NOTIFREQ
           FILE STATUS IS WRK-FS-NOTIFREQ.

           SELECT IMP ASSIGN TO IMPPARM
           FILE STATUS IS WRK-FS-IMPPARM.

           SELECT RET ASSIGN TO JURRET
           FILE STATUS IS WRK-FS-JURRET.

           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD HST
           RECORDING MODE IS F
          05 REL-JUROS            PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 REL-DESTINO          PIC X(20).
          05 FILLER               PIC X(01).
          05 REL-RETENCAO         PIC 9(07)V99.

       FD IMP
           RECORDING MODE IS F.
       COPY BOOKIMP.

       FD RET
           RECORDING MODE IS F.
       COPY BOOKRET.

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DEPPRAZO         PIC X(02) VALUE ZEROS.
       77 WRK-PRAZO-MESES         PIC S9(04) COMP VALUE ZEROS.
       77 WRK-JUROS               PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CREDITO             PIC 9(07)V99 VALUE ZEROS.
      *------------- RETENCAO NA FONTE (IMPPARM) ---------
       77 WRK-FS-IMPPARM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-JURRET           PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-TAXA-RETENCAO       PIC 9(02)V99 VALUE ZEROS.
       77 WRK-RETENCAO            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-RETENCAO        PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-TOT-RETENCAO-IDE    PIC -ZZZ.ZZZ.ZZ9,99.
      *------------- TOTAIS POR AGENCIA -------------------
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
       77 WRK-PRIMEIRA-VEZ        PIC X(01) VALUE "S".
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-DEPPRAZO EQUAL "10".
           PERFORM 0230-TOTAL-AGENCIA.
           PERFORM 0280-GRAVAR-EVENTO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             GOBACK
           END-IF.
      *    SEM A TAXA DE RETENCAO NAO SE PAGAM JUROS - O
      *    IMPOSTO TEM DE SER RETIDO NO PROPRIO PAGAMENTO
           OPEN INPUT IMP.
           IF WRK-FS-IMPPARM EQUAL "00"
             READ IMP
           END-IF.
           IF WRK-FS-IMPPARM NOT EQUAL "00"
             DISPLAY "IMPPARM INDISPONIVEL - STATUS "
                     WRK-FS-IMPPARM
             DISPLAY "VENCIMENTOS NAO AUTORIZADOS"
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
           OPEN OUTPUT REL.
      *    O AVISO AO CLIENTE SEGUE PELA CORRESPONDENCIA
      *    (COBVSA44) - SEM NOTIFREQ O VENCIMENTO CORRE
           END-IF.
           COMPUTE WRK-JUROS ROUNDED =
                   DEP-CAPITAL * DEP-TAXA * WRK-PRAZO-MESES / 12.
           COMPUTE WRK-RETENCAO ROUNDED =
                   WRK-JUROS * WRK-TAXA-RETENCAO / 100.
           MOVE DEP-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
           MOVE DEP-NUM         TO REL-NUM.
           MOVE DEP-CAPITAL     TO REL-CAPITAL.
           MOVE WRK-JUROS       TO REL-JUROS.
           MOVE WRK-RETENCAO    TO REL-RETENCAO.
           MOVE ZEROS           TO WRK-CREDITO.
           EVALUATE DEP-RENOVACAO
             WHEN "C"
      *        RENOVA O CAPITAL - SO OS JUROS VAO A CONTA
               ADD WRK-JUROS    TO REG-ARQCLI-SALDO
               SUBTRACT WRK-RETENCAO FROM REG-ARQCLI-SALDO
               MOVE WRK-JUROS   TO WRK-CREDITO
               PERFORM 0250-RENOVAR-DATAS
               MOVE "RENOVADO CAPITAL"    TO REL-DESTINO
               ADD 1 TO WRK-CONTADOR-RENOVADOS
             WHEN "T"
      *        CAPITALIZA OS JUROS LIQUIDOS E RENOVA TUDO
               ADD WRK-JUROS    TO DEP-CAPITAL
               SUBTRACT WRK-RETENCAO FROM DEP-CAPITAL
               PERFORM 0250-RENOVAR-DATAS
               MOVE "RENOVADO COM JUROS"  TO REL-DESTINO
               ADD 1 TO WRK-CONTADOR-RENOVADOS
      *        ENCERRA - CAPITAL E JUROS VOLTAM A CONTA
               ADD DEP-CAPITAL  TO REG-ARQCLI-SALDO
               ADD WRK-JUROS    TO REG-ARQCLI-SALDO
               SUBTRACT WRK-RETENCAO FROM REG-ARQCLI-SALDO
               COMPUTE WRK-CREDITO = DEP-CAPITAL + WRK-JUROS
               MOVE "E"         TO DEP-STATUS
               MOVE "ENCERRADO"           TO REL-DESTINO
                 IF WRK-CREDITO GREATER THAN ZEROS
                   PERFORM 0260-GRAVAR-MOVIMENTO
                 END-IF
                 IF WRK-JUROS GREATER THAN ZEROS
                   PERFORM 0270-GRAVAR-RETENCAO
                 END-IF
             END-REWRITE
           END-IF.
           REWRITE REG-DEPPRAZO
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO DO CONTRATO " DEP-ID
             NOT INVALID KEY
               IF DEP-RENOVACAO EQUAL "T" AND
                  WRK-JUROS GREATER THAN ZEROS
                 PERFORM 0270-GRAVAR-RETENCAO
               END-IF
           END-REWRITE.
           WRITE REG-VENCREL.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             MOVE "VNC"             TO NTF-TIPO
             MOVE DEP-CHAVE         TO NTF-CHAVE
             IF DEP-RENOVACAO EQUAL "T"
               MOVE DEP-CAPITAL     TO NTF-VALOR
             ELSE
               COMPUTE NTF-VALOR = DEP-CAPITAL + WRK-JUROS
                                 - WRK-RETENCAO
             END-IF
             MOVE WRK-DATA-PROC-NUM TO NTF-DATA
             MOVE REL-DESTINO       TO NTF-TEXTO
             WRITE REG-NOTIFREQ
           WRITE REG-MOVHIST.
       0260-GRAVAR-MOVIMENTO-FIM.  EXIT.
      **************************************************
      *  O IMPOSTO RETIDO SAI DA CONTA EM DEBITO       *
      *  PROPRIO (NA CAPITALIZACAO T FICA FORA DO      *
      *  CAPITAL) E O PAGAMENTO FICA NO JURRET         *
      **************************************************
       0270-GRAVAR-RETENCAO                      SECTION.
           IF DEP-RENOVACAO NOT EQUAL "T" AND
              WRK-RETENCAO GREATER THAN ZEROS
             MOVE REG-ARQCLI-CHAVE   TO HST-CHAVE
             MOVE "D"                TO HST-TIPO
             MOVE WRK-RETENCAO       TO HST-VALOR
             MOVE REG-ARQCLI-MOEDA   TO HST-MOEDA
             MOVE WRK-DATA-PROC-NUM  TO HST-DATA-VALOR
             MOVE WRK-DATA-PROC-NUM  TO HST-DATA-PROC
             WRITE REG-MOVHIST
           END-IF.
           MOVE DEP-CHAVE            TO RET-CHAVE.
           MOVE WRK-DATA-PROC-NUM    TO RET-DATA.
           MOVE "P"                  TO RET-ORIGEM.
           MOVE WRK-JUROS            TO RET-BRUTO.
           MOVE WRK-RETENCAO         TO RET-IMPOSTO.
           MOVE WRK-TAXA-RETENCAO    TO RET-TAXA.
           WRITE REG-JURRET.
           ADD WRK-RETENCAO          TO WRK-TOT-RETENCAO.
       0270-GRAVAR-RETENCAO-FIM.  EXIT.
      **************************************************
      *  O IMPOSTO RETIDO NO DIA VAI A CONTABILIDADE   *
      *  NUM EVENTO PROPRIO (RETFONTE)                 *
      **************************************************
       0280-GRAVAR-EVENTO                        SECTION.
           IF WRK-TOT-RETENCAO EQUAL ZEROS
             GO TO 0280-GRAVAR-EVENTO-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-GLEVENT
           ELSE
             MOVE "RETFONTE"        TO EVT-TIPO
             MOVE WRK-DATA-PROC-NUM TO EVT-DATA
             MOVE WRK-TOT-RETENCAO  TO EVT-VALOR
             WRITE REG-GLEVENT
             CLOSE EVT
           END-IF.
       0280-GRAVAR-EVENTO-FIM.  EXIT.
      **************************************************
      *  O NOVO PRAZO REPETE O PRAZO ORIGINAL A PARTIR *
      *  DO VENCIMENTO                                 *
      **************************************************
           DISPLAY "CONTRATOS RENOVADOS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-FALHADOS   TO WRK-CONTADOR-IDE.
           DISPLAY "VENCIMENTOS FALHADOS.. " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-RETENCAO        TO WRK-TOT-RETENCAO-IDE.
           DISPLAY "IMPOSTO RETIDO........ " WRK-TOT-RETENCAO-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           END-IF.
           CLOSE AQL.
           CLOSE HST.
           CLOSE RET.
           CLOSE REL.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             CLOSE NTF

      *            IMPRIME O ENVELHECIMENTO DOS CASOS ABERTOS
      *            POR FASE E AGENCIA (COBRAGED) - A PROMESSA
      *            DE PAGAMENTO REGISTA-SE NO COBVSA39
      *            A CARTA AO CLIENTE COM A MORADA MARCADA COMO
      *            DEVOLVIDA (COBVSA64) NAO SE IMPRIME - FICA
      *            NA CORRESPONDENCIA RETIDA (CORRRET) E O
      *            CASO ESCALA NA MESMA
      *            O MINIMO DO CARTAO DE CREDITO NAO COBRADO
      *            (COBVSA69, CRDATRS NO LAYOUT DO ATRASREL)
      *            ABRE CASO COM O CONTRATO 999 NA CONTA DE
      *            REEMBOLSO - FECHA QUANDO NENHUM CARTAO
      *            CARTCRD DA CONTA TEM MINIMO EM FALTA
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * CLIMST      INPUT       -----
      * COBRCART    OUTPUT      -----
      * COBRAGED    OUTPUT      -----
      * CORRRET     EXTEND      BOOKCRR
      * CARTCRD     INPUT       BOOKCRD
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
           SELECT CAB ASSIGN TO COBRCART
           FILE STATUS IS WRK-FS-COBRCART.

           SELECT CRR ASSIGN TO CORRRET
           FILE STATUS IS WRK-FS-CORRRET.

           SELECT AGD ASSIGN TO COBRAGED
           FILE STATUS IS WRK-FS-COBRAGED.

           SELECT CRD ASSIGN TO CARTCRD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CRD-NUMERO
           ALTERNATE RECORD KEY IS CRD-CHAVE WITH DUPLICATES
           FILE STATUS   IS WRK-FS-CARTCRD.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
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

       FD CLM.
       01 REG-CLIMST.
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

       FD CAB
           RECORDING MODE IS F
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-COBRAGED            PIC X(80).

       FD CRR
           RECORDING MODE IS F.
       COPY BOOKCRR.

       FD CRD.
       COPY BOOKCRD.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ATRASREL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-COBRANCA         PIC X(02) VALUE ZEROS.
       77 WRK-FS-COBRCART         PIC X(02) VALUE ZEROS.
       77 WRK-FS-COBRAGED         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-FS-CORRRET          PIC X(02) VALUE ZEROS.
       77 WRK-PARM-DATA           PIC X(08) VALUE SPACES.
      *------------- CASOS DO CARTAO DE CREDITO ----------
       77 WRK-FS-CARTCRD          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CARTCRD         PIC X(01) VALUE "N".
       77 WRK-NUM-CARTAO          PIC 9(03) VALUE 999.
       77 WRK-CARTAO-EM-FALTA     PIC X(01) VALUE "N".
       77 WRK-FIM-CARTOES         PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
       77 WRK-EOF-CASOS           PIC X(01) VALUE "N".
       77 WRK-CONTADOR-ABERTOS    PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-CARTAS     PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-RETIDAS    PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-FECHADOS   PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-EMABERTO   PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
           ELSE
             DISPLAY "CLIMST INDISPONIVEL - CARTAS SEM MORADA"
           END-IF.
           OPEN INPUT CRD.
           IF WRK-FS-CARTCRD EQUAL "00"
             MOVE "S" TO WRK-TEM-CARTCRD
           ELSE
             DISPLAY "CARTCRD INDISPONIVEL - CASOS DE CARTAO ABERTOS"
           END-IF.
           OPEN OUTPUT CAB.
           OPEN OUTPUT AGD.
           OPEN EXTEND CRR.
           IF WRK-FS-CORRRET NOT EQUAL "00"
             OPEN OUTPUT CRR
           END-IF.
           IF WRK-FS-CORRRET NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CORRRET - STATUS "
                     WRK-FS-CORRRET
             GOBACK
           END-IF.
           IF WRK-FS-ATRASREL EQUAL "00"
             READ ATR
             IF WRK-FS-ATRASREL EQUAL "10"
      *  O EMPRESTIMO LIQUIDOU) FECHA O CASO           *
      **************************************************
       0230-TRATAR-UM-CASO                       SECTION.
           IF CSO-NUM EQUAL WRK-NUM-CARTAO
             PERFORM 0270-VERIFICAR-CARTOES
             IF WRK-CARTAO-EM-FALTA EQUAL "N"
               MOVE "F" TO CSO-STATUS
               REWRITE REG-COBRANCA
                 INVALID KEY
                   DISPLAY "ERRO AO FECHAR O CASO " CSO-ID
               END-REWRITE
               ADD 1 TO WRK-CONTADOR-FECHADOS
               GO TO 0230-TRATAR-UM-CASO-FIM
             END-IF
      *      NAO HA CONTRATO EMPRST - SEGUE PARA A FASE
             MOVE "23" TO WRK-FS-EMPRST
           ELSE
             MOVE CSO-CHAVE TO EMP-CHAVE
             MOVE CSO-NUM   TO EMP-NUM
             READ EMP
           END-IF.
           IF WRK-FS-EMPRST EQUAL "00" AND
              (EMP-STATUS EQUAL "L" OR
               EMP-PROX-PREST GREATER THAN WRK-DATA-PROC)
           IF WRK-TEM-CLIMST EQUAL "S"
             MOVE CSO-CHAVE TO CLI-CHAVE
             READ CLM
             IF WRK-FS-CLIMST EQUAL "00" AND
                CLI-MORADA-DEVOL EQUAL "S"
               PERFORM 0260-RETER-CARTA
               GO TO 0240-EMITIR-CARTA-FIM
             END-IF
             IF WRK-FS-CLIMST EQUAL "00"
               MOVE CLI-NOME TO WRK-CAR-NOME
               WRITE REG-COBRCART FROM WRK-LINHA-BRANCO
             WRITE REG-COBRCART FROM WRK-LINHA-BRANCO
             WRITE REG-COBRCART FROM WRK-CARTA-NOME
           END-IF.
           EVALUATE TRUE
             WHEN CSO-FASE EQUAL 1 AND CSO-NUM EQUAL WRK-NUM-CARTAO
               MOVE "LEMBRETE: MINIMO DO CARTAO EM FALTA NO VALOR DE "
                 TO WRK-CAR-TEXTO
             WHEN CSO-FASE EQUAL 2 AND CSO-NUM EQUAL WRK-NUM-CARTAO
               MOVE "AVISO: REGULARIZE O MINIMO DO CARTAO DE "
                 TO WRK-CAR-TEXTO
             WHEN CSO-FASE EQUAL 1
               MOVE "LEMBRETE: PRESTACAO EM ATRASO NO VALOR DE "
                 TO WRK-CAR-TEXTO
             WHEN CSO-FASE EQUAL 2
               MOVE "AVISO: REGULARIZE A PRESTACAO EM ATRASO DE "
                 TO WRK-CAR-TEXTO
             WHEN OTHER
           WRITE REG-COBRAGED FROM WRK-LINHA-AGED.
           ADD 1 TO WRK-CONTADOR-EMABERTO.
       0250-LINHA-ENVELHECIMENTO-FIM.  EXIT.
      **************************************************
      *  MORADA DEVOLVIDA PELOS CORREIOS - A CARTA DA  *
      *  FASE FICA RETIDA PARA A AGENCIA CONTACTAR O   *
      *  CLIENTE (COBARQ43)                            *
      **************************************************
       0260-RETER-CARTA                          SECTION.
           MOVE SPACES         TO REG-CORRRET.
           MOVE WRK-DATA-PROC  TO CRR-DATA.
           MOVE CSO-CHAVE      TO CRR-CHAVE.
           MOVE "COB"          TO CRR-DOCUMENTO.
           MOVE "COBVSA38"     TO CRR-ORIGEM.
           MOVE CLI-NOME       TO CRR-NOME.
           IF CSO-NUM EQUAL WRK-NUM-CARTAO
             STRING "CARTAO CREDITO" DELIMITED BY SIZE
                    " FASE "         DELIMITED BY SIZE
                    CSO-FASE         DELIMITED BY SIZE
                    INTO CRR-REFER
           ELSE
             STRING "EMPRESTIMO " DELIMITED BY SIZE
                    CSO-NUM       DELIMITED BY SIZE
                    " FASE "      DELIMITED BY SIZE
                    CSO-FASE      DELIMITED BY SIZE
                    INTO CRR-REFER
           END-IF.
           WRITE REG-CORRRET.
           ADD 1 TO WRK-CONTADOR-RETIDAS.
       0260-RETER-CARTA-FIM.  EXIT.
      **************************************************
      *  CASO DO CARTAO DE CREDITO - CONTINUA ABERTO   *
      *  ENQUANTO UM CARTAO DA CONTA TIVER O MINIMO EM *
      *  FALTA (SEM CARTCRD O CASO NAO FECHA)          *
      **************************************************
       0270-VERIFICAR-CARTOES                    SECTION.
           MOVE "S" TO WRK-CARTAO-EM-FALTA.
           IF WRK-TEM-CARTCRD EQUAL "N"
             GO TO 0270-VERIFICAR-CARTOES-FIM
           END-IF.
           MOVE "N"       TO WRK-CARTAO-EM-FALTA.
           MOVE "N"       TO WRK-FIM-CARTOES.
           MOVE CSO-CHAVE TO CRD-CHAVE.
           START CRD KEY IS EQUAL CRD-CHAVE
             INVALID KEY
               MOVE "S"   TO WRK-FIM-CARTOES
           END-START.
           PERFORM UNTIL WRK-FIM-CARTOES EQUAL "S"
             READ CRD NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-CARTOES
               NOT AT END
                 IF CRD-CHAVE NOT EQUAL CSO-CHAVE
                   MOVE "S" TO WRK-FIM-CARTOES
                 ELSE
                   IF CRD-MIN-EM-FALTA GREATER THAN ZEROS
                     MOVE "S" TO WRK-CARTAO-EM-FALTA
                     MOVE "S" TO WRK-FIM-CARTOES
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0270-VERIFICAR-CARTOES-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-ABERTOS  TO WRK-CONTADOR-IDE.
           DISPLAY "CASOS ABERTOS......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CARTAS   TO WRK-CONTADOR-IDE.
           DISPLAY "CARTAS EMITIDAS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RETIDAS  TO WRK-CONTADOR-IDE.
           DISPLAY "CARTAS RETIDAS........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-FECHADOS TO WRK-CONTADOR-IDE.
           DISPLAY "CASOS FECHADOS........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EMABERTO TO WRK-CONTADOR-IDE.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLM
           END-IF.
           IF WRK-TEM-CARTCRD EQUAL "S"
             CLOSE CRD
           END-IF.
           CLOSE CAB.
           CLOSE AGD.
           CLOSE CRR.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

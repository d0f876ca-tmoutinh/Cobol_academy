      *            AGENCIA PARA A EXPEDICAO - O CABECALHO
      *            IDENTIFICA TODOS OS TITULARES DA CONTA
      *            (TITULARES + CLIMST)
      *            CONTA CUJA FICHA TEM A MORADA MARCADA COMO
      *            DEVOLVIDA (COBVSA64) NAO RECEBE EXTRATO -
      *            FICA NA CORRESPONDENCIA RETIDA (CORRRET)
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * MOVHIST     INPUT       -----
      * MOVMES      OUTPUT      -----   (MOVIMENTOS ORDENADOS)
      * EXTMENS     OUTPUT      -----   (EXTRATOS IMPRESSOS)
      * TITULARES   INPUT       -----
      * CLIMST      INPUT       -----
      * CORRRET     EXTEND      BOOKCRR (EXTRATOS RETIDOS)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT CRR ASSIGN TO CORRRET
           FILE STATUS IS WRK-FS-CORRRET.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD HST
           RECORDING MODE IS F.
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

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXTMENS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CORRRET          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CORRRET         PIC X(01) VALUE "N".
       77 WRK-EXTRATO-RETIDO      PIC X(01) VALUE "N".
       77 WRK-TEM-TITULARES       PIC X(01) VALUE "N".
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-EOF-TITULARES       PIC X(01) VALUE "N".
       77 WRK-CONTADOR-CONTAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-EXTRATOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CONGELADAS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RETIDOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO EXTRATO -------------------
       01 WRK-LINHA-CAB.
           ELSE
             DISPLAY "CLIMST INDISPONIVEL - STATUS " WRK-FS-CLIMST
           END-IF.
      *    SO HA EXTRATOS RETIDOS QUANDO HA FICHAS A LER
           IF WRK-TEM-CLIMST EQUAL "S"
             OPEN EXTEND CRR
             IF WRK-FS-CORRRET NOT EQUAL "00"
               OPEN OUTPUT CRR
             END-IF
             IF WRK-FS-CORRRET NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA CORRRET - STATUS "
                       WRK-FS-CORRRET
               GOBACK
             END-IF
             MOVE "S" TO WRK-TEM-CORRRET
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SELECIONA PARA O SORT SO OS MOVIMENTOS DO MES *
             ADD 1 TO WRK-CONTADOR-CONGELADAS
             PERFORM 0260-SALTAR-MOVIMENTOS
           ELSE
             PERFORM 0290-VERIFICAR-MORADA
             IF WRK-EXTRATO-RETIDO EQUAL "S"
               PERFORM 0260-SALTAR-MOVIMENTOS
             ELSE
               PERFORM 0220-EMITIR-EXTRATO
             END-IF
           END-IF.
           READ AQL NEXT RECORD.
       0200-PROCESSAR-FIM.    EXIT.
               MOVE "COTITULAR"   TO WRK-TIT-PAPEL-DESC
             WHEN "A"
               MOVE "AUTORIZADO"  TO WRK-TIT-PAPEL-DESC
             WHEN "G"
               MOVE "REPRESENTANT" TO WRK-TIT-PAPEL-DESC
             WHEN OTHER
               MOVE SPACES        TO WRK-TIT-PAPEL-DESC
           END-EVALUATE.
           WRITE REG-EXTMENS FROM WRK-LINHA-TITULAR.
       0280-GRAVAR-UM-TITULAR-FIM.  EXIT.
      **************************************************
      *  O EXTRATO VAI PARA A MORADA DA FICHA DA CONTA *
      *  (MESMA CHAVE) - MORADA DEVOLVIDA PELOS        *
      *  CORREIOS RETEM O EXTRATO                      *
      **************************************************
       0290-VERIFICAR-MORADA                     SECTION.
           MOVE "N" TO WRK-EXTRATO-RETIDO.
           IF WRK-TEM-CORRRET EQUAL "N"
             GO TO 0290-VERIFICAR-MORADA-FIM
           END-IF.
           MOVE REG-ARQCLI-CHAVE TO CLI-CHAVE.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR
              CLI-MORADA-DEVOL NOT EQUAL "S"
             GO TO 0290-VERIFICAR-MORADA-FIM
           END-IF.
           MOVE "S"              TO WRK-EXTRATO-RETIDO.
           MOVE SPACES           TO REG-CORRRET.
           ACCEPT CRR-DATA       FROM DATE YYYYMMDD.
           MOVE REG-ARQCLI-CHAVE TO CRR-CHAVE.
           MOVE "EXT"            TO CRR-DOCUMENTO.
           MOVE "COBVSA13"       TO CRR-ORIGEM.
           MOVE REG-ARQCLI-NOME  TO CRR-NOME.
           STRING "EXTRATO DO MES " DELIMITED BY SIZE
                  WRK-MES-PARM      DELIMITED BY SIZE
                  INTO CRR-REFER.
           WRITE REG-CORRRET.
           ADD 1 TO WRK-CONTADOR-RETIDOS.
       0290-VERIFICAR-MORADA-FIM.  EXIT.
      **************************************************
       0230-TOTAL-AGENCIA                        SECTION.
           MOVE WRK-AGENCIA-ANT   TO WRK-TAG-AGENCIA.
           DISPLAY "EXTRATOS EMITIDOS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CONGELADAS TO WRK-CONTADOR-IDE.
           DISPLAY "CONGELADAS SALTADAS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RETIDOS    TO WRK-CONTADOR-IDE.
           DISPLAY "EXTRATOS RETIDOS...... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLM
           END-IF.
           IF WRK-TEM-CORRRET EQUAL "S"
             CLOSE CRR
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

      *            COM O PAPEL DE CADA UMA
      *            PAPEL: T-PRIMEIRO TITULAR  S-COTITULAR
      *                   A-AUTORIZADO
      *                   G-REPRESENTANTE LEGAL DE MENOR
      *            TITULAR COM MENOS DE 18 ANOS (CLI-DATA-NASC)
      *            SO ENTRA NA CONTA QUE JA TEM REPRESENTANTE
      *            LEGAL; O ULTIMO REPRESENTANTE NAO SAI ENQUANTO
      *            A CONTA TIVER TITULAR MENOR (VER COBARQ42)
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
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

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-TITULARES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
      *------------- MENORES E REPRESENTANTES ------------
       77 WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MAIORIDADE     PIC 9(09) VALUE ZEROS.
       77 WRK-E-MENOR             PIC X(01) VALUE "N".
       77 WRK-TEM-MENOR           PIC X(01) VALUE "N".
       77 WRK-QTD-REPRESENT       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-EOF-CONTA           PIC X(01) VALUE "N".
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.
           ELSE
             DISPLAY "CLIMST INDISPONIVEL - STATUS " WRK-FS-CLIMST
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  I-INCLUSAO  E-EXCLUSAO  C-CONSULTA DE CONTA   *
      **************************************************
       0220-EXCLUSAO                             SECTION.
           READ TIT.
           IF WRK-FS-TITULARES EQUAL "00" AND TIT-PAPEL EQUAL "G"
             PERFORM 0270-VARRER-CONTA
             IF WRK-TEM-MENOR EQUAL "S" AND
                WRK-QTD-REPRESENT EQUAL ZEROS
               DISPLAY "ULTIMO REPRESENTANTE LEGAL DE CONTA COM "
                       "TITULAR MENOR " WRK-TIT-ID
               GO TO 0220-EXCLUSAO-FIM
             END-IF
             MOVE WRK-TIT-ID TO TIT-ID
             READ TIT
           END-IF.
           IF WRK-FS-TITULARES EQUAL "00"
             DELETE TIT
               INVALID KEY
       0220-EXCLUSAO-FIM.     EXIT.
      **************************************************
      *  O TITULAR TEM DE TER FICHA DE CLIENTE QUANDO  *
      *  O CLIMST ESTA DISPONIVEL; O REPRESENTANTE (G) *
      *  TEM DE SER MAIOR E O TITULAR MENOR SO ENTRA   *
      *  SE A CONTA JA TIVER REPRESENTANTE             *
      **************************************************
       0240-INCLUSAO                             SECTION.
           IF WRK-TIT-PAPEL NOT EQUAL "T" AND "S" AND "A" AND "G"
             DISPLAY "PAPEL INVALIDO " WRK-TIT-PAPEL
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           IF WRK-TEM-CLIMST EQUAL "S"
             MOVE WRK-TIT-CLIENTE TO CLI-CHAVE
             PERFORM 0275-VERIFICAR-IDADE
             IF WRK-FS-CLIMST NOT EQUAL "00"
               DISPLAY "TITULAR SEM FICHA DE CLIENTE "
                       WRK-TIT-CLIENTE
               GO TO 0240-INCLUSAO-FIM
             END-IF
             IF WRK-TIT-PAPEL EQUAL "G" AND WRK-E-MENOR EQUAL "S"
               DISPLAY "REPRESENTANTE LEGAL MENOR DE IDADE "
                       WRK-TIT-CLIENTE
               GO TO 0240-INCLUSAO-FIM
             END-IF
             IF (WRK-TIT-PAPEL EQUAL "T" OR "S") AND
                WRK-E-MENOR EQUAL "S"
               PERFORM 0270-VARRER-CONTA
               IF WRK-QTD-REPRESENT EQUAL ZEROS
                 DISPLAY "TITULAR MENOR SEM REPRESENTANTE LEGAL - "
                         "INCLUIR PRIMEIRO O PAPEL G " WRK-TIT-ID
                 GO TO 0240-INCLUSAO-FIM
               END-IF
             END-IF
           END-IF.
           MOVE WRK-REG-TITULARES TO REG-TITULARES.
           WRITE REG-TITULARES
             END-IF
           END-IF.
       0260-MOSTRAR-TITULAR-FIM.  EXIT.
      **************************************************
      *  PERCORRE AS RELACOES DA CONTA, TIRANDO A QUE  *
      *  ESTA A SER TRATADA: CONTA OS REPRESENTANTES   *
      *  LEGAIS E VE SE A FICHA DA CONTA OU ALGUM      *
      *  TITULAR (T/S) E MENOR                         *
      **************************************************
       0270-VARRER-CONTA                         SECTION.
           MOVE ZEROS         TO WRK-QTD-REPRESENT.
           MOVE "N"           TO WRK-TEM-MENOR.
           IF WRK-TEM-CLIMST EQUAL "S"
             MOVE WRK-TIT-CHAVE TO CLI-CHAVE
             PERFORM 0275-VERIFICAR-IDADE
             IF WRK-E-MENOR EQUAL "S"
               MOVE "S"       TO WRK-TEM-MENOR
             END-IF
           END-IF.
           MOVE "N"           TO WRK-EOF-CONTA.
           MOVE WRK-TIT-CHAVE TO TIT-CHAVE.
           MOVE LOW-VALUES    TO TIT-CLIENTE.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"       TO WRK-EOF-CONTA
           END-START.
           PERFORM UNTIL WRK-EOF-CONTA EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"     TO WRK-EOF-CONTA
               NOT AT END
                 IF TIT-CHAVE NOT EQUAL WRK-TIT-CHAVE
                   MOVE "S"   TO WRK-EOF-CONTA
                 ELSE
                   IF TIT-CLIENTE NOT EQUAL WRK-TIT-CLIENTE
                     IF TIT-PAPEL EQUAL "G"
                       ADD 1  TO WRK-QTD-REPRESENT
                     END-IF
                     IF (TIT-PAPEL EQUAL "T" OR "S") AND
                        WRK-TEM-CLIMST EQUAL "S"
                       MOVE TIT-CLIENTE TO CLI-CHAVE
                       PERFORM 0275-VERIFICAR-IDADE
                       IF WRK-E-MENOR EQUAL "S"
                         MOVE "S" TO WRK-TEM-MENOR
                       END-IF
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0270-VARRER-CONTA-FIM.  EXIT.
      **************************************************
      *  MENOR E QUEM NAO FAZ 18 ANOS ATE HOJE - FICHA *
      *  SEM DATA DE NASCIMENTO CONTA COMO MAIOR       *
      **************************************************
       0275-VERIFICAR-IDADE                      SECTION.
           MOVE "N" TO WRK-E-MENOR.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR
              CLI-DATA-NASC NOT NUMERIC OR
              CLI-DATA-NASC EQUAL ZEROS
             GO TO 0275-VERIFICAR-IDADE-FIM
           END-IF.
           COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASC + 180000.
           IF WRK-DATA-MAIORIDADE GREATER THAN WRK-DATA-HOJE
             MOVE "S" TO WRK-E-MENOR
           END-IF.
       0275-VERIFICAR-IDADE-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE TIT.

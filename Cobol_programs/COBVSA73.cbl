       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA73.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DAS INSTRUCOES DE PAGAMENTO DO
      *            SALARIO PARA CONTA NOUTRO BANCO (FUNIBAN
      *            KSDS, CHAVE IDFUN) - INCLUSAO, ALTERACAO,
      *            EXCLUSAO, CONSULTA E LISTAGEM
      *            O IBAN E VALIDADO PELA ROTINA COBOL021 E SO
      *            SE ACEITA IBAN PT DE OUTRO BANCO COM OS
      *            DIGITOS DE CONTROLO CERTOS - CONTA NO NOSSO
      *            BANCO VAI PARA O FUNCONTA (CREDITO INTERNO)
      *            A PONTE DE CREDITO (COBVSA23) ENVIA ESTES
      *            SALARIOS PELA COMPENSACAO (TRFPED/COBVSA48)
      *            SYSIN: OPERACAO (I/A/E/C/L), IDFUN (5) E,
      *                   NA INCLUSAO E NA ALTERACAO, O IBAN
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * FUNIBAN     I-O         BOOKFIB
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT FIB ASSIGN TO FUNIBAN
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS FIB-IDFUN
           FILE STATUS   IS WRK-FS-FUNIBAN.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD FIB.
       COPY BOOKFIB.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-FUNIBAN          PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-IDFUN               PIC 9(05) VALUE ZEROS.
       77 WRK-IBAN                PIC X(25) VALUE SPACES.
       77 WRK-IBAN-OK             PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       01 WRK-IBAN-AREA.
          05 WRK-IBN-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-IBN-CHAVE        PIC X(09) VALUE SPACES.
          05 WRK-IBN-IBAN         PIC X(25) VALUE SPACES.
          05 WRK-IBN-RETORNO      PIC X(02) VALUE ZEROS.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN I-O FIB.
           IF WRK-FS-FUNIBAN EQUAL "35"
             OPEN OUTPUT FIB
             CLOSE FIB
             OPEN I-O FIB
           END-IF.
           IF WRK-FS-FUNIBAN NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA - STATUS " WRK-FS-FUNIBAN
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  I-INCLUSAO  A-ALTERACAO DO IBAN  E-EXCLUSAO   *
      *  C-CONSULTA  L-LISTAGEM                        *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
           IF WRK-OPERACAO NOT EQUAL "L"
             ACCEPT WRK-IDFUN
           END-IF.
           IF WRK-OPERACAO EQUAL "I" OR WRK-OPERACAO EQUAL "A"
             ACCEPT WRK-IBAN
           END-IF.
           MOVE WRK-IDFUN TO FIB-IDFUN.

           EVALUATE WRK-OPERACAO
             WHEN "I"
               PERFORM 0220-INCLUSAO
             WHEN "A"
               PERFORM 0230-ALTERACAO
             WHEN "E"
               PERFORM 0240-EXCLUSAO
             WHEN "C"
               PERFORM 0210-CONSULTA
             WHEN "L"
               PERFORM 0250-LISTAGEM
             WHEN OTHER
               DISPLAY "OPERACAO INVALIDA " WRK-OPERACAO
           END-EVALUATE.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0210-CONSULTA                             SECTION.
           READ FIB.
           IF WRK-FS-FUNIBAN EQUAL ZEROS
             PERFORM 0260-MOSTRAR-INSTRUCAO
           ELSE
             DISPLAY FIB-IDFUN " NAO ENCONTRADO"
           END-IF.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
       0220-INCLUSAO                             SECTION.
           PERFORM 0270-VALIDAR-IBAN.
           IF WRK-IBAN-OK NOT EQUAL "S"
             GO TO 0220-INCLUSAO-FIM
           END-IF.
           MOVE WRK-IDFUN     TO FIB-IDFUN.
           MOVE WRK-IBAN      TO FIB-IBAN.
           MOVE WRK-DATA-PROC TO FIB-DATA-ALT.
           WRITE REG-FUNIBAN
             INVALID KEY
               DISPLAY "FUNCIONARIO JA TEM INSTRUCAO " WRK-IDFUN
               GO TO 0220-INCLUSAO-FIM
           END-WRITE.
           DISPLAY "INSTRUCAO INCLUIDA " WRK-IDFUN " " WRK-IBAN.
       0220-INCLUSAO-FIM.     EXIT.
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ FIB.
           IF WRK-FS-FUNIBAN NOT EQUAL "00"
             DISPLAY "INSTRUCAO INEXISTENTE " WRK-IDFUN
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           PERFORM 0270-VALIDAR-IBAN.
           IF WRK-IBAN-OK NOT EQUAL "S"
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           DISPLAY "IBAN ANTERIOR " FIB-IBAN.
           MOVE WRK-IBAN      TO FIB-IBAN.
           MOVE WRK-DATA-PROC TO FIB-DATA-ALT.
           REWRITE REG-FUNIBAN
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO " WRK-IDFUN
               GO TO 0230-ALTERACAO-FIM
           END-REWRITE.
           DISPLAY "INSTRUCAO ALTERADA " WRK-IDFUN " " WRK-IBAN.
       0230-ALTERACAO-FIM.    EXIT.
      **************************************************
       0240-EXCLUSAO                             SECTION.
           DELETE FIB
             INVALID KEY
               DISPLAY "INSTRUCAO INEXISTENTE " WRK-IDFUN
               GO TO 0240-EXCLUSAO-FIM
           END-DELETE.
           DISPLAY "INSTRUCAO EXCLUIDA " WRK-IDFUN.
       0240-EXCLUSAO-FIM.     EXIT.
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0          TO WRK-CONTADOR-LISTA.
           MOVE "N"        TO WRK-EOF-LISTA.
           MOVE ZEROS      TO FIB-IDFUN.
           START FIB KEY IS GREATER THAN OR EQUAL FIB-IDFUN
             INVALID KEY
               DISPLAY "ARQUIVO VAZIO"
               MOVE "S"    TO WRK-EOF-LISTA
           END-START.
           PERFORM UNTIL WRK-EOF-LISTA EQUAL "S"
             READ FIB NEXT RECORD
               AT END
                 MOVE "S"  TO WRK-EOF-LISTA
               NOT AT END
                 ADD 1     TO WRK-CONTADOR-LISTA
                 PERFORM 0260-MOSTRAR-INSTRUCAO
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "FORAM LISTADAS :" WRK-CONTADOR-IDE " INSTRUCOES".
       0250-LISTAGEM-FIM.     EXIT.
      **************************************************
       0260-MOSTRAR-INSTRUCAO                    SECTION.
           DISPLAY "IDFUN              " FIB-IDFUN.
           DISPLAY "IBAN               " FIB-IBAN.
           DISPLAY "ULTIMA ALTERACAO   " FIB-DATA-ALT.
       0260-MOSTRAR-INSTRUCAO-FIM.  EXIT.
      **************************************************
      *  SO IBAN PT DE OUTRO BANCO: FORA DE PT A ROTINA *
      *  NAO CONFIRMA OS DIGITOS; DO NOSSO BANCO O      *
      *  CREDITO E INTERNO, PELO FUNCONTA               *
      **************************************************
       0270-VALIDAR-IBAN                         SECTION.
           MOVE "N"      TO WRK-IBAN-OK.
           IF WRK-IBAN(1:2) NOT EQUAL "PT"
             DISPLAY "SO SE ACEITA IBAN PT " WRK-IBAN
             GO TO 0270-VALIDAR-IBAN-FIM
           END-IF.
           MOVE "V"      TO WRK-IBN-FUNCAO.
           MOVE WRK-IBAN TO WRK-IBN-IBAN.
           CALL "COBOL021" USING WRK-IBAN-AREA.
           EVALUATE WRK-IBN-RETORNO
             WHEN "92"
               MOVE "S"  TO WRK-IBAN-OK
             WHEN "00"
               DISPLAY "CONTA DO NOSSO BANCO " WRK-IBN-CHAVE
                       " - ASSOCIAR NO FUNCONTA"
             WHEN "04"
               DISPLAY "DIGITOS DE CONTROLO ERRADOS " WRK-IBAN
             WHEN OTHER
               DISPLAY "IBAN INVALIDO " WRK-IBAN
                       " - RETORNO " WRK-IBN-RETORNO
           END-EVALUATE.
       0270-VALIDAR-IBAN-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE FIB.
           IF WRK-FS-FUNIBAN NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-FUNIBAN
           END-IF.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

      *               MOEDA, PRAZO DE ENTREGA EM DIAS E VALOR
      *               MINIMO DE ENCOMENDA, USADOS PELO
      *               TRUTTAV1 E TRUTTAV2
      *               IBAN DO FORNECEDOR (VALIDADO PELA ROTINA
      *               COBOL021), PRAZO DE PAGAMENTO EM DIAS E
      *               ESTADO (A-ACTIVO  B-BLOQUEADO) USADOS NA
      *               CORRIDA DE PAGAMENTOS (TRUTTAVJ)
      *               PAIS DO FORNECEDOR (ISO, EM BRANCO = PT)
      *               PARA O IVA DEDUTIVEL POR PAIS NA
      *               DECLARACAO PERIODICA (COBOL026)
      *   DATA      : 21/08/2026
      *   EMPRESA   : NATIXIS
      *===================================================
          05 FRN-MOEDA            PIC X(03).
          05 FRN-PRAZO-DIAS       PIC 9(03).
          05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
          05 FRN-IBAN             PIC X(25).
          05 FRN-PRAZO-PAG        PIC 9(03).
          05 FRN-STATUS           PIC X(01).
          05 FRN-PAIS             PIC X(02).

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-FORNMST.
          05 WRK-FRN-MOEDA        PIC X(03) VALUE SPACES.
          05 WRK-FRN-PRAZO-DIAS   PIC 9(03) VALUE ZEROS.
          05 WRK-FRN-MIN-ENC      PIC 9(07)V99 VALUE ZEROS.
          05 WRK-FRN-IBAN         PIC X(25) VALUE SPACES.
          05 WRK-FRN-PRAZO-PAG    PIC 9(03) VALUE ZEROS.
          05 WRK-FRN-STATUS       PIC X(01) VALUE SPACES.
          05 WRK-FRN-PAIS         PIC X(02) VALUE SPACES.
       01 WRK-IBAN-AREA.
          05 WRK-IBN-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-IBN-CHAVE        PIC X(09) VALUE SPACES.
          05 WRK-IBN-IBAN         PIC X(25) VALUE SPACES.
          05 WRK-IBN-RETORNO      PIC X(02) VALUE ZEROS.
       77 WRK-FRN-OK              PIC X(01) VALUE "N".
       77 WRK-FS-FORNMST          PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       0220-EXCLUSAO-FIM.  EXIT.
      **************************************************
       0230-ALTERACAO                            SECTION.
           PERFORM 0270-VALIDAR-FORNECEDOR.
           IF WRK-FRN-OK NOT EQUAL "S"
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           READ FRN.
           IF WRK-FS-FORNMST EQUAL "00"
             REWRITE REG-FORNMST FROM WRK-REG-FORNMST
       0230-ALTERACAO-FIM. EXIT.
      **************************************************
       0240-INCLUSAO                             SECTION.
           PERFORM 0270-VALIDAR-FORNECEDOR.
           IF WRK-FRN-OK NOT EQUAL "S"
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           IF WRK-FRN-NOME EQUAL SPACES
             DISPLAY "NOME DO FORNECEDOR EM BRANCO"
           ELSE
           DISPLAY "MOEDA        " FRN-MOEDA.
           DISPLAY "PRAZO DIAS   " FRN-PRAZO-DIAS.
           DISPLAY "MINIMO ENCOM " FRN-MIN-ENCOMENDA.
           DISPLAY "IBAN         " FRN-IBAN.
           DISPLAY "PRAZO PAGAM. " FRN-PRAZO-PAG.
           DISPLAY "ESTADO       " FRN-STATUS.
           DISPLAY "PAIS         " FRN-PAIS.
       0260-MOSTRAR-FORNECEDOR-FIM. EXIT.
      **************************************************
      *  ESTADO EM BRANCO PASSA A A-ACTIVO; O IBAN E    *
      *  OPCIONAL MAS, SE VIER, TEM DE SER VALIDO - DO  *
      *  NOSSO BANCO O PAGAMENTO E CREDITO INTERNO      *
      **************************************************
       0270-VALIDAR-FORNECEDOR                   SECTION.
           MOVE "N"              TO WRK-FRN-OK.
           IF WRK-FRN-STATUS EQUAL SPACE
             MOVE "A"            TO WRK-FRN-STATUS
           END-IF.
           IF WRK-FRN-STATUS NOT EQUAL "A" AND
              WRK-FRN-STATUS NOT EQUAL "B"
             DISPLAY "ESTADO INVALIDO " WRK-FRN-STATUS
             GO TO 0270-VALIDAR-FORNECEDOR-FIM
           END-IF.
           IF WRK-FRN-PAIS EQUAL SPACES
             MOVE "PT"           TO WRK-FRN-PAIS
           END-IF.
           IF WRK-FRN-IBAN EQUAL SPACES
             MOVE "S"            TO WRK-FRN-OK
             GO TO 0270-VALIDAR-FORNECEDOR-FIM
           END-IF.
           MOVE "V"              TO WRK-IBN-FUNCAO.
           MOVE WRK-FRN-IBAN     TO WRK-IBN-IBAN.
           CALL "COBOL021" USING WRK-IBAN-AREA.
           EVALUATE WRK-IBN-RETORNO
             WHEN "00"
               MOVE "S"          TO WRK-FRN-OK
               DISPLAY "CONTA DO NOSSO BANCO " WRK-IBN-CHAVE
                       " - CREDITO INTERNO"
             WHEN "92"
               MOVE "S"          TO WRK-FRN-OK
               IF WRK-FRN-IBAN(1:2) NOT EQUAL "PT"
                 DISPLAY "IBAN ESTRANGEIRO - DIGITOS NAO CONFIRMADOS"
               END-IF
             WHEN "04"
               DISPLAY "DIGITOS DE CONTROLO ERRADOS " WRK-FRN-IBAN
             WHEN OTHER
               DISPLAY "IBAN INVALIDO " WRK-FRN-IBAN
                       " - RETORNO " WRK-IBN-RETORNO
           END-EVALUATE.
       0270-VALIDAR-FORNECEDOR-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE FRN.

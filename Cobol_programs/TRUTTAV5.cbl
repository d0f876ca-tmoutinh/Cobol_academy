.     *   DATA      : 01/09/2026
TT01  *   EMPRESA   : NATIXIS
      *===================================================
TT02  *   AUTOR     : TRUTT
.     *   ALTERACAO : INSPECAO DE QUALIDADE - NAO HA SAIDA
.     *               DO LOCAL DE INSPECAO Q01 (MOTIVO 04) E
.     *               O QUE LA ESTA NAO CONTA COMO STOCK
.     *               DISPONIVEL PARA AS SAIDAS DOS OUTROS
.     *               LOCAIS (VER TRUTTAV4 E TRUTTAVL)
.     *   DATA      : 15/10/2026
TT02  *   EMPRESA   : NATIXIS
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
       77 WRK-MOTIVO-SEM-PECA     PIC X(02) VALUE "01".
       77 WRK-MOTIVO-SEM-STOCK    PIC X(02) VALUE "02".
       77 WRK-MOTIVO-TIPO-INV     PIC X(02) VALUE "03".
TT02   77 WRK-MOTIVO-INSPECAO     PIC X(02) VALUE "04".
TT02   77 WRK-LOCAL-INSPECAO      PIC X(03) VALUE "Q01".
TT02   77 WRK-QUANT-LIVRE         PIC S9(05) COMP VALUE ZEROS.
TT02   77 WRK-SAIDA-OK            PIC X(01) VALUE "S".
       77 WRK-ACHOU               PIC X(01) VALUE "N".
       77 WRK-DIFERENCA           PIC S9(04) COMP VALUE ZEROS.
       77 WRK-ACUM-LIDOS          PIC 9(09) COMP VALUE ZEROS.
             PERFORM 0240-REJEITAR
             GO TO 0200-LER-SEGUINTE
           END-IF.
TT01  *    SEM LOCAL NO MOVIMENTO VALE O ARMAZEM
TT01  *    PRINCIPAL - COMPATIVEL COM OS FICHEIROS
TT01  *    ANTIGOS SEM A DIMENSAO
TT01       IF AJU-LOCAL EQUAL SPACES
TT01         MOVE "A01" TO WRK-LOCAL-MOV
TT01       ELSE
TT01         MOVE AJU-LOCAL TO WRK-LOCAL-MOV
TT01       END-IF.
TT02       IF AJU-TIPO EQUAL "S"
TT02         PERFORM 0260-VALIDAR-INSPECAO
TT02         IF WRK-SAIDA-OK EQUAL "N"
TT02           PERFORM 0240-REJEITAR
TT02           GO TO 0200-LER-SEGUINTE
TT02         END-IF
TT02       END-IF.
           IF AJU-TIPO EQUAL "S"
             IF AJU-QUANT GREATER THAN QUANT-PECA OF REG-PECA
               MOVE WRK-MOTIVO-SEM-STOCK TO EXC-MOTIVO
             MOVE AJU-QUANT TO QUANT-PECA OF REG-PECA
           END-IF.
           REWRITE REG-PECA.
           MOVE AJU-COD-PECA TO STK-COD-PECA.
           MOVE AJU-TIPO     TO STK-TIPO.
           MOVE AJU-DATA     TO STK-DATA.
TT01       END-IF.
TT01   0250-ATUALIZAR-STKLOC-FIM. EXIT.
      **************************************************
TT02  *  O MATERIAL EM INSPECAO NAO SAI PARA PRODUCAO - *
TT02  *  NEM DO Q01 NEM POR CONTA DO TOTAL DO ARQPECAS  *
      **************************************************
TT02   0260-VALIDAR-INSPECAO                     SECTION.
TT02       MOVE "S" TO WRK-SAIDA-OK.
TT02       IF WRK-LOCAL-MOV EQUAL WRK-LOCAL-INSPECAO
TT02         MOVE "N"                 TO WRK-SAIDA-OK
TT02         MOVE WRK-MOTIVO-INSPECAO TO EXC-MOTIVO
TT02         GO TO 0260-VALIDAR-INSPECAO-FIM
TT02       END-IF.
TT02       IF WRK-TEM-STKLOC EQUAL "N"
TT02         GO TO 0260-VALIDAR-INSPECAO-FIM
TT02       END-IF.
TT02       MOVE AJU-COD-PECA       TO SLC-COD-PECA.
TT02       MOVE WRK-LOCAL-INSPECAO TO SLC-LOCAL.
TT02       READ SLC.
TT02       IF WRK-FS-SLC NOT EQUAL "00"
TT02         GO TO 0260-VALIDAR-INSPECAO-FIM
TT02       END-IF.
TT02       COMPUTE WRK-QUANT-LIVRE =
TT02               QUANT-PECA OF REG-PECA - SLC-QUANT.
TT02       IF AJU-QUANT GREATER THAN WRK-QUANT-LIVRE
TT02         MOVE "N"                  TO WRK-SAIDA-OK
TT02         MOVE WRK-MOTIVO-SEM-STOCK TO EXC-MOTIVO
TT02       END-IF.
TT02   0260-VALIDAR-INSPECAO-FIM. EXIT.
      **************************************************
       0220-ESTATISTICA                          SECTION.
           MOVE WRK-ACUM-LIDOS TO WRK-ACUM-IDE.
           DISPLAY "MOVIMENTOS LIDOS     " WRK-ACUM-IDE.

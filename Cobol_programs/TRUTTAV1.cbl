.     *  DATA      : 01/09/2026
TT05  *  EMPRESA   : NATIXIS
      *==========================================
TT06  *  AUTOR     : TRUTT
.     *  ALTERACAO : FORNMST COM IBAN, PRAZO DE PAGAMENTO E
.     *              ESTADO DO FORNECEDOR (LAYOUT)
.     *  DATA      : 15/10/2026
TT06  *  EMPRESA   : NATIXIS
      *==========================================
TT07  *  AUTOR     : TRUTT
.     *  ALTERACAO : ACORDOS DE FORNECIMENTO (ACORDOS) - COM
.     *              ACORDO ATIVO A REENCOMENDA SAI COMO
.     *              CHAMADA (PECACHM) AO PRECO DO ACORDO, SEM
.     *              APROVACAO NO TRUTTAVF, E ABATE O SALDO;
.     *              A CHAMADA FICA LIMITADA AO SALDO (O QUE
.     *              FALTAR SAI NA CORRIDA SEGUINTE, JA COMO
.     *              REQUISICAO). AVISO COM 80% CONSUMIDO OU A
.     *              MENOS DE 30 DIAS DO FIM DO ACORDO
.     *  DATA      : 15/10/2026
TT07  *  EMPRESA   : NATIXIS
      *==========================================
TT08  *  AUTOR     : TRUTT
.     *  ALTERACAO : FORNMST COM O PAIS DO FORNECEDOR (LAYOUT)
.     *  DATA      : 15/10/2026
TT08  *  EMPRESA   : NATIXIS
      *==========================================
TT09  *  AUTOR     : TRUTT
.     *  ALTERACAO : O AVISO DE ACORDO PASSA A SAIR NO FIM DA
.     *              CORRIDA PARA TODOS OS ACORDOS ATIVOS
.     *              (VARRIMENTO DO ACORDOS) E NAO SO PARA OS
.     *              QUE TIVERAM CHAMADA NO DIA
.     *  DATA      : 15/10/2026
TT09  *  EMPRESA   : NATIXIS
      *==========================================
       ENVIRONMENT                              DIVISION.               00080000
       CONFIGURATION                             SECTION.               00081012
       SPECIAL-NAMES.                                                   00082000
TT04       ACCESS MODE   IS RANDOM
TT04       RECORD KEY    IS FRN-CODIGO
TT04       FILE STATUS   IS WRK-FS-FRN.
TT07       SELECT PCH ASSIGN TO PECACHM
TT07       FILE STATUS   IS WRK-FS-PCH.
TT07       SELECT ACD ASSIGN TO ACORDOS
TT07       ORGANIZATION  IS INDEXED
TT09       ACCESS MODE   IS DYNAMIC
TT07       RECORD KEY    IS ACD-ID
TT07       FILE STATUS   IS WRK-FS-ACD.
      *                                                                 00088000
       DATA                                     DIVISION.               00089000
       FILE                                      SECTION.               00089100
          05 ORD-DATA-PEDIDO      PIC 9(08).
          05 ORD-PRIORIDADE       PIC X(01).
TT04      05 ORD-VALOR            PIC 9(07)V99.
TT07      05 ORD-PRECO-ACORDO     PIC 9(03)V99.
      *                                                                 00090150
       FD EXC
           RECORDING MODE IS F.
TT04      05 FRN-MOEDA            PIC X(03).
TT04      05 FRN-PRAZO-DIAS       PIC 9(03).
TT04      05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
TT06      05 FRN-IBAN             PIC X(25).
TT06      05 FRN-PRAZO-PAG        PIC 9(03).
TT06      05 FRN-STATUS           PIC X(01).
TT08      05 FRN-PAIS             PIC X(02).
      *
TT07   FD PCH
TT07       RECORDING MODE IS F.
TT07   01 REG-CHAMADA             PIC X(33).
      *
TT07   FD ACD.
TT07   COPY BOOKACD.
      *                                                                 00090400
       WORKING-STORAGE                           SECTION.               00090611
      *-------------------------------------------------*               00090901
          05 WRK-DATA-PEDIDO      PIC X(08) VALUE SPACES.
          05 WRK-PRIORIDADE       PIC X(01) VALUE SPACES.
TT04      05 WRK-VALOR-LINHA      PIC 9(07)V99 VALUE ZEROS.
TT07      05 WRK-PRECO-ACORDO     PIC 9(03)V99 VALUE ZEROS.
                                                                        00094817
       77 WRK-FS-API              PIC X(02).                            00094917
       77 WRK-FS-PCO              PIC X(02).                            00095017
TT04   77 WRK-TEM-FORNMST          PIC X(01) VALUE "N".
       77 WRK-ACUM-VALOR           PIC 9(07)V99 COMP-3 VALUE ZEROS.
      *-------------------------------------------------*
      *          ACORDOS DE FORNECIMENTO (CHAMADAS)      *
      *-------------------------------------------------*
TT07   77 WRK-FS-PCH               PIC X(02) VALUE ZEROS.
TT07   77 WRK-FS-ACD               PIC X(02) VALUE ZEROS.
TT07   77 WRK-TEM-ACORDOS          PIC X(01) VALUE "N".
TT07   77 WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
TT07   77 WRK-QUANT-CHAMADA        PIC 9(02) VALUE ZEROS.
TT07   77 WRK-QUANT-PROPOSTA       PIC 9(02) VALUE ZEROS.
TT07   77 WRK-PCT-CONSUMO          PIC 9(03) VALUE ZEROS.
TT07   77 WRK-PCT-AVISO            PIC 9(03) VALUE 80.
TT07   77 WRK-DIAS-AVISO           PIC S9(05) VALUE 30.
TT09   77 WRK-EOF-ACD              PIC X(01) VALUE "N".
TT07   77 WRK-ACUM-CHAMADAS        PIC 9(09) COMP VALUE ZEROS.
TT07   77 WRK-ACUM-VALOR-ACD       PIC 9(07)V99 COMP-3 VALUE ZEROS.
TT07   01 WRK-DATCALC-AREA.
TT07      05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
TT07      05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
TT07      05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
TT07      05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
TT07      05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
TT07      05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
      *-------------------------------------------------*
      *          PONTO DE REENCOMENDA (PARAMETRIZADO)    *
      *-------------------------------------------------*
       01 WRK-TAB-REORDER.
             10 WRK-TEXTO         PIC X(20) VALUE
                "VALOR ESTIMADO".
             10 WRK-VALOR-IDE     PIC ZZZ.ZZZ.ZZ9,99.
TT07      05 WRK-CHAMADAS.
TT07         10 WRK-TEXTO         PIC X(20) VALUE
TT07            "CHAMADAS DE ACORDO".
TT07         10 WRK-CHAMADAS-IDE  PIC ZZZ.ZZZ.ZZ9.
TT07      05 WRK-VALOR-ACD.
TT07         10 WRK-TEXTO         PIC X(20) VALUE
TT07            "VALOR EM ACORDO".
TT07         10 WRK-VALOR-ACD-IDE PIC ZZZ.ZZZ.ZZ9,99.
      *                                                                 00100200
       PROCEDURE                                DIVISION.               00101000
      *--------------------------------------------------*              00102000
       0001-PRINCIPAL                            SECTION.               00102311
           PERFORM 0100-INICIALIZAR.                                    00102400
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-API EQUAL "10".          00102500
TT09       PERFORM 0245-VARRER-ACORDOS.
           PERFORM 0300-FINALIZAR.                                      00102600
           GOBACK.                                                      00102715
       0001-FIM-PRINCIPAL.    EXIT.                                     00102910
             PERFORM 0300-FINALIZAR
             GOBACK
           END-IF.
TT07       OPEN OUTPUT PCH.
TT07       IF WRK-FS-PCH NOT EQUAL "00"
TT07         MOVE "0100-INICIALIZAR"   TO WRK-ERROR-FUNCTION
TT07         MOVE WRK-OPEN-OUTPUT      TO WRK-ERROR-MESSAGE
TT07         MOVE WRK-FS-PCH           TO WRK-ERROR-STATUS
TT07         MOVE "C"                  TO WRK-ERROR-FILE
TT07         PERFORM 0300-FINALIZAR
TT07         GOBACK
TT07       END-IF.
           OPEN INPUT API.                                              00104200
           IF WRK-FS-API NOT EQUAL "00"                                 00104311
             MOVE "0100-INICIALIZAR"   TO WRK-ERROR-FUNCTION            00104417
TT04       ELSE
TT04         DISPLAY "FORNMST INDISPONIVEL - STATUS " WRK-FS-FRN
TT04       END-IF.
TT07       MOVE WRK-ERROR-DATA TO WRK-DATA-HOJE.
TT07       OPEN I-O ACD.
TT07       IF WRK-FS-ACD EQUAL "00"
TT07         MOVE "S" TO WRK-TEM-ACORDOS
TT07       ELSE
TT07         DISPLAY "ACORDOS INDISPONIVEL - STATUS " WRK-FS-ACD
TT07       END-IF.
       0100-INICIALIZAR-FIM.  EXIT.                                     00105400
      **************************************************                00105500
       0110-TESTAR-VAZIO                         SECTION.               00105611
             ELSE
               MOVE 'N'                TO WRK-PRIORIDADE
             END-IF
TT07         MOVE ZEROS                TO WRK-PRECO-ACORDO
TT07         PERFORM 0230-VERIFICAR-ACORDO
TT07         IF WRK-QUANT-CHAMADA GREATER ZERO
TT07           PERFORM 0235-EMITIR-CHAMADA
TT07           GO TO 0210-CONSISTIR-FIM
TT07         END-IF
TT04         COMPUTE WRK-VALOR-LINHA =
TT04                 QUANT-COMPRA * PRECO-PECA OF REG-PECA
             WRITE     REG-ORDER       FROM WRK-MIRROR                  00108513
           DISPLAY WRK-GRAVA.                                           00109708
           DISPLAY WRK-VALOR.
           DISPLAY WRK-EXCECOES.
TT07       MOVE WRK-ACUM-CHAMADAS  TO WRK-CHAMADAS-IDE.
TT07       MOVE WRK-ACUM-VALOR-ACD TO WRK-VALOR-ACD-IDE.
TT07       DISPLAY WRK-CHAMADAS.
TT07       DISPLAY WRK-VALOR-ACD.
       0220-ESTATISTICA-FIM.  EXIT.                                     00110010
      **************************************************
TT07  *  ACORDO ATIVO PARA FORNECEDOR + PECA, DENTRO   *
TT07  *  DA VALIDADE E COM SALDO: A CHAMADA LEVA O     *
TT07  *  MENOR ENTRE A PROPOSTA E O SALDO DO ACORDO,   *
TT07  *  QUE E LOGO ABATIDO NO ACORDOS                 *
      **************************************************
TT07   0230-VERIFICAR-ACORDO                     SECTION.
TT07       MOVE ZEROS TO WRK-QUANT-CHAMADA.
TT07       IF WRK-TEM-ACORDOS NOT EQUAL "S"
TT07         GO TO 0230-VERIFICAR-ACORDO-FIM
TT07       END-IF.
TT07       MOVE FORN-PECA OF REG-PECA TO ACD-FORNECEDOR.
TT07       MOVE COD-PECA OF REG-PECA  TO ACD-COD-PECA.
TT07       READ ACD.
TT07       IF WRK-FS-ACD NOT EQUAL "00"
TT07         GO TO 0230-VERIFICAR-ACORDO-FIM
TT07       END-IF.
TT07       IF ACD-ESTADO NOT EQUAL "A" OR
TT07          ACD-QUANT-SALDO EQUAL ZERO OR
TT07          WRK-DATA-HOJE LESS ACD-DATA-INI OR
TT07          WRK-DATA-HOJE GREATER ACD-DATA-FIM
TT07         GO TO 0230-VERIFICAR-ACORDO-FIM
TT07       END-IF.
TT07       IF QUANT-COMPRA GREATER ACD-QUANT-SALDO
TT07         MOVE ACD-QUANT-SALDO TO WRK-QUANT-CHAMADA
TT07       ELSE
TT07         MOVE QUANT-COMPRA    TO WRK-QUANT-CHAMADA
TT07       END-IF.
TT07       SUBTRACT WRK-QUANT-CHAMADA FROM ACD-QUANT-SALDO.
TT07       IF ACD-QUANT-SALDO EQUAL ZERO
TT07         MOVE "E" TO ACD-ESTADO
TT07       END-IF.
TT07       REWRITE REG-ACORDO.
TT07       IF WRK-FS-ACD NOT EQUAL "00"
TT07         DISPLAY "ACORDO " ACD-NUMERO
TT07                 " NAO ATUALIZADO - STATUS " WRK-FS-ACD
TT07         MOVE ZEROS TO WRK-QUANT-CHAMADA
TT07       END-IF.
TT07   0230-VERIFICAR-ACORDO-FIM.  EXIT.
      **************************************************
TT07  *  GRAVA A CHAMADA NO PECACHM AO PRECO DO ACORDO *
TT07  *  - A MESMA DATA+FORNECEDOR+PECA NAO PODE TER   *
TT07  *  REQUISICAO NO DIA (CHAVE DO ORDSTAT), PELO QUE *
TT07  *  O QUE PASSA DO SALDO FICA PARA A CORRIDA      *
TT07  *  SEGUINTE                                      *
      **************************************************
TT07   0235-EMITIR-CHAMADA                       SECTION.
TT07       MOVE QUANT-COMPRA          TO WRK-QUANT-PROPOSTA.
TT07       MOVE WRK-QUANT-CHAMADA     TO QUANT-COMPRA.
TT07       MOVE ACD-PRECO             TO WRK-PRECO-ACORDO.
TT07       COMPUTE WRK-VALOR-LINHA = QUANT-COMPRA * ACD-PRECO.
TT07       WRITE REG-CHAMADA FROM WRK-MIRROR.
TT07       ADD 1                      TO WRK-ACUM-CHAMADAS.
TT07       ADD WRK-VALOR-LINHA        TO WRK-ACUM-VALOR-ACD.
TT07       IF WRK-QUANT-PROPOSTA GREATER WRK-QUANT-CHAMADA
TT07         DISPLAY "ACORDO " ACD-NUMERO
TT07                 " ESGOTADO - PECA " ACD-COD-PECA
TT07                 " PROPOSTA " WRK-QUANT-PROPOSTA
TT07                 " CHAMADA " WRK-QUANT-CHAMADA
TT07       END-IF.
TT07       MOVE ZEROS                 TO WRK-PRECO-ACORDO.
TT07   0235-EMITIR-CHAMADA-FIM.  EXIT.
      **************************************************
TT07  *  AVISO AO COMPRADOR: ACORDO COM 80% OU MAIS    *
TT07  *  CONSUMIDO OU A MENOS DE 30 DIAS DO FIM        *
      **************************************************
TT07   0240-AVISAR-ACORDO                        SECTION.
TT07       IF ACD-QUANT-TOTAL GREATER ZERO
TT07         COMPUTE WRK-PCT-CONSUMO =
TT07           (ACD-QUANT-TOTAL - ACD-QUANT-SALDO) * 100
TT07                                        / ACD-QUANT-TOTAL
TT07         IF WRK-PCT-CONSUMO NOT LESS WRK-PCT-AVISO
TT07           DISPLAY "AVISO ACORDO " ACD-NUMERO
TT07                   " FORN " ACD-FORNECEDOR
TT07                   " PECA " ACD-COD-PECA
TT07                   " CONSUMIDO " WRK-PCT-CONSUMO "%"
TT07                   " SALDO " ACD-QUANT-SALDO
TT07         END-IF
TT07       END-IF.
TT07       MOVE "D"                   TO WRK-DAT-FUNCAO.
TT07       MOVE WRK-DATA-HOJE         TO WRK-DAT-DATA1.
TT07       MOVE ACD-DATA-FIM          TO WRK-DAT-DATA2.
TT07       CALL "COBOL020" USING WRK-DATCALC-AREA.
TT07       IF WRK-DAT-RETORNO EQUAL "00" AND
TT07          WRK-DAT-DIAS NOT GREATER WRK-DIAS-AVISO
TT07         DISPLAY "AVISO ACORDO " ACD-NUMERO
TT07                 " FORN " ACD-FORNECEDOR
TT07                 " PECA " ACD-COD-PECA
TT07                 " TERMINA EM " ACD-DATA-FIM
TT07                 " SALDO " ACD-QUANT-SALDO
TT07       END-IF.
TT07   0240-AVISAR-ACORDO-FIM.  EXIT.
      **************************************************
TT09  *  NO FIM DA CORRIDA PERCORRE O ACORDOS E AVISA  *
TT09  *  CADA ACORDO ATIVO, TENHA OU NAO TIDO CHAMADA  *
      **************************************************
TT09   0245-VARRER-ACORDOS                       SECTION.
TT09       IF WRK-TEM-ACORDOS NOT EQUAL "S"
TT09         GO TO 0245-VARRER-ACORDOS-FIM
TT09       END-IF.
TT09       MOVE "N"        TO WRK-EOF-ACD.
TT09       MOVE LOW-VALUES TO ACD-ID.
TT09       START ACD KEY IS GREATER THAN OR EQUAL ACD-ID
TT09         INVALID KEY
TT09           MOVE "S"    TO WRK-EOF-ACD
TT09       END-START.
TT09       PERFORM UNTIL WRK-EOF-ACD EQUAL "S"
TT09         READ ACD NEXT RECORD
TT09           AT END
TT09             MOVE "S"  TO WRK-EOF-ACD
TT09           NOT AT END
TT09             IF ACD-ESTADO EQUAL "A"
TT09               PERFORM 0240-AVISAR-ACORDO
TT09             END-IF
TT09         END-READ
TT09       END-PERFORM.
TT09   0245-VARRER-ACORDOS-FIM.  EXIT.
      **************************************************                00110101
       0300-FINALIZAR                            SECTION.               00110211
           IF WRK-ERROR-MESSAGE NOT EQUAL SPACES                        00110301
TT04       IF WRK-TEM-FORNMST EQUAL "S"
TT04         CLOSE FRN
TT04       END-IF.
TT07       IF WRK-TEM-ACORDOS EQUAL "S"
TT07         CLOSE ACD
TT07       END-IF.
           IF WRK-ERROR-FILE EQUAL "0"                                  00111111
             CLOSE API                                                  00111312
             IF WRK-FS-API NOT EQUAL "00"                               00111412
               DISPLAY WRK-ERROR                                        00111812
             END-IF                                                     00111912
           END-IF.                                                      00112009
TT07       IF WRK-ERROR-FILE EQUAL "I" OR WRK-ERROR-FILE EQUAL "0"
TT07         CLOSE PCH
TT07         IF WRK-FS-PCH NOT EQUAL "00"
TT07           MOVE "0300-FINALIZAR"   TO WRK-ERROR-FUNCTION
TT07           MOVE WRK-CLOSE-OUTPUT   TO WRK-ERROR-MESSAGE
TT07           MOVE WRK-FS-PCH         TO WRK-ERROR-STATUS
TT07           DISPLAY WRK-ERROR
TT07         END-IF
TT07       END-IF.
           IF WRK-ERROR-FILE EQUAL "I" OR WRK-ERROR-FILE EQUAL "0"      00112111
TT07                                   OR WRK-ERROR-FILE EQUAL "C"
             CLOSE EXC
             IF WRK-FS-EXC NOT EQUAL "00"
               MOVE "0300-FINALIZAR"   TO WRK-ERROR-FUNCTION
           END-IF.
           IF WRK-ERROR-FILE EQUAL "P" OR WRK-ERROR-FILE EQUAL "I"
                                       OR WRK-ERROR-FILE EQUAL "0"
TT07                                   OR WRK-ERROR-FILE EQUAL "C"
             CLOSE PCO                                                  00112312
             IF WRK-FS-PCO NOT EQUAL "00"                               00112412
               MOVE "0300-FINALIZAR"   TO WRK-ERROR-FUNCTION            00112512

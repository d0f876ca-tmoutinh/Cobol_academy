.     *   DATA      : 01/09/2026
TT02  *   EMPRESA   : NATIXIS
      *===================================================
TT03  *   AUTOR     : TRUTT
.     *   ALTERACAO : INSPECAO DE QUALIDADE NA RECECAO - A
.     *               PECA COM INSPECAO-PECA = S ENTRA NO
.     *               LOCAL DE INSPECAO Q01 E NAO NO A01;
.     *               SO PASSA AO ARMAZEM COM O RESULTADO DA
.     *               INSPECAO (VER TRUTTAVL)
.     *   DATA      : 15/10/2026
TT03  *   EMPRESA   : NATIXIS
      *===================================================
TT04  *   AUTOR     : TRUTT
.     *   ALTERACAO : PRECO DE ACORDO NO LAYOUT DA ORDEM - AS
.     *               CHAMADAS DE ACORDO (PECACHM) CHEGAM
.     *               JUNTAS COM AS REQUISICOES NO PECACOMPS
.     *               DO TRUTTAV2 E CASAM COMO QUALQUER ORDEM
.     *   DATA      : 15/10/2026
TT04  *   EMPRESA   : NATIXIS
      *===================================================
TT05  *   AUTOR     : TRUTT
.     *   ALTERACAO : CHAMADA DE ACORDO NO ALIVIO ORCAMENTAL -
.     *               A CHAMADA NAO PASSOU PELO COMPROMETIDO
.     *               (O ACORDO JA RESERVOU O VALOR), POR ISSO
.     *               SO SOMA AO RECEBIDO, AO PRECO DO ACORDO
.     *   DATA      : 15/10/2026
TT05  *   EMPRESA   : NATIXIS
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
          05 ORD-DATA-PEDIDO      PIC 9(08).
          05 ORD-PRIORIDADE       PIC X(01).
          05 ORD-VALOR            PIC 9(07)V99.
TT04      05 ORD-PRECO-ACORDO     PIC 9(03)V99.

       FD API
           RECORDING MODE IS F
TT01   77 WRK-FS-SLC              PIC X(02) VALUE ZEROS.
TT01   77 WRK-TEM-STKLOC          PIC X(01) VALUE "N".
TT01   77 WRK-LOCAL-PRINCIPAL     PIC X(03) VALUE "A01".
TT03   77 WRK-LOCAL-INSPECAO      PIC X(03) VALUE "Q01".
TT03   77 WRK-LOCAL-ENTRADA       PIC X(03) VALUE "A01".
TT02   77 WRK-FS-CPR              PIC X(02) VALUE ZEROS.
TT02   77 WRK-TEM-COMPROM         PIC X(01) VALUE "N".
TT02   77 WRK-VALOR-RECECAO       PIC 9(09)V99 VALUE ZEROS.
TT05   77 WRK-VALOR-CATALOGO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TEM-ORDSTAT         PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO-SEM-ORDEM    PIC X(02) VALUE "01".
             10 WRK-ORD-FORN     PIC 9(03).
             10 WRK-ORD-PENDENTE PIC 9(02).
             10 WRK-ORD-DATA     PIC 9(08).
TT05         10 WRK-ORD-PRECO    PIC 9(03)V99.
       77 WRK-ORDEM-QTD           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ORDEM-SUB           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ORDEM-USO           PIC 9(03) COMP VALUE ZEROS.
          05 WRK-ENTRADA-ENTRY OCCURS 200 TIMES.
             10 WRK-ENT-COD       PIC 9(05).
             10 WRK-ENT-QUANT     PIC 9(03).
TT05         10 WRK-ENT-QUANT-ACD PIC 9(03).
TT05         10 WRK-ENT-VALOR-ACD PIC 9(07)V99.
       77 WRK-ENTRADA-QTD         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ENTRADA-SUB         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ENTRADA-USO         PIC 9(03) COMP VALUE ZEROS.
             MOVE ORD-QUANT-COMPRA
               TO WRK-ORD-PENDENTE (WRK-ORDEM-QTD)
             MOVE ORD-DATA-PEDIDO  TO WRK-ORD-DATA (WRK-ORDEM-QTD)
TT05         MOVE ORD-PRECO-ACORDO TO WRK-ORD-PRECO (WRK-ORDEM-QTD)
           ELSE
             DISPLAY "TABELA DE ORDENS CHEIA - ORDEM IGNORADA "
                     ORD-COD-PECA
             MOVE WRK-ENTRADA-QTD TO WRK-ENTRADA-USO
             MOVE REC-COD-PECA TO WRK-ENT-COD (WRK-ENTRADA-USO)
             MOVE ZEROS        TO WRK-ENT-QUANT (WRK-ENTRADA-USO)
TT05         MOVE ZEROS        TO WRK-ENT-QUANT-ACD (WRK-ENTRADA-USO)
TT05         MOVE ZEROS        TO WRK-ENT-VALOR-ACD (WRK-ENTRADA-USO)
           END-IF.
           ADD REC-QUANT TO WRK-ENT-QUANT (WRK-ENTRADA-USO).
TT05  *    A CHAMADA DE ACORDO GUARDA A QUANTIDADE E O VALOR AO
TT05  *    PRECO DO ACORDO PARA O ALIVIO ORCAMENTAL
TT05       IF WRK-ORD-PRECO (WRK-ORDEM-USO) GREATER THAN ZEROS
TT05         ADD REC-QUANT TO WRK-ENT-QUANT-ACD (WRK-ENTRADA-USO)
TT05         COMPUTE WRK-ENT-VALOR-ACD (WRK-ENTRADA-USO) =
TT05                 WRK-ENT-VALOR-ACD (WRK-ENTRADA-USO)
TT05               + REC-QUANT * WRK-ORD-PRECO (WRK-ORDEM-USO)
TT05       END-IF.
       0260-ACUMULAR-ENTRADA-FIM. EXIT.
      **************************************************
      *  A RECECAO CASADA AVANCA O ESTADO DA ORDEM -   *
             REWRITE REG-PECA
             ADD 1 TO WRK-ACUM-ATUALIZADAS
      *      TODA A ENTRADA FICA NO LIVRO DE MOVIMENTOS
TT03         IF INSPECAO-PECA OF REG-PECA EQUAL "S"
TT03           MOVE WRK-LOCAL-INSPECAO  TO WRK-LOCAL-ENTRADA
TT03         ELSE
TT03           MOVE WRK-LOCAL-PRINCIPAL TO WRK-LOCAL-ENTRADA
TT03         END-IF
             MOVE COD-PECA OF REG-PECA TO STK-COD-PECA
             MOVE "E"                  TO STK-TIPO
             MOVE WRK-ENT-QUANT (WRK-ENTRADA-USO) TO STK-QUANT
             MOVE WRK-DATA-PROC        TO STK-DATA
             MOVE "RECEBIDO"           TO STK-REF
TT03         MOVE WRK-LOCAL-ENTRADA    TO STK-LOCAL
             WRITE REG-STKMOV
TT01         PERFORM 0280-ATUALIZAR-STKLOC
TT02         PERFORM 0290-ALIVIAR-COMPROM
       0250-ATUALIZAR-STOCK-FIM. EXIT.
      **************************************************
TT01  *  A ENTRADA FICA TAMBEM NO SALDO POR LOCAL -    *
TT03  *  A RECECAO ENTRA PELO ARMAZEM PRINCIPAL OU,    *
TT03  *  COM INSPECAO, PELO LOCAL DE INSPECAO          *
      **************************************************
TT01   0280-ATUALIZAR-STKLOC                     SECTION.
TT01       IF WRK-TEM-STKLOC EQUAL "N"
TT01         GO TO 0280-ATUALIZAR-STKLOC-FIM
TT01       END-IF.
TT01       MOVE COD-PECA OF REG-PECA TO SLC-COD-PECA.
TT03       MOVE WRK-LOCAL-ENTRADA    TO SLC-LOCAL.
TT01       READ SLC.
TT01       IF WRK-FS-SLC EQUAL "00"
TT01         ADD WRK-ENT-QUANT (WRK-ENTRADA-USO) TO SLC-QUANT
TT01         END-REWRITE
TT01       ELSE
TT01         MOVE COD-PECA OF REG-PECA TO SLC-COD-PECA
TT03         MOVE WRK-LOCAL-ENTRADA    TO SLC-LOCAL
TT01         MOVE WRK-ENT-QUANT (WRK-ENTRADA-USO) TO SLC-QUANT
TT01         WRITE REG-STKLOC
TT01           INVALID KEY
TT02  *  A RECECAO ALIVIA O ORCAMENTO DA CATEGORIA -   *
TT02  *  ABATE O COMPROMETIDO E SOMA O RECEBIDO AO     *
TT02  *  VALOR DO CATALOGO (VER TRUTTAVF)              *
TT05  *  A CHAMADA DE ACORDO NAO ABATE O COMPROMETIDO  *
TT05  *  E SOMA AO RECEBIDO AO PRECO DO ACORDO         *
      **************************************************
TT02   0290-ALIVIAR-COMPROM                      SECTION.
TT02       IF WRK-TEM-COMPROM EQUAL "N"
TT02         GO TO 0290-ALIVIAR-COMPROM-FIM
TT02       END-IF.
TT05       COMPUTE WRK-VALOR-CATALOGO =
TT05               (WRK-ENT-QUANT (WRK-ENTRADA-USO)
TT05              - WRK-ENT-QUANT-ACD (WRK-ENTRADA-USO))
TT02             * PRECO-PECA OF REG-PECA.
TT05       COMPUTE WRK-VALOR-RECECAO = WRK-VALOR-CATALOGO
TT05             + WRK-ENT-VALOR-ACD (WRK-ENTRADA-USO).
TT02       MOVE CATEGORIA-PECA OF REG-PECA TO CPR-CATEGORIA.
TT02       MOVE WRK-DATA-PROC(1:6)         TO CPR-PERIODO.
TT02       READ CPR.
TT02       IF WRK-FS-CPR NOT EQUAL "00"
TT02         GO TO 0290-ALIVIAR-COMPROM-FIM
TT02       END-IF.
TT05       IF WRK-VALOR-CATALOGO GREATER THAN CPR-COMPROMETIDO
TT02         MOVE ZEROS TO CPR-COMPROMETIDO
TT02       ELSE
TT05         SUBTRACT WRK-VALOR-CATALOGO FROM CPR-COMPROMETIDO
TT02       END-IF.
TT02       ADD WRK-VALOR-RECECAO TO CPR-RECEBIDO.
TT02       REWRITE REG-COMPROM

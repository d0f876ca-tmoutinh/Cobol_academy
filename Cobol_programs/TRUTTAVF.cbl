.     *   DATA      : 01/09/2026
TT01  *   EMPRESA   : NATIXIS
      *===================================================
TT02  *   AUTOR     : TRUTT
.     *   ALTERACAO : PRECO DE ACORDO NO LAYOUT DA REQUISICAO
.     *               (ZERO NAS REQUISICOES - AS CHAMADAS DE
.     *               ACORDO SEGUEM DO TRUTTAV1 DIRETAMENTE
.     *               PARA O TRUTTAV2 EM PECACHM)
.     *   DATA      : 15/10/2026
TT02  *   EMPRESA   : NATIXIS
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
          05 ORD-DATA-PEDIDO      PIC 9(08).
          05 ORD-PRIORIDADE       PIC X(01).
          05 ORD-VALOR            PIC 9(07)V99.
TT02      05 ORD-PRECO-ACORDO     PIC 9(03)V99.

       FD APV
           RECORDING MODE IS F
          05 APR-DATA-PEDIDO      PIC 9(08).
          05 APR-PRIORIDADE       PIC X(01).
          05 APR-VALOR            PIC 9(07)V99.
TT02      05 APR-PRECO-ACORDO     PIC 9(03)V99.

       FD REL
           RECORDING MODE IS F
           MOVE ORD-DATA-PEDIDO  TO APR-DATA-PEDIDO.
           MOVE ORD-PRIORIDADE   TO APR-PRIORIDADE.
           MOVE ORD-VALOR        TO APR-VALOR.
TT02       MOVE ORD-PRECO-ACORDO TO APR-PRECO-ACORDO.
           WRITE REG-ORDER-APR.
       0220-APROVAR-FIM.      EXIT.
      **************************************************

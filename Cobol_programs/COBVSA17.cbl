      *            (EMPRST KSDS) - ORIGINACAO, LIQUIDACAO
      *            ANTECIPADA, CONSULTA E LISTAGEM
      *            CHAVE AGENCIA+CONTA+NUMERO DO EMPRESTIMO
      *            TAXA F-FIXA (OMISSAO) OU V-VARIAVEL: INDEXANTE
      *            (INDEXANT, COBVSA66) MAIS SPREAD, REVISTA DE
      *            N EM N MESES A PARTIR DA DATA DE REVISAO PELO
      *            COBARQ45; SEM DATA DE REVISAO A PRIMEIRA E
      *            N MESES DEPOIS DA PRIMEIRA PRESTACAO
      *            R-REESTRUTURACAO DO CONTRATO ACORDADA NA
      *            COBRANCA (COBVSA38): CARENCIA DE N MESES,
      *            PROLONGAMENTO DO PRAZO EM N MESES OU
      *            CAPITALIZACAO DAS PRESTACOES EM ATRASO -
      *            RECALCULA A PRESTACAO E A PROXIMA PRESTACAO,
      *            GUARDA AS CONDICOES ANTERIORES EM EMPREEST
      *            E MARCA O CONTRATO COMO REESTRUTURADO, EM
      *            PERIODO DE PROVA DE 24 MESES (COBARQ46)
      *            P-ORIGINACAO DOS PEDIDOS APROVADOS NA
      *            AVALIACAO DA TAXA DE ESFORCO (EMPAPROV DO
      *            COBARQ48), CADA UM COMO NA OPERACAO I
      *            EMPRESTIMOS E ADIANTAMENTOS AO PESSOAL PODEM
      *            SER COBRADOS NA FOLHA (EMP-COBRANCA = F): A
      *            CONTA DO CONTRATO TEM DE ESTAR NO FUNCONTA
      *            (LIGACAO AO IDFUN), O COBVSA18 NAO OS FATURA
      *            E O TR00PTT8 DESCONTA A PRESTACAO NO RECIBO
      *            F-ALTERA O MODO DE COBRANCA DE UM CONTRATO
      *            ATIVO (F = FOLHA, BRANCO = DEBITO EM CONTA)
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * EMPRST      I-O         -----
      * EMPREEST    EXTEND      BOOKRST  (SO NA OPERACAO R)
      * EMPAPROV    INPUT       -----    (SO NA OPERACAO P)
      * FUNCONTA    INPUT       -----    (SO COBRANCA NA FOLHA)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT RST ASSIGN TO EMPREEST
           FILE STATUS IS WRK-FS-EMPREEST.

           SELECT APR ASSIGN TO EMPAPROV
           FILE STATUS IS WRK-FS-EMPAPROV.

           SELECT XRF ASSIGN TO FUNCONTA
           FILE STATUS IS WRK-FS-FUNCONTA.
      *
       DATA                                     DIVISION.
      *------------------- CHAVE
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

       FD RST
           RECORDING MODE IS F.
       COPY BOOKRST.

      *    MESMO DESENHO DO WRK-REG-EMPRST
       FD APR
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01 REG-EMPAPROV            PIC X(70).

       FD XRF
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
       01 REG-FUNCONTA.
          05 XRF-IDFUN            PIC 9(05).
          05 XRF-CHAVE            PIC X(09).

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-EMPRST.
          05 WRK-EMP-PRAZO-MESES  PIC 9(03) VALUE ZEROS.
          05 WRK-EMP-PRESTACAO    PIC 9(06)V99 VALUE ZEROS.
          05 WRK-EMP-PROX-PREST   PIC 9(08) VALUE ZEROS.
          05 WRK-EMP-TIPO-TAXA    PIC X(01) VALUE SPACES.
          05 WRK-EMP-INDEXANTE    PIC X(06) VALUE SPACES.
          05 WRK-EMP-SPREAD       PIC 9(02)V9(04) VALUE ZEROS.
          05 WRK-EMP-PERIODO-REV  PIC 9(02) VALUE ZEROS.
          05 WRK-EMP-DATA-REVISAO PIC 9(08) VALUE ZEROS.
          05 WRK-EMP-COBRANCA     PIC X(01) VALUE SPACES.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
      *------------- REESTRUTURACAO ----------------------
       01 WRK-CARTAO-REESTRUT.
          05 WRK-RST-TIPO         PIC X(01) VALUE SPACES.
          05 WRK-RST-MESES        PIC 9(03) VALUE ZEROS.
          05 WRK-RST-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-FS-EMPREEST         PIC X(02) VALUE ZEROS.
      *------------- PEDIDOS APROVADOS -------------------
       77 WRK-FS-EMPAPROV         PIC X(02) VALUE ZEROS.
       77 WRK-CONTADOR-APROV      PIC 9(10) COMP VALUE 0.
      *------------- COBRANCA NA FOLHA -------------------
       77 WRK-FS-FUNCONTA         PIC X(02) VALUE ZEROS.
       77 WRK-IDFUN-LIGADO        PIC 9(05) VALUE ZEROS.
       01 WRK-VENC-DATA.
          05 WRK-VENC-ANO         PIC 9(04).
          05 WRK-VENC-MES         PIC 9(02).
          05 WRK-VENC-DIA         PIC 9(02).
       01 WRK-VENC-DATA-NUM REDEFINES WRK-VENC-DATA PIC 9(08).
       01 WRK-PROVA-DATA.
          05 WRK-PROVA-ANO        PIC 9(04).
          05 WRK-PROVA-MES        PIC 9(02).
          05 WRK-PROVA-DIA        PIC 9(02).
       01 WRK-PROVA-DATA-NUM REDEFINES WRK-PROVA-DATA PIC 9(08).
       77 WRK-ATRASO              PIC 9(03) VALUE ZEROS.
       77 WRK-MESES-REST          PIC 9(03) VALUE ZEROS.
       77 WRK-MESES-SUB           PIC 9(03) VALUE ZEROS.
       77 WRK-TAXA-MES            PIC 9(01)V9(10) VALUE ZEROS.
       77 WRK-FATOR               PIC 9(05)V9(10) VALUE ZEROS.
       01 WRK-REV-DATA.
          05 WRK-REV-ANO          PIC 9(04).
          05 WRK-REV-MES          PIC 9(02).
          05 WRK-REV-DIA          PIC 9(02).
       01 WRK-REV-DATA-NUM REDEFINES WRK-REV-DATA PIC 9(08).
       01 WRK-DIAS-MES-TAB.
          05 FILLER               PIC X(24) VALUE
             "312831303130313130313031".
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TAB.
          05 WRK-DIAS             PIC 9(02) OCCURS 12 TIMES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  I-ORIGINACAO  Q-LIQUIDACAO  C-CONSULTA        *
      *  L-LISTAGEM  R-REESTRUTURACAO (SEGUNDO CARTAO  *
      *  COM TIPO, MESES E DATA DA MEDIDA)             *
      *  P-PEDIDOS APROVADOS (CARTAO EM BRANCO)        *
      *  F-MODO DE COBRANCA (ULTIMA POSICAO DO CARTAO) *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
               PERFORM 0240-ORIGINACAO
             WHEN "Q"
               PERFORM 0220-LIQUIDACAO
             WHEN "R"
               PERFORM 0245-REESTRUTURACAO
             WHEN "P"
               PERFORM 0235-PEDIDOS-APROVADOS
             WHEN "F"
               PERFORM 0225-MODO-COBRANCA
             WHEN "C"
               PERFORM 0210-CONSULTA
             WHEN "L"
             DISPLAY "EMPRESTIMO INEXISTENTE " WRK-EMP-ID
           END-IF.
       0220-LIQUIDACAO-FIM.   EXIT.
      **************************************************
      *  COBRANCA NA FOLHA SO COM A CONTA LIGADA A UM  *
      *  FUNCIONARIO NO FUNCONTA                       *
      **************************************************
       0225-MODO-COBRANCA                        SECTION.
           READ EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "EMPRESTIMO INEXISTENTE " WRK-EMP-ID
             GO TO 0225-MODO-COBRANCA-FIM
           END-IF.
           IF EMP-STATUS NOT EQUAL "A"
             DISPLAY "SO SE ALTERAM CONTRATOS ATIVOS " EMP-ID
             GO TO 0225-MODO-COBRANCA-FIM
           END-IF.
           IF WRK-EMP-COBRANCA EQUAL "F"
             PERFORM 0290-VALIDAR-FUNCONTA
             IF WRK-IDFUN-LIGADO EQUAL ZEROS
               GO TO 0225-MODO-COBRANCA-FIM
             END-IF
             MOVE "F"    TO EMP-COBRANCA
           ELSE
             MOVE SPACES TO EMP-COBRANCA
           END-IF.
           REWRITE REG-EMPRST
             INVALID KEY
               DISPLAY "ERRO NA ALTERACAO " EMP-ID
               GO TO 0225-MODO-COBRANCA-FIM
           END-REWRITE.
           IF EMP-COBRANCA EQUAL "F"
             DISPLAY "EMPRESTIMO " EMP-ID " COBRADO NA FOLHA - "
                     "FUNCIONARIO " WRK-IDFUN-LIGADO
           ELSE
             DISPLAY "EMPRESTIMO " EMP-ID " COBRADO EM CONTA"
           END-IF.
       0225-MODO-COBRANCA-FIM.  EXIT.
      **************************************************
      *  CADA PEDIDO APROVADO PASSA PELAS VALIDACOES DA*
      *  ORIGINACAO - O DUPLICADO E SO NOTICIADO       *
      **************************************************
       0235-PEDIDOS-APROVADOS                    SECTION.
           OPEN INPUT APR.
           IF WRK-FS-EMPAPROV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPAPROV - STATUS "
                     WRK-FS-EMPAPROV
             GO TO 0235-PEDIDOS-APROVADOS-FIM
           END-IF.
           READ APR.
           PERFORM UNTIL WRK-FS-EMPAPROV NOT EQUAL "00"
             ADD 1 TO WRK-CONTADOR-APROV
             MOVE REG-EMPAPROV TO WRK-REG-EMPRST
             MOVE WRK-EMP-ID   TO EMP-ID
             PERFORM 0240-ORIGINACAO
             READ APR
           END-PERFORM.
           CLOSE APR.
           MOVE WRK-CONTADOR-APROV TO WRK-CONTADOR-IDE.
           DISPLAY "PEDIDOS APROVADOS LIDOS :" WRK-CONTADOR-IDE.
       0235-PEDIDOS-APROVADOS-FIM.  EXIT.
      **************************************************
       0240-ORIGINACAO                           SECTION.
           IF WRK-EMP-TIPO-TAXA EQUAL SPACES
             MOVE "F" TO WRK-EMP-TIPO-TAXA
           END-IF.
           IF WRK-EMP-TIPO-TAXA NOT EQUAL "F" AND "V"
             DISPLAY "ORIGINACAO INVALIDA - TIPO DE TAXA F OU V"
             GO TO 0240-ORIGINACAO-FIM
           END-IF.
           IF WRK-EMP-TIPO-TAXA EQUAL "V"
             IF WRK-EMP-INDEXANTE EQUAL SPACES OR
                WRK-EMP-SPREAD NOT NUMERIC OR
                WRK-EMP-PERIODO-REV NOT NUMERIC OR
                WRK-EMP-PERIODO-REV EQUAL ZEROS
               DISPLAY "ORIGINACAO INVALIDA - INDEXANTE/SPREAD/PERIODO"
               GO TO 0240-ORIGINACAO-FIM
             END-IF
             IF WRK-EMP-DATA-REVISAO NOT NUMERIC OR
                WRK-EMP-DATA-REVISAO EQUAL ZEROS
               PERFORM 0270-PRIMEIRA-REVISAO
             END-IF
           ELSE
             MOVE SPACES TO WRK-EMP-INDEXANTE
             MOVE ZEROS  TO WRK-EMP-SPREAD
             MOVE ZEROS  TO WRK-EMP-PERIODO-REV
             MOVE ZEROS  TO WRK-EMP-DATA-REVISAO
           END-IF.
           IF WRK-EMP-COBRANCA EQUAL "F"
             PERFORM 0290-VALIDAR-FUNCONTA
             IF WRK-IDFUN-LIGADO EQUAL ZEROS
               DISPLAY "ORIGINACAO INVALIDA - COBRANCA NA FOLHA"
               GO TO 0240-ORIGINACAO-FIM
             END-IF
           ELSE
             MOVE SPACES TO WRK-EMP-COBRANCA
           END-IF.
           IF WRK-EMP-CAPITAL EQUAL ZEROS OR
              WRK-EMP-PRESTACAO EQUAL ZEROS OR
              WRK-EMP-PRAZO-MESES EQUAL ZEROS
             MOVE WRK-EMP-PROX-PREST  TO EMP-PROX-PREST
             MOVE WRK-EMP-CAPITAL     TO EMP-SALDO-DEV
             MOVE "A"                 TO EMP-STATUS
             MOVE WRK-EMP-TIPO-TAXA   TO EMP-TIPO-TAXA
             MOVE WRK-EMP-INDEXANTE   TO EMP-INDEXANTE
             MOVE WRK-EMP-SPREAD      TO EMP-SPREAD
             MOVE WRK-EMP-PERIODO-REV TO EMP-PERIODO-REV
             MOVE WRK-EMP-DATA-REVISAO TO EMP-DATA-REVISAO
             MOVE "N"                 TO EMP-REESTRUT
             MOVE ZEROS               TO EMP-DATA-FIM-PROVA
             MOVE WRK-EMP-COBRANCA    TO EMP-COBRANCA
             WRITE REG-EMPRST
               INVALID KEY
                 DISPLAY "EMPRESTIMO DUPLICADO " EMP-ID
             END-WRITE
           END-IF.
       0240-ORIGINACAO-FIM.   EXIT.
      **************************************************
       0245-REESTRUTURACAO                       SECTION.
           ACCEPT WRK-CARTAO-REESTRUT.
           READ EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "EMPRESTIMO INEXISTENTE " WRK-EMP-ID
             GO TO 0245-REESTRUTURACAO-FIM
           END-IF.
           IF EMP-STATUS NOT EQUAL "A" OR EMP-SALDO-DEV EQUAL ZEROS
             DISPLAY "SO SE REESTRUTURAM CONTRATOS ATIVOS " EMP-ID
             GO TO 0245-REESTRUTURACAO-FIM
           END-IF.
           IF WRK-RST-TIPO NOT EQUAL "C" AND "P" AND "A"
             DISPLAY "TIPO DE REESTRUTURACAO DEVE SER C, P OU A"
             GO TO 0245-REESTRUTURACAO-FIM
           END-IF.
           IF WRK-RST-MESES NOT NUMERIC
             MOVE ZEROS TO WRK-RST-MESES
           END-IF.
           IF WRK-RST-TIPO EQUAL "A"
             MOVE ZEROS TO WRK-RST-MESES
           ELSE
             IF WRK-RST-MESES EQUAL ZEROS
               DISPLAY "CARENCIA/PROLONGAMENTO SEM NUMERO DE MESES"
               GO TO 0245-REESTRUTURACAO-FIM
             END-IF
           END-IF.
           IF WRK-RST-DATA NOT NUMERIC OR WRK-RST-DATA EQUAL ZEROS
             ACCEPT WRK-RST-DATA FROM DATE YYYYMMDD
           END-IF.
           IF EMP-PRAZO-MESES + WRK-RST-MESES GREATER THAN 999
             DISPLAY "PRAZO RESULTANTE EXCEDE 999 MESES " EMP-ID
             GO TO 0245-REESTRUTURACAO-FIM
           END-IF.
           OPEN EXTEND RST.
           IF WRK-FS-EMPREEST NOT EQUAL "00"
             OPEN OUTPUT RST
           END-IF.
           IF WRK-FS-EMPREEST NOT EQUAL "00"
             DISPLAY "EMPREEST INDISPONIVEL - STATUS " WRK-FS-EMPREEST
             DISPLAY "REESTRUTURACAO NAO EFETUADA " EMP-ID
             GO TO 0245-REESTRUTURACAO-FIM
           END-IF.
           MOVE EMP-CHAVE          TO RST-CHAVE.
           MOVE EMP-NUM            TO RST-NUM.
           MOVE WRK-RST-DATA       TO RST-DATA.
           MOVE WRK-RST-TIPO       TO RST-TIPO.
           MOVE WRK-RST-MESES      TO RST-MESES.
           MOVE EMP-SALDO-DEV      TO RST-SALDO-DEV.
           MOVE EMP-TAXA-ANUAL     TO RST-ANT-TAXA.
           MOVE EMP-PRAZO-MESES    TO RST-ANT-PRAZO.
           MOVE EMP-PRESTACAO      TO RST-ANT-PRESTACAO.
           MOVE EMP-PROX-PREST     TO RST-ANT-PROX-PREST.
           PERFORM 0280-CALCULAR-REESTRUT.
           MOVE WRK-ATRASO         TO RST-ATRASO.
           MOVE EMP-PRAZO-MESES    TO RST-NOVO-PRAZO.
           MOVE EMP-PRESTACAO      TO RST-NOVA-PRESTACAO.
           MOVE EMP-PROX-PREST     TO RST-NOVA-PROX-PREST.
           MOVE EMP-DATA-FIM-PROVA TO RST-FIM-PROVA.
           REWRITE REG-EMPRST
             INVALID KEY
               DISPLAY "ERRO NA REESTRUTURACAO " EMP-ID
               CLOSE RST
               GO TO 0245-REESTRUTURACAO-FIM
           END-REWRITE.
           WRITE REG-EMPREEST.
           CLOSE RST.
           DISPLAY "EMPRESTIMO REESTRUTURADO " EMP-ID
                   " TIPO " WRK-RST-TIPO.
           PERFORM 0260-MOSTRAR-EMPRESTIMO.
       0245-REESTRUTURACAO-FIM.  EXIT.
      **************************************************
      *  AS PRESTACOES VENCIDAS ATE A DATA DA MEDIDA   *
      *  (AINDA DENTRO DO SALDO DEVEDOR) REPARTEM-SE   *
      *  PELAS PRESTACOES QUE FALTAM, A CONTAR DO      *
      *  VENCIMENTO SEGUINTE:                          *
      *  A - NO MESMO NUMERO DE PRESTACOES FUTURAS     *
      *  P - EM MAIS N PRESTACOES (PRAZO + N)          *
      *  C - O VENCIMENTO SEGUINTE PASSA N MESES PARA  *
      *      A FRENTE (PRAZO + N)                      *
      **************************************************
       0280-CALCULAR-REESTRUT                    SECTION.
           MOVE ZEROS          TO WRK-ATRASO.
           MOVE EMP-PROX-PREST TO WRK-VENC-DATA-NUM.
           PERFORM UNTIL WRK-VENC-DATA-NUM GREATER THAN WRK-RST-DATA
             ADD 1 TO WRK-ATRASO
             PERFORM 0285-AVANCAR-VENCIMENTO
           END-PERFORM.
           IF EMP-PRESTACAO EQUAL ZEROS
             MOVE EMP-PRAZO-MESES TO WRK-MESES-REST
           ELSE
             COMPUTE WRK-MESES-REST = EMP-SALDO-DEV / EMP-PRESTACAO
             IF WRK-MESES-REST * EMP-PRESTACAO LESS THAN
                EMP-SALDO-DEV
               ADD 1 TO WRK-MESES-REST
             END-IF
           END-IF.
           IF WRK-MESES-REST GREATER THAN EMP-PRAZO-MESES
             MOVE EMP-PRAZO-MESES TO WRK-MESES-REST
           END-IF.
           IF WRK-MESES-REST GREATER THAN WRK-ATRASO
             SUBTRACT WRK-ATRASO FROM WRK-MESES-REST
           ELSE
             MOVE 1 TO WRK-MESES-REST
           END-IF.
           EVALUATE WRK-RST-TIPO
             WHEN "P"
               ADD WRK-RST-MESES TO WRK-MESES-REST
               ADD WRK-RST-MESES TO EMP-PRAZO-MESES
             WHEN "C"
               PERFORM 0285-AVANCAR-VENCIMENTO
                   VARYING WRK-MESES-SUB FROM 1 BY 1
                   UNTIL WRK-MESES-SUB > WRK-RST-MESES
               ADD WRK-RST-MESES TO EMP-PRAZO-MESES
           END-EVALUATE.
           MOVE WRK-VENC-DATA-NUM TO EMP-PROX-PREST.
           COMPUTE WRK-TAXA-MES ROUNDED = EMP-TAXA-ANUAL / 12.
           IF WRK-TAXA-MES EQUAL ZEROS
             COMPUTE EMP-PRESTACAO ROUNDED =
                     EMP-SALDO-DEV / WRK-MESES-REST
           ELSE
             COMPUTE WRK-FATOR ROUNDED =
                     (1 + WRK-TAXA-MES) ** WRK-MESES-REST
             COMPUTE EMP-PRESTACAO ROUNDED =
                     EMP-SALDO-DEV * WRK-TAXA-MES * WRK-FATOR
                   / (WRK-FATOR - 1)
           END-IF.
      *    PERIODO DE PROVA DE 24 MESES A CONTAR DA MEDIDA
           MOVE WRK-RST-DATA TO WRK-PROVA-DATA-NUM.
           ADD 2 TO WRK-PROVA-ANO.
           IF WRK-PROVA-MES EQUAL 2 AND WRK-PROVA-DIA GREATER THAN 28
             MOVE 28 TO WRK-PROVA-DIA
           END-IF.
           MOVE "S"                TO EMP-REESTRUT.
           MOVE WRK-PROVA-DATA-NUM TO EMP-DATA-FIM-PROVA.
       0280-CALCULAR-REESTRUT-FIM.  EXIT.
      **************************************************
       0285-AVANCAR-VENCIMENTO                   SECTION.
           ADD 1 TO WRK-VENC-MES.
           IF WRK-VENC-MES GREATER THAN 12
             SUBTRACT 12 FROM WRK-VENC-MES
             ADD 1 TO WRK-VENC-ANO
           END-IF.
           IF WRK-VENC-DIA GREATER THAN WRK-DIAS (WRK-VENC-MES)
             MOVE WRK-DIAS (WRK-VENC-MES) TO WRK-VENC-DIA
           END-IF.
       0285-AVANCAR-VENCIMENTO-FIM.  EXIT.
      **************************************************
      *  PRIMEIRA REVISAO - N MESES DEPOIS DA PRIMEIRA *
      *  PRESTACAO                                     *
      **************************************************
       0270-PRIMEIRA-REVISAO                     SECTION.
           MOVE WRK-EMP-PROX-PREST TO WRK-REV-DATA-NUM.
           ADD WRK-EMP-PERIODO-REV TO WRK-REV-MES.
           PERFORM UNTIL WRK-REV-MES NOT GREATER THAN 12
             SUBTRACT 12 FROM WRK-REV-MES
             ADD 1 TO WRK-REV-ANO
           END-PERFORM.
           IF WRK-REV-DIA GREATER THAN WRK-DIAS (WRK-REV-MES)
             MOVE WRK-DIAS (WRK-REV-MES) TO WRK-REV-DIA
           END-IF.
           MOVE WRK-REV-DATA-NUM TO WRK-EMP-DATA-REVISAO.
       0270-PRIMEIRA-REVISAO-FIM.  EXIT.
      **************************************************
      *  PROCURA NO FUNCONTA O FUNCIONARIO DA CONTA DO *
      *  CONTRATO - SEM LIGACAO DEVOLVE ZEROS          *
      **************************************************
       0290-VALIDAR-FUNCONTA                     SECTION.
           MOVE ZEROS TO WRK-IDFUN-LIGADO.
           OPEN INPUT XRF.
           IF WRK-FS-FUNCONTA NOT EQUAL "00"
             DISPLAY "FUNCONTA INDISPONIVEL - STATUS " WRK-FS-FUNCONTA
             GO TO 0290-VALIDAR-FUNCONTA-FIM
           END-IF.
           READ XRF.
           PERFORM UNTIL WRK-FS-FUNCONTA NOT EQUAL "00"
                      OR WRK-IDFUN-LIGADO NOT EQUAL ZEROS
             IF XRF-CHAVE EQUAL EMP-CHAVE
               MOVE XRF-IDFUN TO WRK-IDFUN-LIGADO
             ELSE
               READ XRF
             END-IF
           END-PERFORM.
           CLOSE XRF.
           IF WRK-IDFUN-LIGADO EQUAL ZEROS
             DISPLAY "CONTA " EMP-CHAVE " SEM FUNCIONARIO NO FUNCONTA"
           END-IF.
       0290-VALIDAR-FUNCONTA-FIM.  EXIT.
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0                TO WRK-CONTADOR-LISTA.
           DISPLAY "PROX PREST   " EMP-PROX-PREST.
           DISPLAY "SALDO DEVEDOR " EMP-SALDO-DEV.
           DISPLAY "STATUS       " EMP-STATUS.
           IF EMP-TIPO-TAXA EQUAL "V"
             DISPLAY "TAXA VARIAVEL " EMP-INDEXANTE
                     " SPREAD " EMP-SPREAD
             DISPLAY "REVISAO CADA " EMP-PERIODO-REV
                     " MESES - PROXIMA " EMP-DATA-REVISAO
           END-IF.
           IF EMP-REESTRUT EQUAL "S"
             DISPLAY "REESTRUTURADO - PROVA ATE " EMP-DATA-FIM-PROVA
           END-IF.
           IF EMP-COBRANCA EQUAL "F"
             DISPLAY "COBRADO NA FOLHA DE VENCIMENTOS"
           END-IF.
       0260-MOSTRAR-EMPRESTIMO-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

      *               FICA EM FATDISP COM O CODIGO DO MOTIVO
      *               01-SEM ORDEM        02-QUANT EXCEDE
      *               03-PRECO FORA TOLER 04-PECA SEM PRECO
      *               O VENCIMENTO USA O PRAZO DE PAGAMENTO DO
      *               FORNMST (FRN-PRAZO-PAG) E, SEM ELE, O
      *               PRAZO DE ENTREGA; O PAGPROP ACUMULA ENTRE
      *               CORRIDAS E A LINHA FICA PENDENTE (ESTADO
      *               EM BRANCO) ATE A CORRIDA DE PAGAMENTOS
      *               (TRUTTAVJ) A MARCAR P-PAGA
      *               AS NOTAS DE DEBITO EM ABERTO DAS
      *               DEVOLUCOES (NOTADEB, VER TRUTTAVK)
      *               ABATEM-SE NAS LINHAS CONFERIDAS DO
      *               MESMO FORNECEDOR; A LINHA TODA
      *               COMPENSADA NAO ENTRA NO PAGPROP
      *               A CHAMADA DE ACORDO DE FORNECIMENTO
      *               CONFERE PELO PRECO DO ACORDO GUARDADO NO
      *               ORDSTAT (OST-PRECO-ACORDO) E NAO PELO
      *               PRECO DO CATALOGO
      *               A LINHA TRAZ A TAXA DE IVA DA FATURA (SEM
      *               ELA VALE A TAXA NORMAL); CADA LINHA
      *               CONFERIDA FICA NO IVAFORN COM A BASE E O
      *               IVA DEDUTIVEL E O TOTAL DA CORRIDA VAI
      *               PARA O GL NO EVENTO IVADED - O PAGPROP
      *               LEVA A BASE (JA ABATIDA DAS NOTAS DE
      *               DEBITO) MAIS O IVA DA LINHA, QUE E O QUE
      *               SE PAGA AO FORNECEDOR
      *               FORNECEDOR ESTRANGEIRO (FRN-PAIS DIFERENTE
      *               DE PT): SEM TAXA NA LINHA FICA A TAXA 0
      *               (AUTOLIQUIDACAO) E O SEU IVA NAO ENTRA NO
      *               IVADED - O COBOL026 DECLARA-O A PARTE
      *   DATA      : 01/09/2026
      *   EMPRESA   : NATIXIS
      *===================================================
           FILE STATUS IS WRK-FS-PAG.
           SELECT DSP ASSIGN TO FATDISP
           FILE STATUS IS WRK-FS-DSP.
           SELECT NDB ASSIGN TO NOTADEB
           FILE STATUS IS WRK-FS-NDB.
           SELECT IVF ASSIGN TO IVAFORN
           FILE STATUS IS WRK-FS-IVF.
           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-EVT.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD FAT
           RECORDING MODE IS F
           RECORD CONTAINS 34 CHARACTERS.
       01 REG-FATFORN.
          05 FAT-FORNECEDOR       PIC 9(03).
          05 FAT-COD-PECA         PIC 9(05).
          05 FAT-QUANT            PIC 9(03).
          05 FAT-PRECO            PIC 9(03)V99.
          05 FAT-DATA-FAT         PIC 9(08).
          05 FAT-TAXA-IVA         PIC 9(02).

       FD OST.
       COPY BOOKOST.
          05 FRN-MOEDA            PIC X(03).
          05 FRN-PRAZO-DIAS       PIC 9(03).
          05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
          05 FRN-IBAN             PIC X(25).
          05 FRN-PRAZO-PAG        PIC 9(03).
          05 FRN-STATUS           PIC X(01).
          05 FRN-PAIS             PIC X(02).

       FD PAG
           RECORDING MODE IS F.
          05 PAG-VALOR            PIC 9(07)V99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 PAG-DATA-VENC        PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 PAG-ESTADO           PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 PAG-DATA-PAG         PIC 9(08).

       FD DSP
           RECORDING MODE IS F.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 DSP-MOTIVO           PIC X(02).

       FD NDB
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       COPY BOOKNDB.

       FD IVF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       COPY BOOKIVF.

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-FAT              PIC X(02) VALUE ZEROS.
       77 WRK-FS-OST              PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRN              PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAG              PIC X(02) VALUE ZEROS.
       77 WRK-FS-DSP              PIC X(02) VALUE ZEROS.
       77 WRK-FS-NDB              PIC X(02) VALUE ZEROS.
       77 WRK-FS-IVF              PIC X(02) VALUE ZEROS.
       77 WRK-FS-EVT              PIC X(02) VALUE ZEROS.
       77 WRK-TEM-GLEVENT         PIC X(01) VALUE "N".
       77 WRK-TAXA-NORMAL         PIC 9(02) VALUE 23.
       77 WRK-PAIS-FORN           PIC X(02) VALUE "PT".
       77 WRK-IVA-LINHA           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACUM-IVA            PIC 9(09)V99 COMP VALUE ZEROS.
       77 WRK-MOTIVO-SEM-ORDEM    PIC X(02) VALUE "01".
       77 WRK-MOTIVO-QUANT        PIC X(02) VALUE "02".
       77 WRK-MOTIVO-PRECO        PIC X(02) VALUE "03".
       77 WRK-ACUM-CONFERIDAS     PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-DISPUTAS       PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
      *------------- NOTAS DE DEBITO EM ABERTO ----------
       01 WRK-NDB-TAB.
          05 WRK-NDB-ENTRY OCCURS 500 TIMES.
             10 WRK-NDB-SEQ       PIC 9(07) COMP.
             10 WRK-NDB-FORN      PIC 9(03).
             10 WRK-NDB-SALDO     PIC 9(07)V99.
       77 WRK-NDB-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-NDB-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-NDB-PROX            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-NDB-LIDAS           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TEM-NOTADEB         PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-LINHA         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ABATIDO             PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ACUM-ABATIDO        PIC 9(09)V99 COMP VALUE ZEROS.
       77 WRK-ACUM-COMPENSADAS    PIC 9(09) COMP VALUE ZEROS.
       77 WRK-VALOR-IDE           PIC ZZZ.ZZZ.ZZ9,99.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-FAT EQUAL "10".
           PERFORM 0260-ATUALIZAR-NOTADEB.
           PERFORM 0240-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
           GOBACK.
      *    DECIMAIS IMPLICITAS (EX. 0500 = 5,00) - SEM
      *    CARTAO VALIDO VIGORAM 5,00
           ACCEPT WRK-PARM-TOLER FROM SYSIN.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           IF WRK-PARM-TOLER NUMERIC
             MOVE WRK-PARM-TOLER-NUM TO WRK-TOLER-PCT
           END-IF.
           IF WRK-FS-FRN NOT EQUAL "00"
             DISPLAY "FORNMST INDISPONIVEL - PRAZO DE 30 DIAS"
           END-IF.
           OPEN EXTEND PAG.
           IF WRK-FS-PAG NOT EQUAL "00"
             OPEN OUTPUT PAG
           END-IF.
           OPEN OUTPUT DSP.
           OPEN EXTEND IVF.
           IF WRK-FS-IVF NOT EQUAL "00"
             OPEN OUTPUT IVF
           END-IF.
           IF WRK-FS-IVF NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA IVAFORN - STATUS " WRK-FS-IVF
             GOBACK
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-EVT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-EVT EQUAL "00"
             MOVE "S" TO WRK-TEM-GLEVENT
           ELSE
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-EVT
           END-IF.
           PERFORM 0110-CARREGAR-NOTADEB.
           READ FAT.
           IF WRK-FS-FAT EQUAL "10"
             DISPLAY "FATFORN VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SO AS NOTAS COM SALDO; A POSICAO NO FICHEIRO  *
      *  GUARDA-SE PARA REGRAVAR O SALDO NO FIM        *
      **************************************************
       0110-CARREGAR-NOTADEB                     SECTION.
           OPEN INPUT NDB.
           IF WRK-FS-NDB NOT EQUAL "00"
             DISPLAY "NOTADEB INDISPONIVEL - SEM COMPENSACAO"
             GO TO 0110-CARREGAR-NOTADEB-FIM
           END-IF.
           MOVE "S" TO WRK-TEM-NOTADEB.
           READ NDB.
           PERFORM UNTIL WRK-FS-NDB NOT EQUAL "00"
             ADD 1 TO WRK-NDB-LIDAS
             IF NDB-ESTADO EQUAL "A" AND
                NDB-SALDO GREATER THAN ZEROS
               IF WRK-NDB-QTD LESS THAN 500
                 ADD 1 TO WRK-NDB-QTD
                 MOVE WRK-NDB-LIDAS  TO WRK-NDB-SEQ (WRK-NDB-QTD)
                 MOVE NDB-FORNECEDOR TO WRK-NDB-FORN (WRK-NDB-QTD)
                 MOVE NDB-SALDO      TO WRK-NDB-SALDO (WRK-NDB-QTD)
               ELSE
                 DISPLAY "TABELA DE NOTAS CHEIA - FICA PARA DEPOIS "
                         NDB-FORNECEDOR
               END-IF
             END-IF
             READ NDB
           END-PERFORM.
           CLOSE NDB.
       0110-CARREGAR-NOTADEB-FIM. EXIT.
      **************************************************
      *  AS TRES PERNAS DA CONFERENCIA: A ORDEM DIZ O  *
      *  PEDIDO, A RECECAO DIZ O ENTREGUE E O CATALOGO *
      *  DIZ O PRECO ACORDADO                          *
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  O ARQPECAS E SEQUENCIAL - PROCURA DO INICIO   *
      *  (VER TRUTTAV5) - NA CHAMADA DE ACORDO VALE O  *
      *  PRECO DO ACORDO QUE VEIO NA ORDEM             *
      **************************************************
       0215-PRECO-ACORDADO                       SECTION.
           MOVE "N"   TO WRK-ACHOU.
           MOVE ZEROS TO WRK-PRECO-ACORDADO.
           IF OST-PRECO-ACORDO IS NUMERIC AND
              OST-PRECO-ACORDO GREATER THAN ZEROS
             MOVE "S"              TO WRK-ACHOU
             MOVE OST-PRECO-ACORDO TO WRK-PRECO-ACORDADO
             GO TO 0215-PRECO-ACORDADO-FIM
           END-IF.
           CLOSE API.
           OPEN INPUT API.
           READ API.
       0215-PRECO-ACORDADO-FIM. EXIT.
      **************************************************
      *  O VENCIMENTO SAI DO PRAZO ACORDADO COM O      *
      *  FORNECEDOR (FORNMST) SOBRE A DATA DA FATURA - *
      *  PRAZO DE PAGAMENTO OU, SEM ELE, O DE ENTREGA  *
      **************************************************
       0220-PROPOR-PAGAMENTO                     SECTION.
           MOVE 30 TO WRK-PRAZO-DIAS.
           MOVE "PT" TO WRK-PAIS-FORN.
           IF WRK-FS-FRN EQUAL "00" OR "23"
             MOVE FAT-FORNECEDOR TO FRN-CODIGO
             READ FRN
             IF WRK-FS-FRN EQUAL "00"
               IF FRN-PAIS NOT EQUAL SPACES AND
                  FRN-PAIS NOT EQUAL LOW-VALUES
                 MOVE FRN-PAIS TO WRK-PAIS-FORN
               END-IF
               IF FRN-PRAZO-PAG NUMERIC AND
                  FRN-PRAZO-PAG GREATER THAN ZEROS
                 MOVE FRN-PRAZO-PAG  TO WRK-PRAZO-DIAS
               ELSE
                 MOVE FRN-PRAZO-DIAS TO WRK-PRAZO-DIAS
               END-IF
             END-IF
           END-IF.
           MOVE "S"           TO WRK-DAT-FUNCAO.
           END-IF.
           MOVE FAT-FORNECEDOR TO PAG-FORNECEDOR.
           MOVE FAT-COD-PECA   TO PAG-COD-PECA.
           COMPUTE WRK-VALOR-LINHA = FAT-QUANT * FAT-PRECO.
           PERFORM 0228-REGISTAR-IVA.
           PERFORM 0225-ABATER-NOTADEB
               VARYING WRK-NDB-SUB FROM 1 BY 1
               UNTIL WRK-NDB-SUB GREATER THAN WRK-NDB-QTD
                  OR WRK-VALOR-LINHA EQUAL ZEROS.
           ADD 1 TO WRK-ACUM-CONFERIDAS.
           IF WRK-VALOR-LINHA EQUAL ZEROS
             ADD 1 TO WRK-ACUM-COMPENSADAS
           END-IF.
           IF WRK-VALOR-LINHA EQUAL ZEROS AND
              WRK-IVA-LINHA EQUAL ZEROS
             GO TO 0220-PROPOR-PAGAMENTO-FIM
           END-IF.
           COMPUTE PAG-VALOR = WRK-VALOR-LINHA + WRK-IVA-LINHA.
           MOVE SPACE          TO PAG-ESTADO.
           MOVE ZEROS          TO PAG-DATA-PAG.
           WRITE REG-PAGPROP.
       0220-PROPOR-PAGAMENTO-FIM. EXIT.
      **************************************************
      *  A NOTA DE DEBITO DO FORNECEDOR ABATE A BASE   *
      *  DA LINHA ATE ONDE CHEGAR O SALDO DE CADA UMA  *
      *  - O IVA DA LINHA PAGA-SE SEMPRE               *
      **************************************************
       0225-ABATER-NOTADEB                       SECTION.
           IF WRK-NDB-FORN (WRK-NDB-SUB) NOT EQUAL FAT-FORNECEDOR OR
              WRK-NDB-SALDO (WRK-NDB-SUB) EQUAL ZEROS
             GO TO 0225-ABATER-NOTADEB-FIM
           END-IF.
           IF WRK-NDB-SALDO (WRK-NDB-SUB) GREATER THAN WRK-VALOR-LINHA
             MOVE WRK-VALOR-LINHA TO WRK-ABATIDO
           ELSE
             MOVE WRK-NDB-SALDO (WRK-NDB-SUB) TO WRK-ABATIDO
           END-IF.
           SUBTRACT WRK-ABATIDO FROM WRK-NDB-SALDO (WRK-NDB-SUB).
           SUBTRACT WRK-ABATIDO FROM WRK-VALOR-LINHA.
           ADD WRK-ABATIDO TO WRK-ACUM-ABATIDO.
       0225-ABATER-NOTADEB-FIM. EXIT.
      **************************************************
      *  O IVA DEDUZ-SE PELA FATURA TODA, MESMO QUE A   *
      *  LINHA FIQUE COMPENSADA POR NOTAS DE DEBITO -   *
      *  SO O DO FORNECEDOR NACIONAL VAI AO IVADED      *
      **************************************************
       0228-REGISTAR-IVA                         SECTION.
           MOVE SPACES           TO REG-IVAFORN.
           MOVE FAT-FORNECEDOR   TO IVF-FORNECEDOR.
           MOVE FAT-COD-PECA     TO IVF-COD-PECA.
           MOVE FAT-DATA-PEDIDO  TO IVF-DATA-PEDIDO.
           MOVE FAT-DATA-FAT     TO IVF-DATA-FAT.
           MOVE WRK-DATA-PROC    TO IVF-DATA-CONF.
           MOVE WRK-VALOR-LINHA  TO IVF-BASE.
           IF FAT-TAXA-IVA NUMERIC
             MOVE FAT-TAXA-IVA    TO IVF-TAXA-IVA
           ELSE
             IF WRK-PAIS-FORN NOT EQUAL "PT"
               MOVE ZEROS           TO IVF-TAXA-IVA
             ELSE
               MOVE WRK-TAXA-NORMAL TO IVF-TAXA-IVA
             END-IF
           END-IF.
           COMPUTE IVF-IVA ROUNDED =
                   WRK-VALOR-LINHA * IVF-TAXA-IVA / 100.
           MOVE IVF-IVA TO WRK-IVA-LINHA.
           WRITE REG-IVAFORN.
           IF WRK-PAIS-FORN EQUAL "PT"
             ADD WRK-IVA-LINHA TO WRK-ACUM-IVA
           END-IF.
       0228-REGISTAR-IVA-FIM. EXIT.
      **************************************************
       0230-DISPUTAR                             SECTION.
           MOVE FAT-FORNECEDOR TO DSP-FORNECEDOR.
           DISPLAY "LINHAS CONFERIDAS      " WRK-ACUM-IDE.
           MOVE WRK-ACUM-DISPUTAS TO WRK-ACUM-IDE.
           DISPLAY "LINHAS EM DISPUTA      " WRK-ACUM-IDE.
           MOVE WRK-ACUM-COMPENSADAS TO WRK-ACUM-IDE.
           DISPLAY "LINHAS COMPENSADAS     " WRK-ACUM-IDE.
           MOVE WRK-ACUM-ABATIDO TO WRK-VALOR-IDE.
           DISPLAY "ABATIDO EM NOTAS DEB.  " WRK-VALOR-IDE.
           MOVE WRK-ACUM-IVA TO WRK-VALOR-IDE.
           DISPLAY "IVA DEDUTIVEL          " WRK-VALOR-IDE.
       0240-ESTATISTICA-FIM.  EXIT.
      **************************************************
      *  REGRAVA O SALDO DAS NOTAS TOCADAS - A QUE     *
      *  FICA A ZERO PASSA A C-COMPENSADA              *
      **************************************************
       0260-ATUALIZAR-NOTADEB                    SECTION.
           IF WRK-TEM-NOTADEB NOT EQUAL "S" OR
              WRK-NDB-QTD EQUAL ZEROS
             GO TO 0260-ATUALIZAR-NOTADEB-FIM
           END-IF.
           OPEN I-O NDB.
           IF WRK-FS-NDB NOT EQUAL "00"
             DISPLAY "ERRO NA REABERTURA NOTADEB - STATUS "
                     WRK-FS-NDB
             GO TO 0260-ATUALIZAR-NOTADEB-FIM
           END-IF.
           MOVE ZEROS TO WRK-NDB-LIDAS.
           MOVE 1     TO WRK-NDB-PROX.
           READ NDB.
           PERFORM 0265-ATUALIZAR-NOTA
               UNTIL WRK-FS-NDB NOT EQUAL "00"
                  OR WRK-NDB-PROX GREATER THAN WRK-NDB-QTD.
           CLOSE NDB.
       0260-ATUALIZAR-NOTADEB-FIM. EXIT.
      **************************************************
       0265-ATUALIZAR-NOTA                       SECTION.
           ADD 1 TO WRK-NDB-LIDAS.
           IF WRK-NDB-LIDAS EQUAL WRK-NDB-SEQ (WRK-NDB-PROX)
             IF WRK-NDB-SALDO (WRK-NDB-PROX) NOT EQUAL NDB-SALDO
               MOVE WRK-NDB-SALDO (WRK-NDB-PROX) TO NDB-SALDO
               IF NDB-SALDO EQUAL ZEROS
                 MOVE "C"           TO NDB-ESTADO
                 MOVE WRK-DATA-PROC TO NDB-DATA-COMP
               END-IF
               REWRITE REG-NOTADEB
             END-IF
             ADD 1 TO WRK-NDB-PROX
           END-IF.
           READ NDB.
       0265-ATUALIZAR-NOTA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE FAT.
           END-IF.
           CLOSE PAG.
           CLOSE DSP.
           CLOSE IVF.
           IF WRK-TEM-GLEVENT EQUAL "S"
             IF WRK-ACUM-IVA GREATER THAN ZEROS
               MOVE "IVADED"      TO EVT-TIPO
               MOVE WRK-DATA-PROC TO EVT-DATA
               MOVE WRK-ACUM-IVA  TO EVT-VALOR
               WRITE REG-GLEVENT
             END-IF
             CLOSE EVT
           END-IF.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

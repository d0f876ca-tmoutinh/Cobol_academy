       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   TRUTTAVL.
      *===================================================
      *   AUTOR     : TRUTT
      *   OBJETIVO  : INSPECAO DE QUALIDADE - AS PECAS COM
      *               INSPECAO-PECA = S NO ARQPECAS ENTRAM
      *               PELO TRUTTAV4 NO LOCAL Q01 DO STKLOC.
      *               ESTE PROGRAMA LE OS RESULTADOS DA
      *               INSPECAO (INSPRES: PECA, FORNECEDOR,
      *               DATA DO PEDIDO, QUANTIDADE ACEITE,
      *               QUANTIDADE REJEITADA, MOTIVO, DATA):
      *               - A QUANTIDADE ACEITE PASSA DO Q01 PARA
      *                 O ARMAZEM PRINCIPAL A01 NUMA SO
      *                 OPERACAO EQUILIBRADA, COMO NO TRUTTAVC
      *                 (S NO Q01, E NO A01, REF INSPECAO)
      *               - A QUANTIDADE REJEITADA FICA NO Q01 E
      *                 SEGUE COMO DEVOLUCAO (DEVFORN, LOCAL
      *                 Q01) PARA O TRUTTAVK, QUE A TIRA DO
      *                 STOCK E EMITE A NOTA DE DEBITO
      *               AS RECUSADAS VAO PARA INSEXC COM O MOTIVO.
      *               NO FIM LISTA O STOCK PARADO NO Q01 POR
      *               ANTIGUIDADE (QCREL) PARA A QUALIDADE: O
      *               SALDO E DISTRIBUIDO PELAS ENTRADAS NO
      *               Q01 DO STKMOV, DA MAIS RECENTE PARA A
      *               MAIS ANTIGA (SAI PRIMEIRO O QUE ENTROU
      *               PRIMEIRO); SALDO SEM ENTRADA NO LIVRO
      *               CONTA NA COLUNA DE MAIS DE 30 DIAS
      *               SEM INSPRES SO EMITE A LISTAGEM
      *   DATA      : 15/10/2026
      *   EMPRESA   : NATIXIS
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                               SECTION.
       FILE-CONTROL.
           SELECT INS ASSIGN TO INSPRES
           FILE STATUS IS WRK-FS-INS.
           SELECT SLC ASSIGN TO STKLOC
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS SLC-ID
           FILE STATUS   IS WRK-FS-SLC.
           SELECT STK ASSIGN TO STKMOV
           FILE STATUS IS WRK-FS-STK.
           SELECT DEV ASSIGN TO DEVFORN
           FILE STATUS IS WRK-FS-DEV.
           SELECT API ASSIGN TO ARQPECAS
           FILE STATUS IS WRK-FS-API.
           SELECT EXC ASSIGN TO INSEXC
           FILE STATUS IS WRK-FS-EXC.
           SELECT REL ASSIGN TO QCREL
           FILE STATUS IS WRK-FS-REL.
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD INS
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01 REG-INSPRES.
          05 INS-COD-PECA         PIC 9(05).
          05 INS-FORNECEDOR       PIC 9(03).
          05 INS-DATA-PEDIDO      PIC 9(08).
          05 INS-QUANT-ACEITE     PIC 9(03).
          05 INS-QUANT-REJEIT     PIC 9(03).
          05 INS-MOTIVO           PIC X(02).
          05 INS-DATA             PIC 9(08).

       FD SLC.
       01 REG-STKLOC.
          05 SLC-ID.
             10 SLC-COD-PECA      PIC 9(05).
             10 SLC-LOCAL         PIC X(03).
          05 SLC-QUANT            PIC 9(05).

       FD STK
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01 REG-STKMOV.
          05 STK-COD-PECA         PIC 9(05).
          05 STK-TIPO             PIC X(01).
          05 STK-QUANT            PIC 9(03).
          05 STK-DATA             PIC 9(08).
          05 STK-REF              PIC X(10).
          05 STK-LOCAL            PIC X(03).

       FD DEV
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01 REG-DEVFORN.
          05 DEV-COD-PECA         PIC 9(05).
          05 DEV-FORNECEDOR       PIC 9(03).
          05 DEV-DATA-PEDIDO      PIC 9(08).
          05 DEV-QUANT            PIC 9(03).
          05 DEV-MOTIVO           PIC X(02).
          05 DEV-DATA             PIC 9(08).
          05 DEV-LOCAL            PIC X(03).

       FD API
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.

       COPY "#ARQPEC".

       FD EXC
           RECORDING MODE IS F.
       01 REG-INSEXC.
          05 EXC-COD-PECA         PIC 9(05).
          05 FILLER               PIC X(01).
          05 EXC-FORNECEDOR       PIC 9(03).
          05 FILLER               PIC X(01).
          05 EXC-QUANT-ACEITE     PIC 9(03).
          05 FILLER               PIC X(01).
          05 EXC-QUANT-REJEIT     PIC 9(03).
          05 FILLER               PIC X(01).
          05 EXC-MOTIVO           PIC X(25).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-QCREL               PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-INS              PIC X(02) VALUE ZEROS.
       77 WRK-FS-SLC              PIC X(02) VALUE ZEROS.
       77 WRK-FS-STK              PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEV              PIC X(02) VALUE ZEROS.
       77 WRK-FS-API              PIC X(02) VALUE ZEROS.
       77 WRK-FS-EXC              PIC X(02) VALUE ZEROS.
       77 WRK-FS-REL              PIC X(02) VALUE ZEROS.
       77 WRK-TEM-INSPRES         PIC X(01) VALUE "N".
       77 WRK-EOF-SLC             PIC X(01) VALUE "N".
       77 WRK-LOCAL-INSPECAO      PIC X(03) VALUE "Q01".
       77 WRK-LOCAL-ARMAZEM       PIC X(03) VALUE "A01".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-MOV            PIC 9(08) VALUE ZEROS.
       77 WRK-QUANT-TOTAL         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
      *------------- SALDOS NO Q01 (ORDEM DA CHAVE) ------
       01 WRK-QC-TAB.
          05 WRK-QC-ENTRY OCCURS 500 TIMES.
             10 WRK-QC-PECA       PIC 9(05).
             10 WRK-QC-DESC       PIC X(20).
             10 WRK-QC-SALDO      PIC 9(05) COMP.
             10 WRK-QC-RESTO      PIC 9(05) COMP.
             10 WRK-QC-FAIXA-1    PIC 9(05) COMP.
             10 WRK-QC-FAIXA-2    PIC 9(05) COMP.
             10 WRK-QC-FAIXA-3    PIC 9(05) COMP.
             10 WRK-QC-FAIXA-4    PIC 9(05) COMP.
             10 WRK-QC-ANTIGA     PIC 9(08).
       77 WRK-QC-QTD              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QC-SUB              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QC-ACHADO           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PECA-PROCURA        PIC 9(05) VALUE ZEROS.
      *------------- ENTRADAS NO Q01 (ORDEM DO LIVRO) ----
       01 WRK-ENT-TAB.
          05 WRK-ENT-ENTRY OCCURS 3000 TIMES.
             10 WRK-ENT-QC        PIC 9(04) COMP.
             10 WRK-ENT-DATA      PIC 9(08).
             10 WRK-ENT-QUANT     PIC 9(03).
       77 WRK-ENT-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ENT-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QUANT-ALOC          PIC 9(05) COMP VALUE ZEROS.
      *------------- CONTADORES E TOTAIS -----------------
       77 WRK-ACUM-LIDAS          PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-LIBERTADAS     PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-DEVOLVIDAS     PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-EXCECOES       PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ACUM-FORA-TAB       PIC 9(09) COMP VALUE ZEROS.
       77 WRK-TOT-SALDO           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOT-FAIXA-1         PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOT-FAIXA-2         PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOT-FAIXA-3         PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOT-FAIXA-4         PIC 9(07) COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO ----------------
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(40) VALUE
             "STOCK EM INSPECAO DE QUALIDADE (Q01) - ".
          05 WRK-T-DATA           PIC 9(08).
          05 FILLER               PIC X(32) VALUE SPACES.
       01 WRK-LINHA-SEPARADOR     PIC X(80) VALUE ALL "-".
       01 WRK-LINHA-COLUNAS.
          05 FILLER               PIC X(36) VALUE
             "  PECA   DESCRICAO             SALDO".
          05 FILLER               PIC X(44) VALUE
             "  0-7D  8-15D  16-30D  >30D   1A ENTR.".
       01 WRK-LINHA-ITEM.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-I-PECA           PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-I-DESC           PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-SALDO          PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-FAIXA-1        PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-FAIXA-2        PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-FAIXA-3        PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-I-FAIXA-4        PIC ZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-I-ANTIGA         PIC X(08).
          05 FILLER               PIC X(06) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 FILLER               PIC X(23) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE "TOTAL".
          05 WRK-S-SALDO          PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-FAIXA-1        PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-FAIXA-2        PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-FAIXA-3        PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-FAIXA-4        PIC ZZ.ZZ9.
          05 FILLER               PIC X(16) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TEM-INSPRES EQUAL "S"
             PERFORM 0200-PROCESSAR UNTIL WRK-FS-INS EQUAL "10"
             CLOSE INS
             CLOSE DEV
             CLOSE EXC
           END-IF.
           PERFORM 0400-CARREGAR-SALDOS.
           PERFORM 0420-CARREGAR-ENTRADAS.
           PERFORM 0440-CARREGAR-DESCRICOES.
           PERFORM 0460-CALCULAR-ANTIGUIDADE
               VARYING WRK-QC-SUB FROM 1 BY 1
               UNTIL WRK-QC-SUB GREATER THAN WRK-QC-QTD.
           PERFORM 0500-IMPRIMIR-RELATORIO.
           PERFORM 0540-ESTATISTICA.
           PERFORM 0600-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           INITIALIZE WRK-QC-TAB.
           OPEN I-O SLC.
           IF WRK-FS-SLC NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA STKLOC - STATUS " WRK-FS-SLC
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND STK.
           IF WRK-FS-STK NOT EQUAL "00"
             OPEN OUTPUT STK
           END-IF.
           IF WRK-FS-STK NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA STKMOV - STATUS " WRK-FS-STK
             CLOSE SLC
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-REL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA QCREL - STATUS " WRK-FS-REL
             CLOSE SLC
             CLOSE STK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    SEM RESULTADOS DE INSPECAO SO SE EMITE A LISTAGEM
           OPEN INPUT INS.
           IF WRK-FS-INS NOT EQUAL "00"
             DISPLAY "SEM INSPRES - SO LISTAGEM DO Q01"
             GO TO 0100-INICIALIZAR-FIM
           END-IF.
           MOVE "S" TO WRK-TEM-INSPRES.
           OPEN EXTEND DEV.
           IF WRK-FS-DEV NOT EQUAL "00"
             OPEN OUTPUT DEV
           END-IF.
           IF WRK-FS-DEV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEVFORN - STATUS " WRK-FS-DEV
             CLOSE SLC
             CLOSE STK
             CLOSE REL
             CLOSE INS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT EXC.
           READ INS.
           IF WRK-FS-INS EQUAL "10"
             DISPLAY "INSPRES VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-ACUM-LIDAS.
           MOVE SPACES TO WRK-MOTIVO.
           IF INS-QUANT-ACEITE NOT NUMERIC OR
              INS-QUANT-REJEIT NOT NUMERIC
             MOVE "QUANTIDADES INVALIDAS" TO WRK-MOTIVO
           ELSE
             COMPUTE WRK-QUANT-TOTAL =
                     INS-QUANT-ACEITE + INS-QUANT-REJEIT
             IF WRK-QUANT-TOTAL EQUAL ZEROS
               MOVE "QUANTIDADES A ZERO" TO WRK-MOTIVO
             END-IF
           END-IF.
      *    A REJEICAO SEGUE PARA DEVOLUCAO - TEM DE TRAZER A
      *    ORDEM DE ORIGEM E O MOTIVO PARA O TRUTTAVK
           IF WRK-MOTIVO EQUAL SPACES AND
              INS-QUANT-REJEIT GREATER THAN ZEROS
             IF INS-FORNECEDOR NOT NUMERIC OR
                INS-DATA-PEDIDO NOT NUMERIC OR
                INS-DATA-PEDIDO EQUAL ZEROS OR
                INS-MOTIVO EQUAL SPACES
               MOVE "REJEICAO SEM ORDEM/MOTIVO" TO WRK-MOTIVO
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE INS-COD-PECA       TO SLC-COD-PECA
             MOVE WRK-LOCAL-INSPECAO TO SLC-LOCAL
             READ SLC
             IF WRK-FS-SLC NOT EQUAL "00"
               MOVE "SEM SALDO EM INSPECAO" TO WRK-MOTIVO
             ELSE
               IF WRK-QUANT-TOTAL GREATER THAN SLC-QUANT
                 MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO
               END-IF
             END-IF
           END-IF.
           IF WRK-MOTIVO NOT EQUAL SPACES
             PERFORM 0240-REJEITAR
             READ INS
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           IF INS-DATA NUMERIC AND INS-DATA GREATER THAN ZEROS
             MOVE INS-DATA      TO WRK-DATA-MOV
           ELSE
             MOVE WRK-DATA-PROC TO WRK-DATA-MOV
           END-IF.
           IF INS-QUANT-ACEITE GREATER THAN ZEROS
             PERFORM 0220-LIBERTAR
           END-IF.
           IF INS-QUANT-REJEIT GREATER THAN ZEROS
             PERFORM 0230-DEVOLVER
           END-IF.
           READ INS.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  A OPERACAO E UMA SO - ABATE NO Q01, SOMA NO   *
      *  A01 E AS DUAS PERNAS NO LIVRO                 *
      **************************************************
       0220-LIBERTAR                             SECTION.
           SUBTRACT INS-QUANT-ACEITE FROM SLC-QUANT.
           REWRITE REG-STKLOC
             INVALID KEY
               DISPLAY "ERRO NO ABATE " SLC-ID
           END-REWRITE.
           MOVE INS-COD-PECA      TO SLC-COD-PECA.
           MOVE WRK-LOCAL-ARMAZEM TO SLC-LOCAL.
           READ SLC.
           IF WRK-FS-SLC EQUAL "00"
             ADD INS-QUANT-ACEITE TO SLC-QUANT
             REWRITE REG-STKLOC
               INVALID KEY
                 DISPLAY "ERRO NO DESTINO " SLC-ID
             END-REWRITE
           ELSE
             MOVE INS-COD-PECA      TO SLC-COD-PECA
             MOVE WRK-LOCAL-ARMAZEM TO SLC-LOCAL
             MOVE INS-QUANT-ACEITE  TO SLC-QUANT
             WRITE REG-STKLOC
               INVALID KEY
                 DISPLAY "ERRO NO DESTINO " SLC-ID
             END-WRITE
           END-IF.
           MOVE INS-COD-PECA       TO STK-COD-PECA.
           MOVE "S"                TO STK-TIPO.
           MOVE INS-QUANT-ACEITE   TO STK-QUANT.
           MOVE WRK-DATA-MOV       TO STK-DATA.
           MOVE "INSPECAO  "       TO STK-REF.
           MOVE WRK-LOCAL-INSPECAO TO STK-LOCAL.
           WRITE REG-STKMOV.
           MOVE "E"                TO STK-TIPO.
           MOVE WRK-LOCAL-ARMAZEM  TO STK-LOCAL.
           WRITE REG-STKMOV.
           ADD 1 TO WRK-ACUM-LIBERTADAS.
       0220-LIBERTAR-FIM.     EXIT.
      **************************************************
      *  O REJEITADO NAO MEXE NO STOCK AQUI - O        *
      *  TRUTTAVK TIRA-O DO Q01 AO DEVOLVER            *
      **************************************************
       0230-DEVOLVER                             SECTION.
           MOVE INS-COD-PECA       TO DEV-COD-PECA.
           MOVE INS-FORNECEDOR     TO DEV-FORNECEDOR.
           MOVE INS-DATA-PEDIDO    TO DEV-DATA-PEDIDO.
           MOVE INS-QUANT-REJEIT   TO DEV-QUANT.
           MOVE INS-MOTIVO         TO DEV-MOTIVO.
           MOVE WRK-DATA-MOV       TO DEV-DATA.
           MOVE WRK-LOCAL-INSPECAO TO DEV-LOCAL.
           WRITE REG-DEVFORN.
           ADD 1 TO WRK-ACUM-DEVOLVIDAS.
       0230-DEVOLVER-FIM.     EXIT.
      **************************************************
       0240-REJEITAR                             SECTION.
           MOVE SPACES           TO REG-INSEXC.
           MOVE INS-COD-PECA     TO EXC-COD-PECA.
           MOVE INS-FORNECEDOR   TO EXC-FORNECEDOR.
           MOVE INS-QUANT-ACEITE TO EXC-QUANT-ACEITE.
           MOVE INS-QUANT-REJEIT TO EXC-QUANT-REJEIT.
           MOVE WRK-MOTIVO       TO EXC-MOTIVO.
           WRITE REG-INSEXC.
           ADD 1 TO WRK-ACUM-EXCECOES.
       0240-REJEITAR-FIM.     EXIT.
      **************************************************
      *  SALDOS DO Q01 JA COM AS LIBERTACOES DO DIA    *
      **************************************************
       0400-CARREGAR-SALDOS                      SECTION.
           MOVE ZEROS  TO SLC-COD-PECA.
           MOVE SPACES TO SLC-LOCAL.
           MOVE "N"    TO WRK-EOF-SLC.
           START SLC KEY IS GREATER THAN OR EQUAL SLC-ID
             INVALID KEY
               MOVE "S" TO WRK-EOF-SLC
           END-START.
           PERFORM 0410-LER-SALDO UNTIL WRK-EOF-SLC EQUAL "S".
           CLOSE SLC.
       0400-CARREGAR-SALDOS-FIM. EXIT.
      **************************************************
       0410-LER-SALDO                            SECTION.
           READ SLC NEXT RECORD
             AT END
               MOVE "S" TO WRK-EOF-SLC
               GO TO 0410-LER-SALDO-FIM
           END-READ.
           IF SLC-LOCAL NOT EQUAL WRK-LOCAL-INSPECAO OR
              SLC-QUANT EQUAL ZEROS
             GO TO 0410-LER-SALDO-FIM
           END-IF.
           IF WRK-QC-QTD NOT LESS THAN 500
             ADD 1 TO WRK-ACUM-FORA-TAB
             GO TO 0410-LER-SALDO-FIM
           END-IF.
           ADD 1 TO WRK-QC-QTD.
           MOVE SLC-COD-PECA TO WRK-QC-PECA (WRK-QC-QTD).
           MOVE SLC-QUANT    TO WRK-QC-SALDO (WRK-QC-QTD).
       0410-LER-SALDO-FIM.    EXIT.
      **************************************************
      *  ENTRADAS NO Q01 DAS PECAS COM SALDO - O LIVRO *
      *  ESTA POR ORDEM DE GRAVACAO (CRONOLOGICA)      *
      **************************************************
       0420-CARREGAR-ENTRADAS                    SECTION.
           CLOSE STK.
           IF WRK-QC-QTD EQUAL ZEROS
             GO TO 0420-CARREGAR-ENTRADAS-FIM
           END-IF.
           OPEN INPUT STK.
           IF WRK-FS-STK NOT EQUAL "00"
             DISPLAY "ERRO NA LEITURA STKMOV - STATUS " WRK-FS-STK
             GO TO 0420-CARREGAR-ENTRADAS-FIM
           END-IF.
           READ STK.
           PERFORM 0430-LER-ENTRADA UNTIL WRK-FS-STK NOT EQUAL "00".
           CLOSE STK.
       0420-CARREGAR-ENTRADAS-FIM. EXIT.
      **************************************************
       0430-LER-ENTRADA                          SECTION.
           IF STK-TIPO NOT EQUAL "E" OR
              STK-LOCAL NOT EQUAL WRK-LOCAL-INSPECAO
             READ STK
             GO TO 0430-LER-ENTRADA-FIM
           END-IF.
           MOVE STK-COD-PECA TO WRK-PECA-PROCURA.
           PERFORM 0450-PROCURAR-PECA.
           IF WRK-QC-ACHADO GREATER THAN ZEROS AND
              WRK-ENT-QTD LESS THAN 3000
             ADD 1 TO WRK-ENT-QTD
             MOVE WRK-QC-ACHADO TO WRK-ENT-QC (WRK-ENT-QTD)
             MOVE STK-DATA      TO WRK-ENT-DATA (WRK-ENT-QTD)
             MOVE STK-QUANT     TO WRK-ENT-QUANT (WRK-ENT-QTD)
           END-IF.
           READ STK.
       0430-LER-ENTRADA-FIM.  EXIT.
      **************************************************
       0440-CARREGAR-DESCRICOES                  SECTION.
           IF WRK-QC-QTD EQUAL ZEROS
             GO TO 0440-CARREGAR-DESCRICOES-FIM
           END-IF.
           OPEN INPUT API.
           IF WRK-FS-API NOT EQUAL "00"
             GO TO 0440-CARREGAR-DESCRICOES-FIM
           END-IF.
           READ API.
           PERFORM 0445-LER-PECA UNTIL WRK-FS-API NOT EQUAL "00".
           CLOSE API.
       0440-CARREGAR-DESCRICOES-FIM. EXIT.
      **************************************************
       0445-LER-PECA                             SECTION.
           MOVE COD-PECA OF REG-PECA TO WRK-PECA-PROCURA.
           PERFORM 0450-PROCURAR-PECA.
           IF WRK-QC-ACHADO GREATER THAN ZEROS
             MOVE DESC-PECA OF REG-PECA
               TO WRK-QC-DESC (WRK-QC-ACHADO)
           END-IF.
           READ API.
       0445-LER-PECA-FIM.     EXIT.
      **************************************************
       0450-PROCURAR-PECA                        SECTION.
           MOVE ZEROS TO WRK-QC-ACHADO.
           PERFORM VARYING WRK-QC-SUB FROM 1 BY 1
                   UNTIL WRK-QC-SUB GREATER THAN WRK-QC-QTD
                      OR WRK-QC-ACHADO GREATER THAN ZEROS
             IF WRK-QC-PECA (WRK-QC-SUB) EQUAL WRK-PECA-PROCURA
               MOVE WRK-QC-SUB TO WRK-QC-ACHADO
             END-IF
           END-PERFORM.
       0450-PROCURAR-PECA-FIM. EXIT.
      **************************************************
      *  O SALDO E O QUE ENTROU MAIS RECENTEMENTE - VAI *
      *  SE ATRIBUINDO DA ULTIMA ENTRADA PARA TRAS      *
      **************************************************
       0460-CALCULAR-ANTIGUIDADE                 SECTION.
           MOVE WRK-QC-SALDO (WRK-QC-SUB) TO WRK-QC-RESTO (WRK-QC-SUB).
           MOVE WRK-ENT-QTD TO WRK-ENT-SUB.
           PERFORM 0470-ATRIBUIR-ENTRADA
               UNTIL WRK-ENT-SUB EQUAL ZEROS
                  OR WRK-QC-RESTO (WRK-QC-SUB) EQUAL ZEROS.
      *    SALDO SEM ENTRADA NO LIVRO - ANTERIOR AO LIVRO
           ADD WRK-QC-RESTO (WRK-QC-SUB) TO WRK-QC-FAIXA-4 (WRK-QC-SUB).
           ADD WRK-QC-SALDO (WRK-QC-SUB)   TO WRK-TOT-SALDO.
           ADD WRK-QC-FAIXA-1 (WRK-QC-SUB) TO WRK-TOT-FAIXA-1.
           ADD WRK-QC-FAIXA-2 (WRK-QC-SUB) TO WRK-TOT-FAIXA-2.
           ADD WRK-QC-FAIXA-3 (WRK-QC-SUB) TO WRK-TOT-FAIXA-3.
           ADD WRK-QC-FAIXA-4 (WRK-QC-SUB) TO WRK-TOT-FAIXA-4.
       0460-CALCULAR-ANTIGUIDADE-FIM. EXIT.
      **************************************************
       0470-ATRIBUIR-ENTRADA                     SECTION.
           IF WRK-ENT-QC (WRK-ENT-SUB) NOT EQUAL WRK-QC-SUB
             SUBTRACT 1 FROM WRK-ENT-SUB
             GO TO 0470-ATRIBUIR-ENTRADA-FIM
           END-IF.
           IF WRK-ENT-QUANT (WRK-ENT-SUB) LESS THAN
              WRK-QC-RESTO (WRK-QC-SUB)
             MOVE WRK-ENT-QUANT (WRK-ENT-SUB) TO WRK-QUANT-ALOC
           ELSE
             MOVE WRK-QC-RESTO (WRK-QC-SUB)   TO WRK-QUANT-ALOC
           END-IF.
           SUBTRACT WRK-QUANT-ALOC FROM WRK-QC-RESTO (WRK-QC-SUB).
           MOVE WRK-ENT-DATA (WRK-ENT-SUB)
             TO WRK-QC-ANTIGA (WRK-QC-SUB).
           MOVE "D"                        TO WRK-DAT-FUNCAO.
           MOVE WRK-ENT-DATA (WRK-ENT-SUB) TO WRK-DAT-DATA1.
           MOVE WRK-DATA-PROC              TO WRK-DAT-DATA2.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00"
             MOVE 99999 TO WRK-DAT-DIAS
           END-IF.
           EVALUATE TRUE
             WHEN WRK-DAT-DIAS NOT GREATER THAN 7
               ADD WRK-QUANT-ALOC TO WRK-QC-FAIXA-1 (WRK-QC-SUB)
             WHEN WRK-DAT-DIAS NOT GREATER THAN 15
               ADD WRK-QUANT-ALOC TO WRK-QC-FAIXA-2 (WRK-QC-SUB)
             WHEN WRK-DAT-DIAS NOT GREATER THAN 30
               ADD WRK-QUANT-ALOC TO WRK-QC-FAIXA-3 (WRK-QC-SUB)
             WHEN OTHER
               ADD WRK-QUANT-ALOC TO WRK-QC-FAIXA-4 (WRK-QC-SUB)
           END-EVALUATE.
           SUBTRACT 1 FROM WRK-ENT-SUB.
       0470-ATRIBUIR-ENTRADA-FIM. EXIT.
      **************************************************
       0500-IMPRIMIR-RELATORIO                   SECTION.
           MOVE WRK-DATA-PROC TO WRK-T-DATA.
           WRITE REG-QCREL FROM WRK-LINHA-TITULO.
           WRITE REG-QCREL FROM WRK-LINHA-SEPARADOR.
           WRITE REG-QCREL FROM WRK-LINHA-COLUNAS.
           WRITE REG-QCREL FROM WRK-LINHA-SEPARADOR.
           PERFORM 0510-IMPRIMIR-PECA
               VARYING WRK-QC-SUB FROM 1 BY 1
               UNTIL WRK-QC-SUB GREATER THAN WRK-QC-QTD.
           WRITE REG-QCREL FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-TOT-SALDO   TO WRK-S-SALDO.
           MOVE WRK-TOT-FAIXA-1 TO WRK-S-FAIXA-1.
           MOVE WRK-TOT-FAIXA-2 TO WRK-S-FAIXA-2.
           MOVE WRK-TOT-FAIXA-3 TO WRK-S-FAIXA-3.
           MOVE WRK-TOT-FAIXA-4 TO WRK-S-FAIXA-4.
           WRITE REG-QCREL FROM WRK-LINHA-TOTAL.
       0500-IMPRIMIR-RELATORIO-FIM. EXIT.
      **************************************************
       0510-IMPRIMIR-PECA                        SECTION.
           MOVE WRK-QC-PECA (WRK-QC-SUB)    TO WRK-I-PECA.
           MOVE WRK-QC-DESC (WRK-QC-SUB)    TO WRK-I-DESC.
           MOVE WRK-QC-SALDO (WRK-QC-SUB)   TO WRK-I-SALDO.
           MOVE WRK-QC-FAIXA-1 (WRK-QC-SUB) TO WRK-I-FAIXA-1.
           MOVE WRK-QC-FAIXA-2 (WRK-QC-SUB) TO WRK-I-FAIXA-2.
           MOVE WRK-QC-FAIXA-3 (WRK-QC-SUB) TO WRK-I-FAIXA-3.
           MOVE WRK-QC-FAIXA-4 (WRK-QC-SUB) TO WRK-I-FAIXA-4.
           IF WRK-QC-ANTIGA (WRK-QC-SUB) EQUAL ZEROS
             MOVE "SEM DATA"                TO WRK-I-ANTIGA
           ELSE
             MOVE WRK-QC-ANTIGA (WRK-QC-SUB) TO WRK-I-ANTIGA
           END-IF.
           WRITE REG-QCREL FROM WRK-LINHA-ITEM.
       0510-IMPRIMIR-PECA-FIM. EXIT.
      **************************************************
       0540-ESTATISTICA                          SECTION.
           MOVE WRK-ACUM-LIDAS TO WRK-ACUM-IDE.
           DISPLAY "RESULTADOS LIDOS       " WRK-ACUM-IDE.
           MOVE WRK-ACUM-LIBERTADAS TO WRK-ACUM-IDE.
           DISPLAY "LIBERTACOES PARA A01   " WRK-ACUM-IDE.
           MOVE WRK-ACUM-DEVOLVIDAS TO WRK-ACUM-IDE.
           DISPLAY "DEVOLUCOES GERADAS     " WRK-ACUM-IDE.
           MOVE WRK-ACUM-EXCECOES TO WRK-ACUM-IDE.
           DISPLAY "EXCECOES               " WRK-ACUM-IDE.
           MOVE WRK-QC-QTD TO WRK-ACUM-IDE.
           DISPLAY "PECAS EM INSPECAO      " WRK-ACUM-IDE.
           IF WRK-ACUM-FORA-TAB GREATER THAN ZEROS
             MOVE WRK-ACUM-FORA-TAB TO WRK-ACUM-IDE
             DISPLAY "PECAS FORA DA TABELA   " WRK-ACUM-IDE
           END-IF.
       0540-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0600-FINALIZAR                            SECTION.
           CLOSE REL.
       0600-FINALIZAR-FIM.    EXIT.
      **************************************************

      *               FICHEIRO DE ENCOMENDA POR FORNECEDOR, JA          00000060
      *               AGRUPADO E SUBTOTALIZADO, ELIMINANDO A            00000070
      *               SEPARACAO MANUAL POR FORN-PECA                    00000080
      *               AS CHAMADAS DE ACORDO (PECACHM, DO TRUTTAV1)
      *               ENTRAM NO MESMO SORT QUE AS REQUISICOES
      *               APROVADAS, SAEM MARCADAS NO PEDIDO E LEVAM
      *               O PRECO DO ACORDO PARA O ORDSTAT
      *   DATA      : 05/12/2023                                        00000090
      *   EMPRESA   : NATIXIS                                           00000100
      *===================================================              00000110
       FILE-CONTROL.                                                    00000170
           SELECT PCO ASSIGN TO PECACOMP                                00000180
           FILE STATUS IS WRK-FS-PCO.                                   00000190
           SELECT PCH ASSIGN TO PECACHM
           FILE STATUS IS WRK-FS-PCH.
           SELECT SRT ASSIGN TO "SORTWK02".                             00000200
           SELECT PCS ASSIGN TO PECACOMPS                               00000210
           FILE STATUS IS WRK-FS-PCS.                                   00000220
          05 ORD-DATA-PEDIDO      PIC 9(08).                            00000330
          05 ORD-PRIORIDADE       PIC X(01).                            00000340
          05 ORD-VALOR            PIC 9(07)V99.
          05 ORD-PRECO-ACORDO     PIC 9(03)V99.
      *    A CHAMADA DE ACORDO TEM O MESMO LAYOUT DO PECACOMP
       FD PCH
           RECORDING MODE IS F.
       01 REG-CHAMADA             PIC X(33).
       SD SRT.                                                          00000350
      *    O REGISTO DO SORT TEM DE ESPELHAR O PECACOMP
      *    TAL COMO O TRUTTAV1 O GRAVA (COD, FORN, ...)
          05 SD-DATA-PEDIDO       PIC 9(08).                            00000400
          05 SD-PRIORIDADE        PIC X(01).                            00000410
          05 SD-VALOR             PIC 9(07)V99.
          05 SD-PRECO-ACORDO      PIC 9(03)V99.
       FD PCS                                                           00000420
           RECORDING MODE IS F.                                         00000430
       01 REG-ORDER-SORT.                                               00000440
          05 ORS-DATA-PEDIDO      PIC 9(08).                            00000480
          05 ORS-PRIORIDADE       PIC X(01).                            00000490
          05 ORS-VALOR            PIC 9(07)V99.
          05 ORS-PRECO-ACORDO     PIC 9(03)V99.
       FD PORD                                                          00000500
           RECORDING MODE IS F                                          00000510
           RECORD CONTAINS 80 CHARACTERS.                               00000520
          05 FRN-MOEDA            PIC X(03).
          05 FRN-PRAZO-DIAS       PIC 9(03).
          05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
          05 FRN-IBAN             PIC X(25).
          05 FRN-PRAZO-PAG        PIC 9(03).
          05 FRN-STATUS           PIC X(01).
          05 FRN-PAIS             PIC X(02).

       FD OST.
       COPY BOOKOST.
       WORKING-STORAGE                           SECTION.               00000540
       77 WRK-FS-PCO              PIC X(02).                            00000550
       77 WRK-FS-PCS              PIC X(02).                            00000560
       77 WRK-FS-PCH              PIC X(02).
       77 WRK-FS-PORD             PIC X(02).                            00000570
       77 WRK-NOME-FICHEIRO       PIC X(30) VALUE SPACES.               00000580
       77 WRK-FORN-ANT            PIC 9(03) VALUE ZEROS.                00000590
          05 WRK-L-DATA           PIC 9(08).                            00000680
          05 FILLER               PIC X(05) VALUE " PRI:".              00000690
          05 WRK-L-PRIORIDADE     PIC X(01).                            00000700
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-ACORDO         PIC X(06).
          05 FILLER               PIC X(35) VALUE SPACES.
       01 WRK-LINHA-SUBTOT.                                             00000720
          05 FILLER               PIC X(30) VALUE                       00000730
                 "TOTAL FORNECEDOR .............".                      00000740
       PROCEDURE                                 DIVISION.              00000790
       0001-PRINCIPAL                            SECTION.               00000800
           SORT SRT ON ASCENDING KEY SD-FORN-PECA SD-COD-PECA           00000810
               USING PCO PCH
               GIVING PCS.                                              00000830
           IF SORT-RETURN NOT EQUAL 0                                   00000840
             DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN          00000850
           MOVE ORS-QUANT-COMPRA  TO WRK-L-QUANT.                       00001190
           MOVE ORS-DATA-PEDIDO   TO WRK-L-DATA.                        00001200
           MOVE ORS-PRIORIDADE    TO WRK-L-PRIORIDADE.                  00001210
           IF ORS-PRECO-ACORDO GREATER ZERO
             MOVE "ACORDO"        TO WRK-L-ACORDO
           ELSE
             MOVE SPACES          TO WRK-L-ACORDO
           END-IF.
           WRITE REG-PORD FROM WRK-LINHA-DET.                           00001220
           IF WRK-TEM-ORDSTAT EQUAL "S"
             PERFORM 0230-REGISTAR-ORDSTAT
           MOVE ZEROS             TO OST-QUANT-RECEBIDA.
           MOVE "A"               TO OST-STATUS.
           MOVE ORS-DATA-PEDIDO   TO OST-DATA-STATUS.
           MOVE ORS-PRECO-ACORDO  TO OST-PRECO-ACORDO.
           WRITE REG-ORDSTAT
             INVALID KEY
               CONTINUE

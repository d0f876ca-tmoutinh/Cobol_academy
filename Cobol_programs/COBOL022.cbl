      *               E EXTRAI AS FATURAS VENCIDAS PARA A
      *               COBRANCA (FATVENC) - PASSAMOS A SABER
      *               QUANTO NOS DEVEM DE FRETE
      *               ESTADOS DO ITEM: A-ABERTA  P-PAGA
      *               N-ANULADA POR NOTA DE CREDITO E
      *               C-CREDITO POR APLICAR (VER COBOL024) -
      *               SO O A ENVELHECE; A FATURA CORRIGIDA
      *               CHEGA PELO FATREGC, JUNTO COM O FATREG
      *               O RECEBIMENTO SOBRE ITEM N OU C NAO SE
      *               APLICA - SAI NA LISTAGEM DE REJEITADOS
      *               PARA A TESOURARIA O IMPUTAR A MAO
      *   DATA      : 01/09/2026
      *   EMPRESA   : NATIXIS
      *===================================================
       77 WRK-CONTADOR-NOVAS      PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-PAGAS      PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-VENCIDAS   PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-REJEITADOS PIC 9(07) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC ZZZZ.ZZZ.ZZ9,99.
      *------------- LINHA DO ENVELHECIMENTO -------------
       0200-CARREGAR-FATURAS-FIM.  EXIT.
      **************************************************
      *  O RECEBIMENTO ACUMULA NO PAGO - A FATURA SO   *
      *  FECHA QUANDO O PAGO COBRE O TOTAL - ITEM      *
      *  ANULADO (N) OU CREDITO (C) NAO RECEBE         *
      **************************************************
       0220-APLICAR-PAGAMENTOS                   SECTION.
           MOVE PAG-NUMERO TO ABE-NUMERO.
           READ ABE.
           IF WRK-FS-FATABER NOT EQUAL "00"
             DISPLAY "RECEBIMENTO SEM FATURA " PAG-NUMERO
             ADD 1 TO WRK-CONTADOR-REJEITADOS
           ELSE
             IF ABE-STATUS EQUAL "N" OR ABE-STATUS EQUAL "C"
               DISPLAY "RECEBIMENTO REJEITADO - ITEM "
                       ABE-NUMERO " ESTADO " ABE-STATUS
                       " VALOR " PAG-VALOR " DATA " PAG-DATA
               ADD 1 TO WRK-CONTADOR-REJEITADOS
               READ PAG
               GO TO 0220-APLICAR-PAGAMENTOS-FIM
             END-IF
             ADD PAG-VALOR TO ABE-PAGO
             IF ABE-PAGO NOT LESS THAN ABE-TOTAL
               MOVE "P" TO ABE-STATUS
           DISPLAY "FATURAS LIQUIDADAS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-VENCIDAS TO WRK-CONTADOR-IDE.
           DISPLAY "FATURAS PARA COBRANCA. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REJEITADOS TO WRK-CONTADOR-IDE.
           DISPLAY "RECEBIM. REJEITADOS... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-ABERTO        TO WRK-TOTAL-IDE.
           DISPLAY "TOTAL EM ABERTO....... " WRK-TOTAL-IDE.
       0210-ESTATISTICA-FIM.  EXIT.

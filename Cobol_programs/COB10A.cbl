      *              MATRICULAS POR PAGAR (NAOPAGOS, NO
      *              LAYOUT DO CANCELIN PARA PODER ALIMENTAR
      *              O CANCELAMENTO DO COB07A ANTES DO
      *              ARRANQUE DA TURMA); RECIBO SOBRE PROPINA
      *              JA REEMBOLSADA (ESTADO R) NAO SE APLICA -
      *              FICA NA LISTAGEM PARA DEVOLUCAO
      *   DATA: 01/09/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
       77 WRK-ACUM-BANCARIOS      PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LIQUIDADAS     PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-POR-PAGAR      PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-REEMBOLSADOS   PIC 9(06) VALUE ZEROS.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           READ PRP.
           IF WRK-FS-PROPINAS NOT EQUAL "00"
              DISPLAY "RECIBO SEM PROPINA " REC-ALUNO " " REC-CURSO
              READ REC
              GO TO 0200-APLICAR-RECIBOS-FIM
           END-IF.
           IF PRP-ESTADO EQUAL "R"
              DISPLAY "RECIBO DE PROPINA REEMBOLSADA " REC-ALUNO
                      " " REC-CURSO " VALOR " REC-VALOR
              ADD 1 TO WRK-ACUM-REEMBOLSADOS
           ELSE
              ADD REC-VALOR TO PRP-PAGO
              IF PRP-PAGO NOT LESS THAN PRP-VALOR
           DISPLAY "CREDITOS BANCARIOS   : " WRK-ACUM-BANCARIOS.
           DISPLAY "PROPINAS LIQUIDADAS  : " WRK-ACUM-LIQUIDADAS.
           DISPLAY "MATRICULAS POR PAGAR : " WRK-ACUM-POR-PAGAR.
           DISPLAY "RECIBOS REEMBOLSADOS : " WRK-ACUM-REEMBOLSADOS.
       0260-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

      *            DATA EFETIVA E A ORIGEM, COM RELATORIO DE
      *            AUMENTOS - ACABA COM A DIGITACAO DE
      *            CENTENAS DE ALTERACOES EM JANEIRO
      *            O HISTORICO GUARDA TAMBEM A DATA DE REGISTO
      *            (DATAREG) - OS MESES ENTRE A DATA EFETIVA E
      *            O REGISTO JA FORAM PAGOS COM O SALARIO
      *            ANTIGO E O TR00PTTT CALCULA OS RETROATIVOS
      *  DATA: 21/08/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
      *    TODA A ALTERACAO DE SALARIO FICA NO HISTORICO
           EXEC SQL
             INSERT INTO TRUTT.SALHIST
                    (IDFUN,SALANT,SALNOVO,DATAEFET,ORIGEM,
                     DATAREG)
             VALUES (:DB2-IDFUN,
                     :WRK-SAL-ANTIGO,
                     :WRK-SAL-NOVO,
                     :WRK-DATA-EFETIVA,
                     'TR00PTT9',
                     CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO WRK-SQLCODE

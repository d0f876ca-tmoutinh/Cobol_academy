      *            ELA EMITE O PAGAMENTO PARA O CIRCUITO
      *            EXTERNO (EXTPAG) - ACABA O SALARIO FALHADO
      *            POR PASSO MANUAL ESQUECIDO
      *            A DATA DE ADMISSAO (DATAADM) FICA NA LINHA
      *            PARA O PRORATEIO DOS SUBSIDIOS (TR00PTT8) E
      *            OS SUBSIDIOS NASCEM PAGOS POR INTEIRO
      *            (DUODECIMOS = N, VER TR00PTTR)
      *  DATA: 01/09/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD XRF
           RECORDING MODE IS F
           EXEC SQL
             INSERT INTO TRUTT.FUNC
                    (IDFUN,NOMEFUN,RUAFUN,CIDADEFUN,
                     CODPOSTALFUN,SALFUN,DEPFUN,
                     DATAADM,DUODECIMOS)
             VALUES (:DB2-IDFUN,
                     :DB2-NOMEFUN,
                     :DB2-RUAFUN,
                     :DB2-CIDADEFUN,
                     :DB2-CODPOSTALFUN,
                     :DB2-SALFUN,
                     :DB2-DEPFUN,
                     CURRENT DATE,
                     'N')
           END-EXEC.
           IF SQLCODE EQUAL 0
             EXEC SQL COMMIT END-EXEC

       IDENTIFICATION                         DIVISION.
       PROGRAM-ID. TR00PTTR.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: OPCAO DE SUBSIDIOS EM DUODECIMOS - REGISTA
      *            NO TRUTT.FUNC (DUODECIMOS) A ESCOLHA DO
      *            FUNCIONARIO: S = RECEBE OS SUBSIDIOS DE
      *            FERIAS E NATAL EM DOZE AVOS COM O SALARIO
      *            MENSAL, N = RECEBE-OS POR INTEIRO NAS
      *            CORRIDAS DE JUNHO E NOVEMBRO (TR00PTT8)
      *  DATA: 15/10/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA                                   DIVISION.
       WORKING-STORAGE                         SECTION.
           EXEC SQL
             INCLUDE "BOOKFUNC"
           END-EXEC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 WRK-SQLCODE       PIC -999       VALUE ZEROS.
       77 WRK-INDICA-NULO   PIC S9(04)     COMP.
       77 WRK-OPCAO         PIC X(01)      VALUE SPACES.
       77 WRK-OPCAO-EXIST   PIC X(01)      VALUE SPACES.
       77 WRK-NULO-OPCAO    PIC S9(04)     COMP.
       77 WRK-DATAFIM-EXIST PIC X(10)      VALUE SPACES.
       77 WRK-NULO-DATAFIM  PIC S9(04)     COMP.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-REGISTAR-OPCAO.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-PRINCIPAL-FIM.   EXIT.
      ***************************************************
      *  SYSIN: IDFUN E OPCAO (S OU N)                 *
      ***************************************************
       0100-INICIALIZAR                        SECTION.
           ACCEPT DB2-IDFUN.
           ACCEPT WRK-OPCAO.
           IF WRK-OPCAO NOT EQUAL "S" AND WRK-OPCAO NOT EQUAL "N"
             DISPLAY "OPCAO INVALIDA " WRK-OPCAO " - USE S OU N"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
       0200-REGISTAR-OPCAO                     SECTION.
           EXEC SQL
             SELECT IDFUN,NOMEFUN,DATAFIM,DUODECIMOS
             INTO :DB2-IDFUN,
                  :DB2-NOMEFUN,
                  :WRK-DATAFIM-EXIST :WRK-NULO-DATAFIM,
                  :WRK-OPCAO-EXIST :WRK-NULO-OPCAO
             FROM TRUTT.FUNC
             WHERE IDFUN=:DB2-IDFUN
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                 CONTINUE
               WHEN 100
                 DISPLAY "FUNCIONARIO INEXISTENTE " DB2-IDFUN
                 MOVE 4 TO RETURN-CODE
                 GO TO 0200-REGISTAR-OPCAO-FIM
               WHEN OTHER
                 MOVE SQLCODE TO WRK-SQLCODE
                 DISPLAY "ERRO SQLCODE" WRK-SQLCODE
                 MOVE 8 TO RETURN-CODE
                 GO TO 0200-REGISTAR-OPCAO-FIM
           END-EVALUATE.
           IF WRK-NULO-DATAFIM NOT EQUAL -1
             DISPLAY "CONTRATO CESSADO EM " WRK-DATAFIM-EXIST
             MOVE 4 TO RETURN-CODE
             GO TO 0200-REGISTAR-OPCAO-FIM
           END-IF.
           IF WRK-NULO-OPCAO EQUAL -1
             MOVE "N" TO WRK-OPCAO-EXIST
           END-IF.
           IF WRK-OPCAO-EXIST EQUAL WRK-OPCAO
             DISPLAY "OPCAO JA REGISTADA " DB2-IDFUN " " WRK-OPCAO
             GO TO 0200-REGISTAR-OPCAO-FIM
           END-IF.
           EXEC SQL
             UPDATE TRUTT.FUNC
             SET DUODECIMOS = :WRK-OPCAO
             WHERE IDFUN = :DB2-IDFUN
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO WRK-SQLCODE
             DISPLAY "ERRO SQLCODE" WRK-SQLCODE
             MOVE 8 TO RETURN-CODE
             GO TO 0200-REGISTAR-OPCAO-FIM
           END-IF.
           EXEC SQL COMMIT END-EXEC.
           DISPLAY "FUNCIONARIO " DB2-IDFUN " " DB2-NOMEFUN
                   " DUODECIMOS " WRK-OPCAO.
       0200-REGISTAR-OPCAO-FIM. EXIT.
      ***************************************************
       0300-FINALIZAR                          SECTION.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************

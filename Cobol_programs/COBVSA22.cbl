      *  OBJETIVO: MANUTENCAO DO CADASTRO DE OPERADORES
      *            (OPERMST KSDS) - UTILIZADOR, NOME E NIVEL
      *            DE PERMISSAO: C-CONSULTA A-ATUALIZACAO
      *            T-TOTAL (INCLUI EXCLUSOES) - E O NUMERO DE
      *            FUNCIONARIO (IDFUN DO TRUTT.FUNC) DO
      *            OPERADOR, ZERO SE NAO FOR DO QUADRO, QUE O
      *            CONTROLO DE CONFLITO DE INTERESSES (TR00PTTQ)
      *            USA PARA LIGAR O OPERADOR AS SUAS CONTAS
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
          05 OPE-USERID           PIC X(08).
          05 OPE-NOME             PIC X(30).
          05 OPE-NIVEL            PIC X(01).
          05 OPE-IDFUN            PIC 9(05).

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-OPERMST.
          05 WRK-OPE-USERID       PIC X(08) VALUE SPACES.
          05 WRK-OPE-NOME         PIC X(30) VALUE SPACES.
          05 WRK-OPE-NIVEL        PIC X(01) VALUE "C".
          05 WRK-OPE-IDFUN        PIC 9(05) VALUE ZEROS.
       77 WRK-FS-OPERMST          PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
           IF WRK-FS-OPERMST EQUAL "00"
             MOVE WRK-OPE-NOME  TO OPE-NOME
             MOVE WRK-OPE-NIVEL TO OPE-NIVEL
             MOVE WRK-OPE-IDFUN TO OPE-IDFUN
             REWRITE REG-OPERMST
               INVALID KEY
                 DISPLAY "ERRO NA ATUALIZACAO " OPE-USERID
           DISPLAY "UTILIZADOR " OPE-USERID.
           DISPLAY "NOME       " OPE-NOME.
           DISPLAY "NIVEL      " OPE-NIVEL.
           DISPLAY "IDFUN      " OPE-IDFUN.
       0260-MOSTRAR-OPERADOR-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DO CADASTRO DE AGENCIAS
      *            (AGENMST KSDS) - CODIGO, NOME, REGIAO E
      *            INDICADOR ABERTA/FECHADA, CODIGO DE ROTA DA
      *            DISTRIBUICAO DOS RELATORIOS E, NA AGENCIA
      *            FECHADA, A AGENCIA QUE A ABSORVEU (PARA
      *            ONDE O COBARQ54 ENCAMINHA OS RELATORIOS)
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
          05 AGE-NOME             PIC X(25).
          05 AGE-REGIAO           PIC X(10).
          05 AGE-ESTADO           PIC X(01).
          05 AGE-ROTA             PIC X(08).
          05 AGE-ABSORVIDA        PIC X(04).

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-AGENMST.
          05 WRK-AGE-NOME         PIC X(25) VALUE SPACES.
          05 WRK-AGE-REGIAO       PIC X(10) VALUE SPACES.
          05 WRK-AGE-ESTADO       PIC X(01) VALUE "A".
          05 WRK-AGE-ROTA         PIC X(08) VALUE SPACES.
          05 WRK-AGE-ABSORVIDA    PIC X(04) VALUE SPACES.
       77 WRK-FS-AGENMST          PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
             MOVE WRK-AGE-NOME      TO AGE-NOME
             MOVE WRK-AGE-REGIAO    TO AGE-REGIAO
             MOVE WRK-AGE-ESTADO    TO AGE-ESTADO
             MOVE WRK-AGE-ROTA      TO AGE-ROTA
             MOVE WRK-AGE-ABSORVIDA TO AGE-ABSORVIDA
             REWRITE REG-AGENMST
               INVALID KEY
                 DISPLAY "ERRO NA ATUALIZACAO " AGE-CODIGO
           DISPLAY "NOME    " AGE-NOME.
           DISPLAY "REGIAO  " AGE-REGIAO.
           DISPLAY "ESTADO  " AGE-ESTADO.
           DISPLAY "ROTA    " AGE-ROTA.
           IF AGE-ABSORVIDA NOT EQUAL SPACES
             DISPLAY "ABSORVIDA PELA AGENCIA " AGE-ABSORVIDA
           END-IF.
       0260-MOSTRAR-AGENCIA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.

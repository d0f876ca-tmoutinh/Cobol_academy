      *            DIFERENCAS SAEM NO FICHEIRO DE EXCECOES
      *            CAIXADIF E O BALANCO DO DIA POR OPERADOR E
      *            AGENCIA SAI NO RELATORIO CAIXAREL
      *            NA ENTRADA/SAIDA POR CONTA DE UM CLIENTE O
      *            MOVIMENTO TRAZ A CONTA (CXM-CHAVE), QUE O
      *            CONTROLO DE CONFLITO DE INTERESSES (TR00PTTQ)
      *            CRUZA COM O OPERADOR
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
       FILE                                      SECTION.
       FD CXM
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 REG-CAIXAMOV.
          05 CXM-USERID           PIC X(08).
          05 CXM-AGENCIA          PIC X(04).
          05 CXM-TIPO             PIC X(01).
          05 CXM-VALOR            PIC 9(08)V99.
          05 CXM-DATA             PIC 9(08).
          05 CXM-CHAVE            PIC X(09).

       FD OPE.
       01 REG-OPERMST.
          05 OPE-USERID           PIC X(08).
          05 OPE-NOME             PIC X(30).
          05 OPE-NIVEL            PIC X(01).
          05 OPE-IDFUN            PIC 9(05).

       FD REL
           RECORDING MODE IS F

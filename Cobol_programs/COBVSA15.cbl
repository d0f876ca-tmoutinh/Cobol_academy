      *            FORMADA, INEXISTENTE NO ARQCLI, MOEDA COM
      *            CAMBIO CONHECIDO) E CRIA NO MESMO PASSO O
      *            REGISTO ARQCLI E O REGISTO CLIENTES - AS
      *            DUAS BASES NASCEM SINCRONIZADAS - A CONTA
      *            NASCE NO PRODUTO DA PROPOSTA (EM BRANCO E A
      *            CONTA A ORDEM), QUE TEM DE EXISTIR ATIVO NO
      *            CATALOGO (PRODUTOS)
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * ARQCLI      I-O         -----
      * CLIENTES    EXTEND      -----
      * CAMBIOS     INPUT       -----
      * PRODUTOS    INPUT       BOOKPRD
      * PROPACE     OUTPUT      -----
      * PROPREJ     OUTPUT      -----
      *==================================================
           RECORD KEY    IS AGE-CODIGO
           FILE STATUS   IS WRK-FS-AGENMST.

           SELECT PRD ASSIGN TO PRODUTOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WRK-FS-PRODUTOS.

           SELECT ACE ASSIGN TO PROPACE
           FILE STATUS IS WRK-FS-PROPACE.

       FILE                                      SECTION.
       FD PRO
           RECORDING MODE IS F
           RECORD CONTAINS 54 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-PROPOSTA.
          05 PRO-AGENCIA          PIC X(04).
          05 PRO-DEPOSITO         PIC 9(06)V99.
          05 PRO-MOEDA            PIC X(03).
          05 PRO-NIVEL            PIC X(01).
          05 PRO-PRODUTO          PIC X(03).
       01 REG-PROPOSTA-R REDEFINES REG-PROPOSTA.
          05 PRO-AGENCIA-NUM      PIC 9(04).
          05 PRO-CONTA-NUM        PIC 9(05).
          05 FILLER               PIC X(45).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CLS
           RECORDING MODE IS F
          05 AGE-NOME             PIC X(25).
          05 AGE-REGIAO           PIC X(10).
          05 AGE-ESTADO           PIC X(01).
          05 AGE-ROTA             PIC X(08).
          05 AGE-ABSORVIDA        PIC X(04).

       FD PRD.
       COPY BOOKPRD.

       FD ACE
           RECORDING MODE IS F.
          05 ACE-DEPOSITO         PIC 9(06)V99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 ACE-MOEDA            PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 ACE-PRODUTO          PIC X(03).

       FD REJ
           RECORDING MODE IS F.
       77 WRK-TEM-CAMBIOS         PIC X(01) VALUE "N".
       77 WRK-FS-AGENMST          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-AGENMST         PIC X(01) VALUE "N".
       77 WRK-FS-PRODUTOS         PIC X(02) VALUE ZEROS.
       77 WRK-PRODUTO-OMISSAO     PIC X(03) VALUE "DOR".
       77 WRK-PRODUTO             PIC X(03) VALUE SPACES.
       01 WRK-DIGITO-AREA.
          05 WRK-DIG-FUNCAO       PIC X(01).
          05 WRK-DIG-CHAVE        PIC X(09).
             DISPLAY "AGENMST INDISPONIVEL - STATUS " WRK-FS-AGENMST
             DISPLAY "ABERTURA SEM VALIDACAO DE AGENCIA"
           END-IF.
           OPEN INPUT PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PRODUTOS - STATUS "
                     WRK-FS-PRODUTOS
             GOBACK
           END-IF.
           OPEN OUTPUT ACE.
           OPEN OUTPUT REJ.
           READ PRO.
               GO TO 0220-VALIDAR-FIM
             END-IF
           END-IF.
           MOVE PRO-PRODUTO TO WRK-PRODUTO.
           IF WRK-PRODUTO EQUAL SPACES
             MOVE WRK-PRODUTO-OMISSAO TO WRK-PRODUTO
           END-IF.
           MOVE WRK-PRODUTO TO PRD-CODIGO.
           READ PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00"
             MOVE "PRODUTO INEXISTENTE"     TO WRK-MOTIVO
             GO TO 0220-VALIDAR-FIM
           END-IF.
           IF PRD-ESTADO NOT EQUAL "A"
             MOVE "PRODUTO INATIVO"         TO WRK-MOTIVO
             GO TO 0220-VALIDAR-FIM
           END-IF.
           MOVE PRO-AGENCIA TO REG-ARQCLI-CHAVE(01:04).
           MOVE PRO-CONTA   TO REG-ARQCLI-CHAVE(05:05).
           READ AQL.
           MOVE PRO-MOEDA        TO REG-ARQCLI-MOEDA.
           MOVE "A"              TO REG-ARQCLI-STATUS.
           MOVE WRK-DATA-PROC    TO REG-ARQCLI-ULT-MOVTO.
           MOVE WRK-PRODUTO      TO REG-ARQCLI-PRODUTO.
           WRITE REG-ARQCLI
             INVALID KEY
               MOVE "CHAVE JA EXISTE" TO WRK-MOTIVO
             MOVE PRO-NOME         TO ACE-NOME
             MOVE PRO-DEPOSITO     TO ACE-DEPOSITO
             MOVE PRO-MOEDA        TO ACE-MOEDA
             MOVE WRK-PRODUTO      TO ACE-PRODUTO
             WRITE REG-PROPACE
             ADD 1                 TO WRK-CONTADOR-ACEITES
           END-IF.
           IF WRK-TEM-AGENMST EQUAL "S"
             CLOSE AGM
           END-IF.
           CLOSE PRD.
           CLOSE ACE.
           CLOSE REJ.
           GOBACK.

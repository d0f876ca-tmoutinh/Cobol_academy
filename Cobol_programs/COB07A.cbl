      *              (ESPERANEW, QUE A JCL RENOMEIA) - ACABA
      *              A LISTA DE ESPERA EM PAPEL E A PROMOCAO
      *              FORA DE ORDEM
      *              ANTES DE PROMOVER CONFERE AS PRECEDENCIAS
      *              DO CURSO (PREREQ, COMO NO COB04A) - QUEM
      *              NAO AS CUMPRE SAI DA LISTA, VAI PARA O
      *              PRQREL DOS COORDENADORES E O LUGAR PASSA
      *              AO SEGUINTE
      *              REEMBOLSO: A MATRICULA CANCELADA COM
      *              PROPINA PAGA (PROPINAS, VER COB10A) E
      *              REEMBOLSADA PELA POLITICA DO POLREEMB
      *              (TOTAL ATE N DIAS ANTES DO INICIO, A
      *              PERCENTAGEM PARCIAL ATE M DIAS, NADA
      *              DEPOIS) - O INICIO E A PRIMEIRA SESSAO
      *              DO SESSOES (CURSO SEM SESSOES AINDA NAO
      *              COMECOU); O REEMBOLSO FICA NO REEMBREG E
      *              O ITEM DO PROPINAS PASSA A R; PAGA-SE A
      *              DEBITO DA CONTA DA ESCOLA (SYSIN) PARA O
      *              IBAN DO ALUNO NO ALUIBAN - DO NOSSO
      *              BANCO COMO CREDITO NA CONTA (MOVREEMB
      *              PARA A POSTAGEM), DE OUTRO BANCO PELO
      *              TRFPED (COBVSA48); SEM IBAN FICA
      *              PENDENTE PARA A SECRETARIA - O ALUNO
      *              RECEBE A CARTA RMB (NOTIFREQ) E O GL O
      *              EVENTO PROPREEM
      *   DATA: 01/09/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
           FILE STATUS IS WRK-FS-ESPERANEW.
           SELECT NTF ASSIGN TO NOTIFREQ
           FILE STATUS IS WRK-FS-NOTIFREQ.
           SELECT PRQ ASSIGN TO PREREQ
           FILE STATUS IS WRK-FS-PREREQ.
           SELECT SKL ASSIGN TO FUNSKILL
           FILE STATUS IS WRK-FS-FUNSKILL.
           SELECT PRR ASSIGN TO PRQREL
           FILE STATUS IS WRK-FS-PRQREL.
           SELECT PRP ASSIGN TO PROPINAS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PRP-ID
           FILE STATUS   IS WRK-FS-PROPINAS.
           SELECT POL ASSIGN TO POLREEMB
           FILE STATUS IS WRK-FS-POLREEMB.
           SELECT SES ASSIGN TO SESSOES
           FILE STATUS IS WRK-FS-SESSOES.
           SELECT AIB ASSIGN TO ALUIBAN
           FILE STATUS IS WRK-FS-ALUIBAN.
           SELECT RMB ASSIGN TO REEMBREG
           FILE STATUS IS WRK-FS-REEMBREG.
           SELECT MVR ASSIGN TO MOVREEMB
           FILE STATUS IS WRK-FS-MOVREEMB.
           SELECT PED ASSIGN TO TRFPED
           FILE STATUS IS WRK-FS-TRFPED.
           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-GLEVENT.
      *
       DATA                                      DIVISION.
       FILE                                      SECTION.
          05 NTF-DATA             PIC 9(08).
          05 NTF-TEXTO            PIC X(30).

       FD PRQ
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       COPY BOOKPRQ.

       FD SKL
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
       01 REG-FUNSKILL.
          05 SKL-IDFUN             PIC 9(05).
          05 SKL-CURSO             PIC X(04).
          05 SKL-NOTA              PIC 9(02).
          05 SKL-DATA              PIC 9(08).

       FD PRR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-PRQREL               PIC X(80).

       FD PRP.
       01 REG-PROPINAS.
          05 PRP-ID.
             10 PRP-ALUNO          PIC 9(06).
             10 PRP-CURSO          PIC X(04).
          05 PRP-VALOR             PIC 9(05)V99.
          05 PRP-PAGO              PIC 9(05)V99.
          05 PRP-DATA              PIC 9(08).
          05 PRP-ESTADO            PIC X(01).

      *    CURSO EM BRANCO E A POLITICA POR OMISSAO
       FD POL
           RECORDING MODE IS F
           RECORD CONTAINS 13 CHARACTERS.
       01 REG-POLREEMB.
          05 POL-CURSO             PIC X(04).
          05 POL-DIAS-TOTAL        PIC 9(03).
          05 POL-DIAS-PARCIAL      PIC 9(03).
          05 POL-PCT-PARCIAL       PIC 9(03).

       FD SES
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       COPY BOOKSES.

       FD AIB
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.
       COPY BOOKAIB.

       FD RMB
           RECORDING MODE IS F
           RECORD CONTAINS 94 CHARACTERS.
       COPY BOOKRMB.

       FD MVR
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       COPY BOOKMOV.

       FD PED
           RECORDING MODE IS F
           RECORD CONTAINS 72 CHARACTERS.
       01 REG-TRFPED.
          05 PED-CHAVE            PIC X(09).
          05 PED-IBAN-DEST        PIC X(25).
          05 PED-VALOR            PIC 9(08)V99.
          05 PED-DATA             PIC 9(08).
          05 PED-REFER            PIC X(20).

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-CANCELIN         PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATRICUL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESPERANEW        PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTIFREQ         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-NOTIFREQ        PIC X(01) VALUE "N".
       77 WRK-FS-PREREQ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FUNSKILL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRQREL           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-PREREQ          PIC X(01) VALUE "N".
       77 WRK-TEM-FUNSKILL        PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-CANCELADA           PIC X(01) VALUE "N".
       77 WRK-FS-PROPINAS         PIC X(02) VALUE ZEROS.
       77 WRK-FS-POLREEMB         PIC X(02) VALUE ZEROS.
       77 WRK-FS-SESSOES          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALUIBAN          PIC X(02) VALUE ZEROS.
       77 WRK-FS-REEMBREG         PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVREEMB         PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRFPED           PIC X(02) VALUE ZEROS.
       77 WRK-FS-GLEVENT          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-PROPINAS        PIC X(01) VALUE "N".
       77 WRK-TEM-POLREEMB        PIC X(01) VALUE "N".
       77 WRK-TEM-SESSOES         PIC X(01) VALUE "N".
       77 WRK-TEM-ALUIBAN         PIC X(01) VALUE "N".
       77 WRK-TEM-GLEVENT         PIC X(01) VALUE "N".
       77 WRK-CHAVE-ESCOLA        PIC X(09) VALUE SPACES.
      *-------------------------------------------------*
      *  LISTA DE ESPERA EM MEMORIA (ORDEM DO FICHEIRO) *
      *-------------------------------------------------*
       77 WRK-ACUM-CANCEL         PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-PROMOVIDOS     PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-MATR       PIC 9(06) VALUE ZEROS.
      *-------------------------------------------------*
      *  MATRICULAS CONCLUIDAS (PARA AS PRECEDENCIAS)   *
      *-------------------------------------------------*
       01 WRK-MATR-TAB.
          05 WRK-MATR-ENTRY OCCURS 500 TIMES.
             10 WRK-MTR-ALUNO      PIC 9(06).
             10 WRK-MTR-CURSO      PIC X(04).
             10 WRK-MTR-NOTA       PIC 9(02).
             10 WRK-MTR-ESTADO     PIC X(01).
       77 WRK-MATR-QTD             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MATR-SUB             PIC 9(03) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *  PRECEDENCIAS E COMPETENCIAS DOS FUNCIONARIOS   *
      *-------------------------------------------------*
       01 WRK-PRQ-TAB.
          05 WRK-PRQ-ENTRY OCCURS 100 TIMES.
             10 WRK-PRQ-CURSO      PIC X(04).
             10 WRK-PRQ-REQ        PIC X(04).
             10 WRK-PRQ-MIN        PIC 9(02).
       77 WRK-PRQ-QTD              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRQ-SUB              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRQ-USO              PIC 9(03) COMP VALUE ZEROS.
       01 WRK-SKL-TAB.
          05 WRK-SKL-ENTRY OCCURS 500 TIMES.
             10 WRK-SKL-IDFUN      PIC 9(05).
             10 WRK-SKL-CURSO      PIC X(04).
             10 WRK-SKL-NOTA       PIC 9(02).
       77 WRK-SKL-QTD              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SKL-SUB              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRQ-ALUNO            PIC 9(06) VALUE ZEROS.
       77 WRK-PRQ-IDFUN            PIC 9(05) VALUE ZEROS.
       77 WRK-PRQ-PEDIDO           PIC X(04) VALUE SPACES.
       77 WRK-PRQ-FALHA            PIC X(01) VALUE "N".
       77 WRK-PRQ-FEITO            PIC X(01) VALUE "N".
       77 WRK-PRQ-MELHOR           PIC 9(02) VALUE ZEROS.
       77 WRK-ACUM-SEM-PREREQ      PIC 9(06) VALUE ZEROS.
      *-------------------------------------------------*
      *  LINHA DO PRQREL (RECUSA POR PRECEDENCIA)       *
      *-------------------------------------------------*
       01 WRK-LINHA-PRQ.
          05 WRK-LP-CURSO          PIC X(04).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WRK-LP-ALUNO          PIC 9(06).
          05 FILLER                PIC X(07) VALUE " EXIGE ".
          05 WRK-LP-REQ            PIC X(04).
          05 FILLER                PIC X(11) VALUE " NOTA MIN. ".
          05 WRK-LP-MIN            PIC Z9.
          05 FILLER                PIC X(09) VALUE " OBTIDA: ".
          05 WRK-LP-OBTIDA         PIC X(09).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WRK-LP-ORIGEM         PIC X(08).
          05 FILLER                PIC X(01) VALUE SPACE.
          05 WRK-LP-DATA           PIC 9(08).
          05 FILLER                PIC X(09) VALUE SPACES.
       77 WRK-LP-NOTA              PIC Z9.
      *-------------------------------------------------*
      *  POLITICA DE REEMBOLSO E INICIO DOS CURSOS      *
      *-------------------------------------------------*
       01 WRK-POL-TAB.
          05 WRK-POL-ENTRY OCCURS 50 TIMES.
             10 WRK-POL-CURSO      PIC X(04).
             10 WRK-POL-DIAS-TOTAL PIC 9(03).
             10 WRK-POL-DIAS-PARC  PIC 9(03).
             10 WRK-POL-PCT-PARC   PIC 9(03).
       77 WRK-POL-QTD              PIC 9(02) COMP VALUE ZEROS.
       77 WRK-POL-SUB              PIC 9(02) COMP VALUE ZEROS.
       77 WRK-POL-USO              PIC 9(02) COMP VALUE ZEROS.
       01 WRK-INI-TAB.
          05 WRK-INI-ENTRY OCCURS 500 TIMES.
             10 WRK-INI-CURSO      PIC X(04).
             10 WRK-INI-DATA       PIC 9(08).
       77 WRK-INI-QTD              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-INI-SUB              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-INI-USO              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-INI-CHEIA            PIC X(01) VALUE "N".
      *-------------------------------------------------*
      *  IBAN DOS ALUNOS PARA O PAGAMENTO               *
      *-------------------------------------------------*
       01 WRK-AIB-TAB.
          05 WRK-AIB-ENTRY OCCURS 500 TIMES.
             10 WRK-AIB-ALUNO      PIC 9(06).
             10 WRK-AIB-IBAN       PIC X(25).
       77 WRK-AIB-QTD              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AIB-SUB              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-AIB-USO              PIC 9(03) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *  AREAS DAS ROTINAS DE DATAS (COBOL020) E DE     *
      *  IBAN (COBOL021)                                *
      *-------------------------------------------------*
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
       01 WRK-IBAN-AREA.
          05 WRK-IBN-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-IBN-CHAVE        PIC X(09) VALUE SPACES.
          05 WRK-IBN-IBAN         PIC X(25) VALUE SPACES.
          05 WRK-IBN-RETORNO      PIC X(02) VALUE ZEROS.
       01 WRK-REFERENCIA.
          05 WRK-REF-TIPO         PIC X(01) VALUE "R".
          05 WRK-REF-DATA         PIC 9(08).
          05 WRK-REF-ALUNO        PIC 9(06).
          05 WRK-REF-CURSO        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
       77 WRK-RMB-PCT              PIC 9(03) VALUE ZEROS.
       77 WRK-RMB-VALOR            PIC 9(05)V99 VALUE ZEROS.
       77 WRK-RMB-DIAS-ED          PIC -ZZZZ9.
       77 WRK-RMB-SEM-INICIO       PIC X(01) VALUE "N".
       77 WRK-ACUM-REEMBOLSOS      PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RMB-CONTA       PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RMB-TRANSF      PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RMB-PENDENTE    PIC 9(06) VALUE ZEROS.
       77 WRK-TOT-REEMBOLSADO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOT-REEMBOLSADO-ED   PIC ZZZZZZ9.99.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-ESPERA
               UNTIL WRK-FS-ESPERA EQUAL "10".
           PERFORM 0120-CARREGAR-CONCLUIDAS
               UNTIL WRK-FS-MATRICUL NOT EQUAL "00".
           PERFORM 0130-CARREGAR-PREREQ
               UNTIL WRK-FS-PREREQ EQUAL "10".
           PERFORM 0140-CARREGAR-COMPETENCIAS
               UNTIL WRK-FS-FUNSKILL EQUAL "10".
           PERFORM 0150-CARREGAR-POLITICA
               UNTIL WRK-FS-POLREEMB EQUAL "10".
           PERFORM 0155-CARREGAR-INICIOS
               UNTIL WRK-FS-SESSOES EQUAL "10".
           PERFORM 0160-CARREGAR-IBANS
               UNTIL WRK-FS-ALUIBAN EQUAL "10".
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CANCELIN EQUAL "10".
           PERFORM 0250-REGRAVAR-ESPERA.
           PERFORM 0260-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
             STOP RUN.
       0001-FIM-PRINCIPAL. EXIT.
      **************************************************
      *  SYSIN: CHAVE DA CONTA DA ESCOLA NO ARQCLI DE  *
      *  ONDE SAEM OS REEMBOLSOS - EM BRANCO FICAM     *
      *  TODOS PENDENTES                               *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           ACCEPT WRK-CHAVE-ESCOLA FROM SYSIN.
           OPEN INPUT CAN.
           IF WRK-FS-CANCELIN NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA CANCELIN " WRK-FS-CANCELIN
              DISPLAY "ERRO ABERTURA MATRICUL " WRK-FS-MATRICUL
              STOP RUN
           END-IF.
           READ MAT.
      *    SEM PREREQ NAO HA PRECEDENCIAS; SEM FUNSKILL SO
      *    CONTAM AS MATRICULAS CONCLUIDAS
           OPEN INPUT PRQ.
           IF WRK-FS-PREREQ EQUAL "00"
              MOVE "S" TO WRK-TEM-PREREQ
              READ PRQ
           ELSE
              DISPLAY "PREREQ INDISPONIVEL - SEM PRECEDENCIAS"
              MOVE "10" TO WRK-FS-PREREQ
           END-IF.
           OPEN INPUT SKL.
           IF WRK-FS-FUNSKILL EQUAL "00"
              MOVE "S" TO WRK-TEM-FUNSKILL
              READ SKL
           ELSE
              MOVE "10" TO WRK-FS-FUNSKILL
           END-IF.
           OPEN EXTEND PRR.
           IF WRK-FS-PRQREL NOT EQUAL "00"
              OPEN OUTPUT PRR
           END-IF.
           IF WRK-FS-PRQREL NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA PRQREL " WRK-FS-PRQREL
              STOP RUN
           END-IF.
           OPEN INPUT ESP.
           IF WRK-FS-ESPERA NOT EQUAL "00"
              DISPLAY "ESPERA INDISPONIVEL - SEM PROMOCOES"
           ELSE
              DISPLAY "NOTIFREQ INDISPONIVEL - SEM AVISOS"
           END-IF.
      *    SEM PROPINAS OU SEM POLREEMB NAO HA REEMBOLSOS
           OPEN I-O PRP.
           IF WRK-FS-PROPINAS EQUAL "00"
              MOVE "S" TO WRK-TEM-PROPINAS
           ELSE
              DISPLAY "PROPINAS INDISPONIVEL - SEM REEMBOLSOS"
           END-IF.
           OPEN INPUT POL.
           IF WRK-FS-POLREEMB EQUAL "00"
              MOVE "S" TO WRK-TEM-POLREEMB
              READ POL
           ELSE
              DISPLAY "POLREEMB INDISPONIVEL - SEM REEMBOLSOS"
              MOVE "10" TO WRK-FS-POLREEMB
           END-IF.
           OPEN INPUT SES.
           IF WRK-FS-SESSOES EQUAL "00"
              MOVE "S" TO WRK-TEM-SESSOES
              READ SES
           ELSE
              MOVE "10" TO WRK-FS-SESSOES
           END-IF.
           OPEN INPUT AIB.
           IF WRK-FS-ALUIBAN EQUAL "00"
              MOVE "S" TO WRK-TEM-ALUIBAN
              READ AIB
           ELSE
              MOVE "10" TO WRK-FS-ALUIBAN
           END-IF.
           OPEN EXTEND RMB.
           IF WRK-FS-REEMBREG NOT EQUAL "00"
              OPEN OUTPUT RMB
           END-IF.
           IF WRK-FS-REEMBREG NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA REEMBREG " WRK-FS-REEMBREG
              STOP RUN
           END-IF.
           OPEN EXTEND MVR.
           IF WRK-FS-MOVREEMB NOT EQUAL "00"
              OPEN OUTPUT MVR
           END-IF.
           IF WRK-FS-MOVREEMB NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA MOVREEMB " WRK-FS-MOVREEMB
              STOP RUN
           END-IF.
           OPEN EXTEND PED.
           IF WRK-FS-TRFPED NOT EQUAL "00"
              OPEN OUTPUT PED
           END-IF.
           IF WRK-FS-TRFPED NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA TRFPED " WRK-FS-TRFPED
              STOP RUN
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-GLEVENT NOT EQUAL "00"
              OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-GLEVENT EQUAL "00"
              MOVE "S" TO WRK-TEM-GLEVENT
           ELSE
              DISPLAY "GLEVENT INDISPONIVEL - STATUS "
                      WRK-FS-GLEVENT
           END-IF.
           READ CAN.
           IF WRK-FS-CANCELIN EQUAL "10"
              DISPLAY "CANCELIN VAZIO"
           END-IF.
           READ ESP.
       0110-CARREGAR-ESPERA-FIM. EXIT.
      **************************************************
       0120-CARREGAR-CONCLUIDAS                  SECTION.
           IF MAT-ESTADO EQUAL "C"
              IF WRK-MATR-QTD LESS THAN 500
                 ADD 1 TO WRK-MATR-QTD
                 MOVE MAT-ALUNO  TO WRK-MTR-ALUNO (WRK-MATR-QTD)
                 MOVE MAT-CURSO  TO WRK-MTR-CURSO (WRK-MATR-QTD)
                 MOVE MAT-NOTA   TO WRK-MTR-NOTA (WRK-MATR-QTD)
                 MOVE MAT-ESTADO TO WRK-MTR-ESTADO (WRK-MATR-QTD)
              ELSE
                 DISPLAY "TABELA DE MATRICULAS CHEIA"
              END-IF
           END-IF.
           READ MAT.
       0120-CARREGAR-CONCLUIDAS-FIM. EXIT.
      **************************************************
       0130-CARREGAR-PREREQ                      SECTION.
           IF WRK-PRQ-QTD LESS THAN 100
              ADD 1 TO WRK-PRQ-QTD
              MOVE PRQ-CURSO     TO WRK-PRQ-CURSO (WRK-PRQ-QTD)
              MOVE PRQ-CURSO-REQ TO WRK-PRQ-REQ (WRK-PRQ-QTD)
              MOVE PRQ-NOTA-MIN  TO WRK-PRQ-MIN (WRK-PRQ-QTD)
           ELSE
              DISPLAY "TABELA DE PRECEDENCIAS CHEIA - IGNORADA "
                      PRQ-CURSO " " PRQ-CURSO-REQ
           END-IF.
           READ PRQ.
       0130-CARREGAR-PREREQ-FIM. EXIT.
      **************************************************
       0140-CARREGAR-COMPETENCIAS                SECTION.
           IF WRK-SKL-QTD LESS THAN 500
              ADD 1 TO WRK-SKL-QTD
              MOVE SKL-IDFUN TO WRK-SKL-IDFUN (WRK-SKL-QTD)
              MOVE SKL-CURSO TO WRK-SKL-CURSO (WRK-SKL-QTD)
              MOVE SKL-NOTA  TO WRK-SKL-NOTA (WRK-SKL-QTD)
           ELSE
              DISPLAY "TABELA DE COMPETENCIAS CHEIA"
           END-IF.
           READ SKL.
       0140-CARREGAR-COMPETENCIAS-FIM. EXIT.
      **************************************************
       0150-CARREGAR-POLITICA                    SECTION.
           IF WRK-POL-QTD LESS THAN 50
              ADD 1 TO WRK-POL-QTD
              MOVE POL-CURSO        TO WRK-POL-CURSO (WRK-POL-QTD)
              MOVE POL-DIAS-TOTAL   TO WRK-POL-DIAS-TOTAL (WRK-POL-QTD)
              MOVE POL-DIAS-PARCIAL TO WRK-POL-DIAS-PARC (WRK-POL-QTD)
              MOVE POL-PCT-PARCIAL  TO WRK-POL-PCT-PARC (WRK-POL-QTD)
           ELSE
              DISPLAY "TABELA DE POLITICAS CHEIA - IGNORADA "
                      POL-CURSO
           END-IF.
           READ POL.
       0150-CARREGAR-POLITICA-FIM. EXIT.
      **************************************************
      *  O INICIO DO CURSO E A DATA DA PRIMEIRA SESSAO *
      *  - COM A TABELA CHEIA O CURSO QUE FICOU DE     *
      *  FORA NAO PODE PASSAR POR CURSO SEM SESSOES    *
      **************************************************
       0155-CARREGAR-INICIOS                     SECTION.
           MOVE ZEROS TO WRK-INI-USO.
           PERFORM VARYING WRK-INI-SUB FROM 1 BY 1
                   UNTIL WRK-INI-SUB > WRK-INI-QTD
              IF SES-CURSO EQUAL WRK-INI-CURSO (WRK-INI-SUB)
                 MOVE WRK-INI-SUB TO WRK-INI-USO
              END-IF
           END-PERFORM.
           IF WRK-INI-USO EQUAL ZEROS
              IF WRK-INI-QTD LESS THAN 500
                 ADD 1 TO WRK-INI-QTD
                 MOVE SES-CURSO TO WRK-INI-CURSO (WRK-INI-QTD)
                 MOVE SES-DATA  TO WRK-INI-DATA (WRK-INI-QTD)
              ELSE
                 DISPLAY "TABELA DE INICIOS CHEIA - IGNORADO "
                         SES-CURSO
                 MOVE "S" TO WRK-INI-CHEIA
              END-IF
           ELSE
              IF SES-DATA LESS THAN WRK-INI-DATA (WRK-INI-USO)
                 MOVE SES-DATA TO WRK-INI-DATA (WRK-INI-USO)
              END-IF
           END-IF.
           READ SES.
       0155-CARREGAR-INICIOS-FIM. EXIT.
      **************************************************
       0160-CARREGAR-IBANS                       SECTION.
           IF WRK-AIB-QTD LESS THAN 500
              ADD 1 TO WRK-AIB-QTD
              MOVE AIB-ALUNO TO WRK-AIB-ALUNO (WRK-AIB-QTD)
              MOVE AIB-IBAN  TO WRK-AIB-IBAN (WRK-AIB-QTD)
           ELSE
              DISPLAY "TABELA DE IBANS CHEIA - IGNORADO " AIB-ALUNO
           END-IF.
           READ AIB.
       0160-CARREGAR-IBANS-FIM. EXIT.
      **************************************************
      *  TODAS AS PRECEDENCIAS DO CURSO PEDIDO TEM DE  *
      *  ESTAR CUMPRIDAS - A PRIMEIRA EM FALTA FICA EM *
      *  WRK-PRQ-USO PARA O PRQREL                     *
      **************************************************
       0170-VERIFICAR-PREREQ                     SECTION.
           MOVE "N"   TO WRK-PRQ-FALHA.
           MOVE ZEROS TO WRK-PRQ-USO.
           PERFORM VARYING WRK-PRQ-SUB FROM 1 BY 1
                   UNTIL WRK-PRQ-SUB > WRK-PRQ-QTD
                      OR WRK-PRQ-FALHA EQUAL "S"
              IF WRK-PRQ-CURSO (WRK-PRQ-SUB) EQUAL WRK-PRQ-PEDIDO
                 PERFORM 0180-PROCURAR-CONCLUSAO
                 IF WRK-PRQ-FEITO EQUAL "N" OR
                    WRK-PRQ-MELHOR LESS THAN
                    WRK-PRQ-MIN (WRK-PRQ-SUB)
                    MOVE "S" TO WRK-PRQ-FALHA
                    MOVE WRK-PRQ-SUB TO WRK-PRQ-USO
                 END-IF
              END-IF
           END-PERFORM.
       0170-VERIFICAR-PREREQ-FIM. EXIT.
      **************************************************
      *  MELHOR NOTA DO ALUNO NO CURSO EXIGIDO - NAS   *
      *  MATRICULAS CONCLUIDAS E, SE FOR FUNCIONARIO,  *
      *  NAS COMPETENCIAS DO FUNSKILL                  *
      **************************************************
       0180-PROCURAR-CONCLUSAO                   SECTION.
           MOVE "N"   TO WRK-PRQ-FEITO.
           MOVE ZEROS TO WRK-PRQ-MELHOR.
           PERFORM VARYING WRK-MATR-SUB FROM 1 BY 1
                   UNTIL WRK-MATR-SUB > WRK-MATR-QTD
              IF WRK-MTR-ALUNO (WRK-MATR-SUB) EQUAL WRK-PRQ-ALUNO AND
                 WRK-MTR-CURSO (WRK-MATR-SUB) EQUAL
                 WRK-PRQ-REQ (WRK-PRQ-SUB) AND
                 WRK-MTR-ESTADO (WRK-MATR-SUB) EQUAL "C"
                 MOVE "S" TO WRK-PRQ-FEITO
                 IF WRK-MTR-NOTA (WRK-MATR-SUB) GREATER THAN
                    WRK-PRQ-MELHOR
                    MOVE WRK-MTR-NOTA (WRK-MATR-SUB)
                      TO WRK-PRQ-MELHOR
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-PRQ-ALUNO LESS THAN 900001
              GO TO 0180-PROCURAR-CONCLUSAO-FIM
           END-IF.
           COMPUTE WRK-PRQ-IDFUN = WRK-PRQ-ALUNO - 900000.
           PERFORM VARYING WRK-SKL-SUB FROM 1 BY 1
                   UNTIL WRK-SKL-SUB > WRK-SKL-QTD
              IF WRK-SKL-IDFUN (WRK-SKL-SUB) EQUAL WRK-PRQ-IDFUN AND
                 WRK-SKL-CURSO (WRK-SKL-SUB) EQUAL
                 WRK-PRQ-REQ (WRK-PRQ-SUB)
                 MOVE "S" TO WRK-PRQ-FEITO
                 IF WRK-SKL-NOTA (WRK-SKL-SUB) GREATER THAN
                    WRK-PRQ-MELHOR
                    MOVE WRK-SKL-NOTA (WRK-SKL-SUB)
                      TO WRK-PRQ-MELHOR
                 END-IF
              END-IF
           END-PERFORM.
       0180-PROCURAR-CONCLUSAO-FIM. EXIT.
      **************************************************
       0190-REGISTAR-FALHA                       SECTION.
           MOVE WRK-PRQ-PEDIDO              TO WRK-LP-CURSO.
           MOVE WRK-PRQ-ALUNO               TO WRK-LP-ALUNO.
           MOVE WRK-PRQ-REQ (WRK-PRQ-USO)   TO WRK-LP-REQ.
           MOVE WRK-PRQ-MIN (WRK-PRQ-USO)   TO WRK-LP-MIN.
           IF WRK-PRQ-FEITO EQUAL "S"
              MOVE WRK-PRQ-MELHOR TO WRK-LP-NOTA
              MOVE WRK-LP-NOTA    TO WRK-LP-OBTIDA
           ELSE
              MOVE "NAO FEITO"    TO WRK-LP-OBTIDA
           END-IF.
           WRITE REG-PRQREL FROM WRK-LINHA-PRQ.
           ADD 1 TO WRK-ACUM-SEM-PREREQ.
       0190-REGISTAR-FALHA-FIM. EXIT.
      **************************************************
      *  CADA CANCELAMENTO MARCA A MATRICULA COM X E   *
      *  LIBERTA UM LUGAR PARA A PROMOCAO              *
           PERFORM 0220-CANCELAR-MATRICULA.
           IF WRK-CANCELADA EQUAL "S"
              ADD 1 TO WRK-ACUM-CANCEL
              PERFORM 0240-REEMBOLSAR
              PERFORM 0230-PROMOVER
           ELSE
              DISPLAY "CANCELAMENTO SEM MATRICULA " CAN-ALUNO
      *  DE SEQUENCIA, FICA COM O LUGAR                *
      **************************************************
       0230-PROMOVER                             SECTION.
       0230-PROCURAR-CANDIDATO.
           MOVE ZEROS TO WRK-ESP-USO.
           PERFORM VARYING WRK-ESP-SUB FROM 1 BY 1
                   UNTIL WRK-ESP-SUB > WRK-ESP-QTD
           IF WRK-ESP-USO EQUAL ZEROS
              GO TO 0230-PROMOVER-FIM
           END-IF.
      *    SEM AS PRECEDENCIAS SAI DA LISTA E O LUGAR
      *    PASSA AO SEGUINTE
           MOVE WRK-ESP-ALUNO (WRK-ESP-USO) TO WRK-PRQ-ALUNO.
           MOVE CAN-CURSO                   TO WRK-PRQ-PEDIDO.
           PERFORM 0170-VERIFICAR-PREREQ.
           IF WRK-PRQ-FALHA EQUAL "S"
              MOVE "R"        TO WRK-ESP-ESTADO (WRK-ESP-USO)
              MOVE "ESPERA  " TO WRK-LP-ORIGEM
              MOVE WRK-ESP-DATA (WRK-ESP-USO) TO WRK-LP-DATA
              PERFORM 0190-REGISTAR-FALHA
              DISPLAY "SEM PRECEDENCIAS " WRK-ESP-ALUNO (WRK-ESP-USO)
                      " - RETIRADO DA LISTA DO CURSO " CAN-CURSO
              GO TO 0230-PROCURAR-CANDIDATO
           END-IF.
           CLOSE MAT.
           OPEN EXTEND MAT.
           MOVE WRK-ESP-ALUNO (WRK-ESP-USO) TO MAT-ALUNO.
           END-IF.
       0230-PROMOVER-FIM. EXIT.
      **************************************************
      *  SO SE REEMBOLSA O QUE FOI PAGO, NA PERCENTAGEM *
      *  DA POLITICA - REEMBOLSO A ZEROS DEIXA O ITEM   *
      *  DO PROPINAS COMO ESTA                          *
      **************************************************
       0240-REEMBOLSAR                           SECTION.
           IF WRK-TEM-PROPINAS NOT EQUAL "S" OR
              WRK-TEM-POLREEMB NOT EQUAL "S"
              GO TO 0240-REEMBOLSAR-FIM
           END-IF.
           MOVE CAN-ALUNO TO PRP-ALUNO.
           MOVE CAN-CURSO TO PRP-CURSO.
           READ PRP.
           IF WRK-FS-PROPINAS NOT EQUAL "00"
              GO TO 0240-REEMBOLSAR-FIM
           END-IF.
           IF PRP-PAGO EQUAL ZEROS OR PRP-ESTADO EQUAL "R"
              GO TO 0240-REEMBOLSAR-FIM
           END-IF.
           PERFORM 0270-APURAR-PERCENTAGEM.
           IF WRK-RMB-SEM-INICIO EQUAL "S"
              GO TO 0240-REEMBOLSAR-FIM
           END-IF.
           COMPUTE WRK-RMB-VALOR ROUNDED =
                   PRP-PAGO * WRK-RMB-PCT / 100.
           IF WRK-RMB-VALOR EQUAL ZEROS
              MOVE RMB-DIAS TO WRK-RMB-DIAS-ED
              DISPLAY "SEM REEMBOLSO " CAN-ALUNO " " CAN-CURSO
                      " - " WRK-RMB-DIAS-ED " DIAS PARA O INICIO"
              GO TO 0240-REEMBOLSAR-FIM
           END-IF.
           MOVE CAN-ALUNO     TO RMB-ALUNO.
           MOVE CAN-CURSO     TO RMB-CURSO.
           MOVE WRK-DATA-PROC TO RMB-DATA.
           MOVE PRP-PAGO      TO RMB-PAGO.
           MOVE WRK-RMB-PCT   TO RMB-PCT.
           MOVE WRK-RMB-VALOR TO RMB-VALOR.
           PERFORM 0280-PAGAR-REEMBOLSO.
           WRITE REG-REEMBREG.
           MOVE "R" TO PRP-ESTADO.
           REWRITE REG-PROPINAS
              INVALID KEY
                 DISPLAY "ERRO AO ATUALIZAR PROPINAS " PRP-ID
           END-REWRITE.
           PERFORM 0290-AVISAR-E-LANCAR.
           ADD 1             TO WRK-ACUM-REEMBOLSOS.
           ADD WRK-RMB-VALOR TO WRK-TOT-REEMBOLSADO.
       0240-REEMBOLSAR-FIM. EXIT.
      **************************************************
      *  A LISTA REGRAVA-SE SEM OS PROMOVIDOS - A JCL  *
      *  RENOMEIA O ESPERANEW SOBRE O ESPERA           *
      **************************************************
              END-IF
           END-PERFORM.
       0250-REGRAVAR-ESPERA-FIM. EXIT.
      **************************************************
      *  DIAS DA DATA DO CANCELAMENTO AO INICIO DO     *
      *  CURSO - SEM SESSOES O CURSO NAO TEM DATA E O  *
      *  REEMBOLSO E TOTAL; A POLITICA DO CURSO VENCE  *
      *  A POR OMISSAO (CURSO EM BRANCO); SE A TABELA  *
      *  DE INICIOS ENCHEU, O CURSO QUE NAO ESTA NELA  *
      *  FICA POR REEMBOLSAR (O PROPINAS NAO MUDA)     *
      *  PARA A SECRETARIA                             *
      **************************************************
       0270-APURAR-PERCENTAGEM                   SECTION.
           MOVE "N"   TO WRK-RMB-SEM-INICIO.
           MOVE ZEROS TO WRK-RMB-PCT.
           MOVE ZEROS TO RMB-DATA-INICIO.
           MOVE ZEROS TO RMB-DIAS.
           MOVE ZEROS TO WRK-POL-USO.
           PERFORM VARYING WRK-POL-SUB FROM 1 BY 1
                   UNTIL WRK-POL-SUB > WRK-POL-QTD
              IF WRK-POL-CURSO (WRK-POL-SUB) EQUAL CAN-CURSO
                 MOVE WRK-POL-SUB TO WRK-POL-USO
              END-IF
              IF WRK-POL-CURSO (WRK-POL-SUB) EQUAL SPACES AND
                 WRK-POL-USO EQUAL ZEROS
                 MOVE WRK-POL-SUB TO WRK-POL-USO
              END-IF
           END-PERFORM.
           IF WRK-POL-USO EQUAL ZEROS
              DISPLAY "CURSO SEM POLITICA DE REEMBOLSO " CAN-CURSO
              GO TO 0270-APURAR-PERCENTAGEM-FIM
           END-IF.
           MOVE ZEROS TO WRK-INI-USO.
           PERFORM VARYING WRK-INI-SUB FROM 1 BY 1
                   UNTIL WRK-INI-SUB > WRK-INI-QTD
              IF WRK-INI-CURSO (WRK-INI-SUB) EQUAL CAN-CURSO
                 MOVE WRK-INI-SUB TO WRK-INI-USO
              END-IF
           END-PERFORM.
           IF WRK-INI-USO EQUAL ZEROS AND WRK-INI-CHEIA EQUAL "S"
              MOVE "S" TO WRK-RMB-SEM-INICIO
              MOVE 4   TO RETURN-CODE
              DISPLAY "INICIO DO CURSO DESCONHECIDO " CAN-CURSO
                      " - REEMBOLSO DE " CAN-ALUNO " POR APURAR"
              GO TO 0270-APURAR-PERCENTAGEM-FIM
           END-IF.
           IF WRK-INI-USO EQUAL ZEROS
              MOVE 100 TO WRK-RMB-PCT
              GO TO 0270-APURAR-PERCENTAGEM-FIM
           END-IF.
           MOVE WRK-INI-DATA (WRK-INI-USO) TO RMB-DATA-INICIO.
           MOVE "D"                        TO WRK-DAT-FUNCAO.
           MOVE WRK-DATA-PROC              TO WRK-DAT-DATA1.
           MOVE WRK-INI-DATA (WRK-INI-USO) TO WRK-DAT-DATA2.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00" AND "04"
              DISPLAY "DATA DE INICIO INVALIDA NO CURSO " CAN-CURSO
              GO TO 0270-APURAR-PERCENTAGEM-FIM
           END-IF.
           MOVE WRK-DAT-DIAS TO RMB-DIAS.
           EVALUATE TRUE
              WHEN WRK-DAT-DIAS NOT LESS THAN
                   WRK-POL-DIAS-TOTAL (WRK-POL-USO)
                 MOVE 100 TO WRK-RMB-PCT
              WHEN WRK-DAT-DIAS NOT LESS THAN
                   WRK-POL-DIAS-PARC (WRK-POL-USO)
                 MOVE WRK-POL-PCT-PARC (WRK-POL-USO) TO WRK-RMB-PCT
              WHEN OTHER
                 MOVE ZEROS TO WRK-RMB-PCT
           END-EVALUATE.
       0270-APURAR-PERCENTAGEM-FIM. EXIT.
      **************************************************
      *  IBAN DO NOSSO BANCO: CREDITO NA CONTA (A      *
      *  COBOL021 DEVOLVE A CHAVE) COM O DEBITO NA     *
      *  CONTA DA ESCOLA; IBAN DE OUTRO BANCO: PEDIDO  *
      *  NO TRFPED A DEBITO DA CONTA DA ESCOLA, QUE O  *
      *  COBVSA48 ENVIA - O RESTO FICA PENDENTE        *
      **************************************************
       0280-PAGAR-REEMBOLSO                      SECTION.
           MOVE "P"    TO RMB-MEIO.
           MOVE SPACES TO RMB-DESTINO.
           MOVE SPACES TO RMB-REFER.
           IF WRK-CHAVE-ESCOLA EQUAL SPACES
              GO TO 0280-PAGAR-REEMBOLSO-FIM
           END-IF.
           MOVE ZEROS TO WRK-AIB-USO.
           PERFORM VARYING WRK-AIB-SUB FROM 1 BY 1
                   UNTIL WRK-AIB-SUB > WRK-AIB-QTD
              IF WRK-AIB-ALUNO (WRK-AIB-SUB) EQUAL CAN-ALUNO
                 MOVE WRK-AIB-SUB TO WRK-AIB-USO
              END-IF
           END-PERFORM.
           IF WRK-AIB-USO EQUAL ZEROS
              GO TO 0280-PAGAR-REEMBOLSO-FIM
           END-IF.
           MOVE "V"                        TO WRK-IBN-FUNCAO.
           MOVE SPACES                     TO WRK-IBN-CHAVE.
           MOVE WRK-AIB-IBAN (WRK-AIB-USO) TO WRK-IBN-IBAN.
           CALL "COBOL021" USING WRK-IBAN-AREA.
           EVALUATE TRUE
              WHEN WRK-IBN-IBAN(1:2) NOT EQUAL "PT"
                 DISPLAY "IBAN INVALIDO NO ALUIBAN " CAN-ALUNO
              WHEN WRK-IBN-RETORNO EQUAL "00"
                 MOVE "C"              TO RMB-MEIO
                 MOVE WRK-IBN-CHAVE    TO RMB-DESTINO
                 MOVE WRK-CHAVE-ESCOLA TO MOV-CHAVE
                 MOVE "D"              TO MOV-TIPO
                 MOVE WRK-RMB-VALOR    TO MOV-VALOR
                 MOVE "EUR"            TO MOV-MOEDA
                 MOVE WRK-DATA-PROC    TO MOV-DATA-VALOR
                 WRITE REG-MOVDIA
                 MOVE WRK-IBN-CHAVE    TO MOV-CHAVE
                 MOVE "C"              TO MOV-TIPO
                 WRITE REG-MOVDIA
              WHEN WRK-IBN-RETORNO EQUAL "92"
                 MOVE "T"              TO RMB-MEIO
                 MOVE WRK-IBN-IBAN     TO RMB-DESTINO
                 MOVE WRK-DATA-PROC    TO WRK-REF-DATA
                 MOVE CAN-ALUNO        TO WRK-REF-ALUNO
                 MOVE CAN-CURSO        TO WRK-REF-CURSO
                 MOVE WRK-REFERENCIA   TO RMB-REFER
                 MOVE WRK-CHAVE-ESCOLA TO PED-CHAVE
                 MOVE WRK-IBN-IBAN     TO PED-IBAN-DEST
                 MOVE WRK-RMB-VALOR    TO PED-VALOR
                 MOVE WRK-DATA-PROC    TO PED-DATA
                 MOVE WRK-REFERENCIA   TO PED-REFER
                 WRITE REG-TRFPED
              WHEN OTHER
                 DISPLAY "IBAN INVALIDO NO ALUIBAN " CAN-ALUNO
           END-EVALUATE.
       0280-PAGAR-REEMBOLSO-FIM. EXIT.
      **************************************************
      *  CARTA RMB AO ALUNO E EVENTO PROPREEM PARA O   *
      *  GL - O SENTIDO VEM DO GLMAP (VER COBARQ24)    *
      **************************************************
       0290-AVISAR-E-LANCAR                      SECTION.
           EVALUATE RMB-MEIO
              WHEN "C"
                 ADD 1 TO WRK-ACUM-RMB-CONTA
              WHEN "T"
                 ADD 1 TO WRK-ACUM-RMB-TRANSF
              WHEN OTHER
                 ADD 1 TO WRK-ACUM-RMB-PENDENTE
                 DISPLAY "REEMBOLSO PENDENTE " CAN-ALUNO " "
                         CAN-CURSO " - PAGAR NA SECRETARIA"
           END-EVALUATE.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
              MOVE "RMB"         TO NTF-TIPO
              MOVE SPACES        TO NTF-CHAVE
              MOVE CAN-ALUNO     TO NTF-CHAVE(1:6)
              MOVE WRK-RMB-VALOR TO NTF-VALOR
              MOVE WRK-DATA-PROC TO NTF-DATA
              MOVE SPACES        TO NTF-TEXTO
              EVALUATE RMB-MEIO
                 WHEN "C"
                    STRING "CURSO " CAN-CURSO " - CREDITO EM CONTA"
                           DELIMITED BY SIZE INTO NTF-TEXTO
                 WHEN "T"
                    STRING "CURSO " CAN-CURSO " - TRANSFERENCIA"
                           DELIMITED BY SIZE INTO NTF-TEXTO
                 WHEN OTHER
                    STRING "CURSO " CAN-CURSO " - NA SECRETARIA"
                           DELIMITED BY SIZE INTO NTF-TEXTO
              END-EVALUATE
              WRITE REG-NOTIFREQ
           END-IF.
           IF WRK-TEM-GLEVENT EQUAL "S"
              MOVE "PROPREEM"    TO EVT-TIPO
              MOVE WRK-DATA-PROC TO EVT-DATA
              MOVE WRK-RMB-VALOR TO EVT-VALOR
              WRITE REG-GLEVENT
           END-IF.
       0290-AVISAR-E-LANCAR-FIM. EXIT.
      **************************************************
       0260-ESTATISTICA                          SECTION.
           DISPLAY "CANCELAMENTOS FEITOS : " WRK-ACUM-CANCEL.
           DISPLAY "ALUNOS PROMOVIDOS    : " WRK-ACUM-PROMOVIDOS.
           DISPLAY "SEM MATRICULA        : " WRK-ACUM-SEM-MATR.
           DISPLAY "SEM PRECEDENCIAS     : " WRK-ACUM-SEM-PREREQ.
           DISPLAY "REEMBOLSOS           : " WRK-ACUM-REEMBOLSOS.
           DISPLAY "  CREDITO EM CONTA   : " WRK-ACUM-RMB-CONTA.
           DISPLAY "  TRANSFERENCIA      : " WRK-ACUM-RMB-TRANSF.
           DISPLAY "  PENDENTES          : " WRK-ACUM-RMB-PENDENTE.
           MOVE WRK-TOT-REEMBOLSADO TO WRK-TOT-REEMBOLSADO-ED.
           DISPLAY "VALOR REEMBOLSADO    : " WRK-TOT-REEMBOLSADO-ED.
       0260-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             CLOSE NTF
           END-IF.
           CLOSE PRR.
           IF WRK-TEM-PREREQ EQUAL "S"
             CLOSE PRQ
           END-IF.
           IF WRK-TEM-FUNSKILL EQUAL "S"
             CLOSE SKL
           END-IF.
           IF WRK-TEM-PROPINAS EQUAL "S"
             CLOSE PRP
           END-IF.
           IF WRK-TEM-POLREEMB EQUAL "S"
             CLOSE POL
           END-IF.
           IF WRK-TEM-SESSOES EQUAL "S"
             CLOSE SES
           END-IF.
           IF WRK-TEM-ALUIBAN EQUAL "S"
             CLOSE AIB
           END-IF.
           IF WRK-TEM-GLEVENT EQUAL "S"
             CLOSE EVT
           END-IF.
           CLOSE RMB.
           CLOSE MVR.
           CLOSE PED.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

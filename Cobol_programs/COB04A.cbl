      *              (ESPERA, PROMOVIDA PELO COB07A) E AS
      *              RESTANTES RECUSAS SAEM NO RELATORIO
      *              INSCREJ COM O MOTIVO
      *              PRECEDENCIAS: O CURSO PODE EXIGIR OUTROS
      *              CONCLUIDOS COM NOTA MINIMA (PREREQ, VER
      *              BOOKPRQ) - CONFERE AS MATRICULAS
      *              CONCLUIDAS DO ALUNO E, NO FUNCIONARIO
      *              (900000+IDFUN), O FUNSKILL; QUEM NAO AS
      *              CUMPRE E RECUSADO COM MOTIVO 04 E SAI NO
      *              PRQREL PARA OS COORDENADORES DOS CURSOS
      *   DATA: 22/08/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
           FILE STATUS IS WRK-FS-INSCREJ.
           SELECT ESP ASSIGN TO ESPERA
           FILE STATUS IS WRK-FS-ESPERA.
           SELECT PRQ ASSIGN TO PREREQ
           FILE STATUS IS WRK-FS-PREREQ.
           SELECT SKL ASSIGN TO FUNSKILL
           FILE STATUS IS WRK-FS-FUNSKILL.
           SELECT PRR ASSIGN TO PRQREL
           FILE STATUS IS WRK-FS-PRQREL.
      *
       DATA                                      DIVISION.
       FILE                                      SECTION.
          05 REG-CURSO-DESC        PIC X(30).
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

       FD MAT
           RECORDING MODE IS F
          05 ESP-CURSO             PIC X(04).
          05 ESP-DATA              PIC 9(08).

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

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-INSCRIC          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CURSOSIN         PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATRICUL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-INSCREJ          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ESPERA           PIC X(02) VALUE ZEROS.
       77 WRK-FS-PREREQ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-FUNSKILL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRQREL           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-PREREQ          PIC X(01) VALUE "N".
       77 WRK-TEM-FUNSKILL        PIC X(01) VALUE "N".
       77 WRK-MOTIVO-SEM-CURSO    PIC X(02) VALUE "01".
       77 WRK-MOTIVO-REPETIDA     PIC X(02) VALUE "03".
       77 WRK-MOTIVO-SEM-PREREQ   PIC X(02) VALUE "04".
       77 WRK-ESPERA-SEQ          PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-ESPERA         PIC 9(06) VALUE ZEROS.
      *-------------------------------------------------*
          05 WRK-MATR-ENTRY OCCURS 500 TIMES.
             10 WRK-MTR-ALUNO      PIC 9(06).
             10 WRK-MTR-CURSO      PIC X(04).
             10 WRK-MTR-NOTA       PIC 9(02).
             10 WRK-MTR-ESTADO     PIC X(01).
       77 WRK-MATR-QTD             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MATR-SUB             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-REPETIDA             PIC X(01) VALUE "N".
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
       77 WRK-ACUM-LIDAS           PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ACEITES         PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RECUSADAS       PIC 9(06) VALUE ZEROS.
               UNTIL WRK-FS-CURSOSIN EQUAL "10".
           PERFORM 0120-CARREGAR-MATRICULAS
               UNTIL WRK-FS-MATRICUL EQUAL "10".
           PERFORM 0150-CARREGAR-PREREQ
               UNTIL WRK-FS-PREREQ EQUAL "10".
           PERFORM 0160-CARREGAR-COMPETENCIAS
               UNTIL WRK-FS-FUNSKILL EQUAL "10".
           PERFORM 0130-REABRIR-MATRICUL.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-INSCRIC EQUAL "10".
           PERFORM 0250-ESTATISTICA.
             DISPLAY "ERRO ABERTURA ESPERA " WRK-FS-ESPERA
             STOP RUN
           END-IF.
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
           READ CAT.
           IF WRK-FS-CURSOSIN EQUAL "10"
              DISPLAY "CATALOGO VAZIO - TUDO SERA RECUSADO"
              ADD 1 TO WRK-MATR-QTD
              MOVE MAT-ALUNO TO WRK-MTR-ALUNO (WRK-MATR-QTD)
              MOVE MAT-CURSO TO WRK-MTR-CURSO (WRK-MATR-QTD)
              MOVE MAT-NOTA  TO WRK-MTR-NOTA (WRK-MATR-QTD)
              MOVE MAT-ESTADO TO WRK-MTR-ESTADO (WRK-MATR-QTD)
              PERFORM 0140-LOCALIZAR-CURSO
              IF WRK-CURSO-USO GREATER THAN ZEROS
                 ADD 1 TO WRK-CUR-INSCRITOS (WRK-CURSO-USO)
              END-IF
           END-PERFORM.
       0140-LOCALIZAR-CURSO-FIM. EXIT.
      **************************************************
       0150-CARREGAR-PREREQ                      SECTION.
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
       0150-CARREGAR-PREREQ-FIM. EXIT.
      **************************************************
       0160-CARREGAR-COMPETENCIAS                SECTION.
           IF WRK-SKL-QTD LESS THAN 500
              ADD 1 TO WRK-SKL-QTD
              MOVE SKL-IDFUN TO WRK-SKL-IDFUN (WRK-SKL-QTD)
              MOVE SKL-CURSO TO WRK-SKL-CURSO (WRK-SKL-QTD)
              MOVE SKL-NOTA  TO WRK-SKL-NOTA (WRK-SKL-QTD)
           ELSE
              DISPLAY "TABELA DE COMPETENCIAS CHEIA"
           END-IF.
           READ SKL.
       0160-CARREGAR-COMPETENCIAS-FIM. EXIT.
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
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-ACUM-LIDAS.
              PERFORM 0230-RECUSAR
              GO TO 0200-LER-SEGUINTE
           END-IF.
      *    SEM AS PRECEDENCIAS DO CURSO NEM ENTRA NA LISTA
      *    DE ESPERA
           MOVE INS-ALUNO TO WRK-PRQ-ALUNO.
           MOVE INS-CURSO TO WRK-PRQ-PEDIDO.
           PERFORM 0170-VERIFICAR-PREREQ.
           IF WRK-PRQ-FALHA EQUAL "S"
              MOVE "INSCRIC " TO WRK-LP-ORIGEM
              MOVE INS-DATA   TO WRK-LP-DATA
              PERFORM 0190-REGISTAR-FALHA
              MOVE WRK-MOTIVO-SEM-PREREQ TO REJ-MOTIVO
              PERFORM 0230-RECUSAR
              GO TO 0200-LER-SEGUINTE
           END-IF.
      *    SEM VAGA A INSCRICAO NAO SE PERDE - ENTRA NA
      *    LISTA DE ESPERA POR ORDEM DE CHEGADA E O
      *    COB07A PROMOVE QUANDO UMA DESISTENCIA ABRIR
              ADD 1 TO WRK-MATR-QTD
              MOVE INS-ALUNO TO WRK-MTR-ALUNO (WRK-MATR-QTD)
              MOVE INS-CURSO TO WRK-MTR-CURSO (WRK-MATR-QTD)
              MOVE ZEROS     TO WRK-MTR-NOTA (WRK-MATR-QTD)
              MOVE "I"       TO WRK-MTR-ESTADO (WRK-MATR-QTD)
           END-IF.
       0220-MATRICULAR-FIM. EXIT.
      **************************************************
           DISPLAY "INSCRICOES ACEITES  : " WRK-ACUM-ACEITES.
           DISPLAY "INSCRICOES RECUSADAS: " WRK-ACUM-RECUSADAS.
           DISPLAY "EM LISTA DE ESPERA  : " WRK-ACUM-ESPERA.
           DISPLAY "SEM PRECEDENCIAS    : " WRK-ACUM-SEM-PREREQ.
       0250-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE MAT.
           CLOSE REJ.
           CLOSE ESP.
           CLOSE PRR.
           IF WRK-TEM-PREREQ EQUAL "S"
              CLOSE PRQ
           END-IF.
           IF WRK-TEM-FUNSKILL EQUAL "S"
              CLOSE SKL
           END-IF.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

      *              DO CADERNO DO INSTRUTOR; NOTAS SEM
      *              MATRICULA OU JA CONCLUIDAS VAO PARA O
      *              RELATORIO NOTAREJ COM O MOTIVO
      *              ASSIDUIDADE: NO CURSO COM SESSOES JA DADAS
      *              (SESSOES, VER COB11A) A CONCLUSAO EXIGE
      *              PRESENCAS (PRESENCA, VER COB12A) NA
      *              PERCENTAGEM MINIMA DO CATALOGO CURSOSIN
      *              (ZEROS OU EM BRANCO = 75%) - ABAIXO DELA
      *              A NOTA VAI PARA O NOTAREJ COM MOTIVO 03;
      *              ALUNO QUE NAO COUBE NA TABELA DE PRESENCAS
      *              NAO E RECUSADO - SAI AVISO E RC 4
      *   DATA: 22/08/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
           FILE STATUS IS WRK-FS-MATRICUL.
           SELECT REJ ASSIGN TO NOTAREJ
           FILE STATUS IS WRK-FS-NOTAREJ.
           SELECT CAT ASSIGN TO CURSOSIN
           FILE STATUS IS WRK-FS-CURSOSIN.
           SELECT SES ASSIGN TO SESSOES
           FILE STATUS IS WRK-FS-SESSOES.
           SELECT PRS ASSIGN TO PRESENCA
           FILE STATUS IS WRK-FS-PRESENCA.
      *
       DATA                                      DIVISION.
       FILE                                      SECTION.
          05 FILLER                PIC X(01).
          05 REJ-MOTIVO            PIC X(02).

       FD CAT
           RECORDING MODE IS F.
       01 REG-CURSO.
          05 REG-CURSO-CODIGO      PIC X(04).
          05 REG-CURSO-DESC        PIC X(30).
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

       FD SES
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       COPY BOOKSES.

       FD PRS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       COPY BOOKPRS.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-NOTASIN          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATRICUL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTAREJ          PIC X(02) VALUE ZEROS.
       77 WRK-MOTIVO-SEM-MATR     PIC X(02) VALUE "01".
       77 WRK-MOTIVO-JA-CONCLUIDA PIC X(02) VALUE "02".
       77 WRK-MOTIVO-ASSIDUIDADE  PIC X(02) VALUE "03".
       77 WRK-FS-CURSOSIN         PIC X(02) VALUE ZEROS.
       77 WRK-FS-SESSOES          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRESENCA         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CURSOSIN        PIC X(01) VALUE "N".
       77 WRK-TEM-SESSOES         PIC X(01) VALUE "N".
       77 WRK-TEM-PRESENCA        PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-PRESENCA-PADRAO     PIC 9(03) VALUE 75.
      *-------------------------------------------------*
      *  ASSIDUIDADE MINIMA E SESSOES DADAS POR CURSO   *
      *-------------------------------------------------*
       01 WRK-CURSO-TAB.
          05 WRK-CURSO-ENTRY OCCURS 50 TIMES.
             10 WRK-CUR-CODIGO     PIC X(04).
             10 WRK-CUR-PRESENCA-MIN PIC 9(03).
             10 WRK-CUR-SESSOES    PIC 9(03).
       77 WRK-CURSO-QTD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-USO            PIC 9(02) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *  PRESENCAS POR ALUNO E CURSO                    *
      *-------------------------------------------------*
       01 WRK-PRS-TAB.
          05 WRK-PRS-ENTRY OCCURS 500 TIMES.
             10 WRK-PRS-ALUNO      PIC 9(06).
             10 WRK-PRS-CURSO      PIC X(04).
             10 WRK-PRS-PRESENCAS  PIC 9(03).
       77 WRK-PRS-QTD              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRS-SUB              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRS-USO              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRS-CHEIA            PIC X(01) VALUE "N".
       77 WRK-ASSID-PRESENCAS      PIC 9(03) VALUE ZEROS.
       77 WRK-ASSID-PCT            PIC 9(03) VALUE ZEROS.
       77 WRK-ASSID-FALTA          PIC X(01) VALUE "N".
       77 WRK-ACUM-SEM-ASSID       PIC 9(06) VALUE ZEROS.
      *-------------------------------------------------*
      *          NOTAS LANCADAS EM MEMORIA              *
      *-------------------------------------------------*
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-NOTAS
               UNTIL WRK-FS-NOTASIN EQUAL "10".
           PERFORM 0120-CARREGAR-CATALOGO
               UNTIL WRK-FS-CURSOSIN EQUAL "10".
           PERFORM 0130-CARREGAR-SESSOES
               UNTIL WRK-FS-SESSOES EQUAL "10".
           PERFORM 0140-CARREGAR-PRESENCAS
               UNTIL WRK-FS-PRESENCA EQUAL "10".
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-MATRICUL EQUAL "10".
           PERFORM 0230-RECUSAR-SOBRAS.
           PERFORM 0250-ESTATISTICA.
       0001-FIM-PRINCIPAL. EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT NTA.
           IF WRK-FS-NOTASIN NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA NOTASIN " WRK-FS-NOTASIN
              STOP RUN
           END-IF.
           OPEN OUTPUT REJ.
      *    SEM SESSOES NAO HA ASSIDUIDADE A CONFERIR; SEM
      *    CATALOGO VALE O MINIMO PADRAO
           OPEN INPUT CAT.
           IF WRK-FS-CURSOSIN EQUAL "00"
              MOVE "S" TO WRK-TEM-CURSOSIN
              READ CAT
           ELSE
              MOVE "10" TO WRK-FS-CURSOSIN
           END-IF.
           OPEN INPUT SES.
           IF WRK-FS-SESSOES EQUAL "00"
              MOVE "S" TO WRK-TEM-SESSOES
              READ SES
           ELSE
              DISPLAY "SESSOES INDISPONIVEL - SEM ASSIDUIDADE"
              MOVE "10" TO WRK-FS-SESSOES
           END-IF.
           OPEN INPUT PRS.
           IF WRK-FS-PRESENCA EQUAL "00"
              MOVE "S" TO WRK-TEM-PRESENCA
              READ PRS
           ELSE
              MOVE "10" TO WRK-FS-PRESENCA
           END-IF.
           READ NTA.
           IF WRK-FS-NOTASIN EQUAL "10"
              DISPLAY "NOTASIN VAZIO"
           END-IF.
           READ NTA.
       0110-CARREGAR-NOTAS-FIM. EXIT.
      **************************************************
       0120-CARREGAR-CATALOGO                    SECTION.
           IF WRK-CURSO-QTD LESS THAN 50
              ADD 1 TO WRK-CURSO-QTD
              MOVE REG-CURSO-CODIGO
                TO WRK-CUR-CODIGO (WRK-CURSO-QTD)
              MOVE ZEROS TO WRK-CUR-SESSOES (WRK-CURSO-QTD)
              IF REG-CURSO-PRESENCA-MIN NUMERIC AND
                 REG-CURSO-PRESENCA-MIN GREATER THAN ZEROS
                 MOVE REG-CURSO-PRESENCA-MIN
                   TO WRK-CUR-PRESENCA-MIN (WRK-CURSO-QTD)
              ELSE
                 MOVE WRK-PRESENCA-PADRAO
                   TO WRK-CUR-PRESENCA-MIN (WRK-CURSO-QTD)
              END-IF
           END-IF.
           READ CAT.
       0120-CARREGAR-CATALOGO-FIM. EXIT.
      **************************************************
      *  SO CONTAM AS SESSOES JA DADAS (ATE HOJE) -    *
      *  CURSO FORA DO CATALOGO FICA COM O PADRAO      *
      **************************************************
       0130-CARREGAR-SESSOES                     SECTION.
           IF SES-DATA GREATER THAN WRK-DATA-PROC
              GO TO 0130-LER-SEGUINTE
           END-IF.
           MOVE ZEROS TO WRK-CURSO-USO.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
              IF SES-CURSO EQUAL WRK-CUR-CODIGO (WRK-CURSO-SUB)
                 MOVE WRK-CURSO-SUB TO WRK-CURSO-USO
              END-IF
           END-PERFORM.
           IF WRK-CURSO-USO EQUAL ZEROS
              IF WRK-CURSO-QTD NOT LESS THAN 50
                 DISPLAY "TABELA DE CURSOS CHEIA - SESSAO IGNORADA "
                         SES-CURSO
                 GO TO 0130-LER-SEGUINTE
              END-IF
              ADD 1 TO WRK-CURSO-QTD
              MOVE WRK-CURSO-QTD TO WRK-CURSO-USO
              MOVE SES-CURSO TO WRK-CUR-CODIGO (WRK-CURSO-USO)
              MOVE ZEROS     TO WRK-CUR-SESSOES (WRK-CURSO-USO)
              MOVE WRK-PRESENCA-PADRAO
                TO WRK-CUR-PRESENCA-MIN (WRK-CURSO-USO)
           END-IF.
           ADD 1 TO WRK-CUR-SESSOES (WRK-CURSO-USO).
       0130-LER-SEGUINTE.
           READ SES.
       0130-CARREGAR-SESSOES-FIM. EXIT.
      **************************************************
       0140-CARREGAR-PRESENCAS                   SECTION.
           IF PRS-PRESENTE NOT EQUAL "S"
              GO TO 0140-LER-SEGUINTE
           END-IF.
           MOVE ZEROS TO WRK-PRS-USO.
           PERFORM VARYING WRK-PRS-SUB FROM 1 BY 1
                   UNTIL WRK-PRS-SUB > WRK-PRS-QTD
              IF PRS-ALUNO EQUAL WRK-PRS-ALUNO (WRK-PRS-SUB) AND
                 PRS-CURSO EQUAL WRK-PRS-CURSO (WRK-PRS-SUB)
                 MOVE WRK-PRS-SUB TO WRK-PRS-USO
              END-IF
           END-PERFORM.
           IF WRK-PRS-USO EQUAL ZEROS
              IF WRK-PRS-QTD NOT LESS THAN 500
                 DISPLAY "TABELA DE PRESENCAS CHEIA"
                 MOVE "S" TO WRK-PRS-CHEIA
                 GO TO 0140-LER-SEGUINTE
              END-IF
              ADD 1 TO WRK-PRS-QTD
              MOVE WRK-PRS-QTD TO WRK-PRS-USO
              MOVE PRS-ALUNO TO WRK-PRS-ALUNO (WRK-PRS-USO)
              MOVE PRS-CURSO TO WRK-PRS-CURSO (WRK-PRS-USO)
              MOVE ZEROS     TO WRK-PRS-PRESENCAS (WRK-PRS-USO)
           END-IF.
           ADD 1 TO WRK-PRS-PRESENCAS (WRK-PRS-USO).
       0140-LER-SEGUINTE.
           READ PRS.
       0140-CARREGAR-PRESENCAS-FIM. EXIT.
      **************************************************
      *  CADA MATRICULA RECEBE A SUA NOTA - MATRICULA  *
      *  JA CONCLUIDA NAO VOLTA A SER CLASSIFICADA     *
                 ADD 1 TO WRK-ACUM-RECUSADAS
                 MOVE "S" TO WRK-NOT-USADA (WRK-NOTA-USO)
              ELSE
                 PERFORM 0240-VERIFICAR-ASSIDUIDADE
                 IF WRK-ASSID-FALTA EQUAL "S"
                    MOVE WRK-MOTIVO-ASSIDUIDADE TO REJ-MOTIVO
                    MOVE MAT-ALUNO TO REJ-ALUNO
                    MOVE MAT-CURSO TO REJ-CURSO
                    WRITE REG-NOTAREJ
                    ADD 1 TO WRK-ACUM-RECUSADAS
                    ADD 1 TO WRK-ACUM-SEM-ASSID
                 ELSE
                    MOVE WRK-NOT-NOTA (WRK-NOTA-USO) TO MAT-NOTA
                    MOVE "C" TO MAT-ESTADO
                    REWRITE REG-MATRICULA
                    ADD 1 TO WRK-ACUM-CONCLUIDAS
                 END-IF
                 MOVE "S" TO WRK-NOT-USADA (WRK-NOTA-USO)
              END-IF
           END-IF.
              END-IF
           END-PERFORM.
       0230-RECUSAR-SOBRAS-FIM. EXIT.
      **************************************************
      *  PRESENCAS SOBRE AS SESSOES JA DADAS DO CURSO  *
      *  CONTRA O MINIMO - CURSO SEM SESSOES NAO TEM   *
      *  ASSIDUIDADE A CONFERIR                        *
      **************************************************
       0240-VERIFICAR-ASSIDUIDADE                SECTION.
           MOVE "N"   TO WRK-ASSID-FALTA.
           MOVE ZEROS TO WRK-CURSO-USO.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
              IF MAT-CURSO EQUAL WRK-CUR-CODIGO (WRK-CURSO-SUB)
                 MOVE WRK-CURSO-SUB TO WRK-CURSO-USO
              END-IF
           END-PERFORM.
           IF WRK-CURSO-USO EQUAL ZEROS
              GO TO 0240-VERIFICAR-ASSIDUIDADE-FIM
           END-IF.
           IF WRK-CUR-SESSOES (WRK-CURSO-USO) EQUAL ZEROS
              GO TO 0240-VERIFICAR-ASSIDUIDADE-FIM
           END-IF.
           MOVE ZEROS TO WRK-ASSID-PRESENCAS.
           MOVE ZEROS TO WRK-PRS-USO.
           PERFORM VARYING WRK-PRS-SUB FROM 1 BY 1
                   UNTIL WRK-PRS-SUB > WRK-PRS-QTD
              IF MAT-ALUNO EQUAL WRK-PRS-ALUNO (WRK-PRS-SUB) AND
                 MAT-CURSO EQUAL WRK-PRS-CURSO (WRK-PRS-SUB)
                 MOVE WRK-PRS-PRESENCAS (WRK-PRS-SUB)
                   TO WRK-ASSID-PRESENCAS
                 MOVE WRK-PRS-SUB TO WRK-PRS-USO
              END-IF
           END-PERFORM.
      *    COM A TABELA CHEIA O ALUNO QUE FICOU DE FORA NAO
      *    TEM AS PRESENCAS CONTADAS - NAO SE RECUSA E AVISA
           IF WRK-PRS-USO EQUAL ZEROS AND WRK-PRS-CHEIA EQUAL "S"
              MOVE 4 TO RETURN-CODE
              DISPLAY "PRESENCAS DESCONHECIDAS " MAT-ALUNO " "
                      MAT-CURSO " - ASSIDUIDADE POR CONFERIR"
              GO TO 0240-VERIFICAR-ASSIDUIDADE-FIM
           END-IF.
           IF WRK-ASSID-PRESENCAS GREATER THAN
              WRK-CUR-SESSOES (WRK-CURSO-USO)
              MOVE WRK-CUR-SESSOES (WRK-CURSO-USO)
                TO WRK-ASSID-PRESENCAS
           END-IF.
           COMPUTE WRK-ASSID-PCT = WRK-ASSID-PRESENCAS * 100
                                 / WRK-CUR-SESSOES (WRK-CURSO-USO).
           IF WRK-ASSID-PCT LESS THAN
              WRK-CUR-PRESENCA-MIN (WRK-CURSO-USO)
              MOVE "S" TO WRK-ASSID-FALTA
              DISPLAY "ASSIDUIDADE INSUFICIENTE " MAT-ALUNO " "
                      MAT-CURSO " " WRK-ASSID-PCT "% MINIMO "
                      WRK-CUR-PRESENCA-MIN (WRK-CURSO-USO) "%"
           END-IF.
       0240-VERIFICAR-ASSIDUIDADE-FIM. EXIT.
      **************************************************
       0250-ESTATISTICA                          SECTION.
           DISPLAY "NOTAS LIDAS        : " WRK-ACUM-LIDAS.
           DISPLAY "MATRICULAS CONCLUIDAS: " WRK-ACUM-CONCLUIDAS.
           DISPLAY "NOTAS RECUSADAS    : " WRK-ACUM-RECUSADAS.
           DISPLAY "SEM ASSIDUIDADE    : " WRK-ACUM-SEM-ASSID.
       0250-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE NTA.
           CLOSE MAT.
           CLOSE REJ.
           IF WRK-TEM-CURSOSIN EQUAL "S"
              CLOSE CAT
           END-IF.
           IF WRK-TEM-SESSOES EQUAL "S"
              CLOSE SES
           END-IF.
           IF WRK-TEM-PRESENCA EQUAL "S"
              CLOSE PRS
           END-IF.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

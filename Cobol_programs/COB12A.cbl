       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   COB12A.
      *===================================================
      *   AUTHOR: TRUTT
      *   OBJECTIVE: FOLHA DE PRESENCAS - PARA AS SESSOES DO
      *              DIA PEDIDO NO SYSIN (SESSOES, VER
      *              COB11A), OU SO AS DE UM CURSO, IMPRIME
      *              PELOS SERVICOS DE IMPRESSAO COBOL018 UMA
      *              PAGINA POR SESSAO COM O CURSO, HORARIO,
      *              SALA E INSTRUTOR E OS ALUNOS INSCRITOS
      *              (MATRICUL NO ESTADO I) PARA ASSINAR - O
      *              QUE A FOLHA DISSER E RECOLHIDO NO
      *              REGISTO DE PRESENCAS (PRESENCA, VER
      *              BOOKPRS) POR CURSO, SESSAO E ALUNO
      *   DATA: 15/10/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT SES ASSIGN TO SESSOES
           FILE STATUS IS WRK-FS-SESSOES.
           SELECT MAT ASSIGN TO MATRICUL
           FILE STATUS IS WRK-FS-MATRICUL.
           SELECT CAT ASSIGN TO CURSOSIN
           FILE STATUS IS WRK-FS-CURSOSIN.
      *
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD SES
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       COPY BOOKSES.

       FD MAT
           RECORDING MODE IS F
           RECORD CONTAINS 21 CHARACTERS.
       01 REG-MATRICULA.
          05 MAT-ALUNO             PIC 9(06).
          05 MAT-CURSO             PIC X(04).
          05 MAT-DATA              PIC 9(08).
          05 MAT-NOTA              PIC 9(02).
          05 MAT-ESTADO            PIC X(01).

       FD CAT
           RECORDING MODE IS F.
       01 REG-CURSO.
          05 REG-CURSO-CODIGO      PIC X(04).
          05 REG-CURSO-DESC        PIC X(30).
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-SESSOES          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MATRICUL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CURSOSIN         PIC X(02) VALUE ZEROS.
       01 WRK-PARM.
          05 WRK-PARM-DATA         PIC 9(08).
          05 FILLER                PIC X(01).
          05 WRK-PARM-CURSO        PIC X(04).
      *-------------------------------------------------*
      *  CATALOGO EM MEMORIA PARA AS DESCRICOES         *
      *-------------------------------------------------*
       01 WRK-CURSO-TAB.
          05 WRK-CURSO-ENTRY OCCURS 50 TIMES.
             10 WRK-CUR-CODIGO     PIC X(04).
             10 WRK-CUR-DESC       PIC X(30).
       77 WRK-CURSO-QTD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-SUB            PIC 9(02) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *  ALUNOS INSCRITOS (MATRICULA NO ESTADO I)       *
      *-------------------------------------------------*
       01 WRK-MATR-TAB.
          05 WRK-MATR-ENTRY OCCURS 500 TIMES.
             10 WRK-MTR-ALUNO      PIC 9(06).
             10 WRK-MTR-CURSO      PIC X(04).
       77 WRK-MATR-QTD             PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MATR-SUB             PIC 9(03) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *  AREA DOS SERVICOS DE IMPRESSAO (COBOL018)      *
      *-------------------------------------------------*
       01 WRK-PRINT-AREA.
          05 WRK-PRT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-PRT-TITULO       PIC X(40) VALUE SPACES.
          05 WRK-PRT-LINHA        PIC X(80) VALUE SPACES.
          05 WRK-PRT-RETORNO      PIC X(02) VALUE ZEROS.
      *-------------------------------------------------*
      *  LINHAS DA FOLHA DE PRESENCAS                   *
      *-------------------------------------------------*
       01 WRK-LINHA-CURSO.
          05 FILLER               PIC X(06) VALUE "CURSO ".
          05 WRK-C-CODIGO         PIC X(04).
          05 FILLER               PIC X(03) VALUE " - ".
          05 WRK-C-DESC           PIC X(30).
          05 FILLER               PIC X(09) VALUE "  SESSAO ".
          05 WRK-C-SESSAO         PIC 9(03).
          05 FILLER               PIC X(25) VALUE SPACES.
       01 WRK-LINHA-SESSAO.
          05 FILLER               PIC X(06) VALUE "DATA  ".
          05 WRK-S-DATA           PIC 9(08).
          05 FILLER               PIC X(10) VALUE "  HORARIO ".
          05 WRK-S-HORA-INI       PIC 9(04).
          05 FILLER               PIC X(01) VALUE "-".
          05 WRK-S-HORA-FIM       PIC 9(04).
          05 FILLER               PIC X(07) VALUE "  SALA ".
          05 WRK-S-SALA           PIC X(06).
          05 FILLER               PIC X(12) VALUE "  INSTRUTOR ".
          05 WRK-S-INSTRUTOR      PIC 9(05).
          05 FILLER               PIC X(17) VALUE SPACES.
       01 WRK-LINHA-ALUNO.
          05 FILLER               PIC X(06) VALUE "ALUNO ".
          05 WRK-A-ALUNO          PIC 9(06).
          05 FILLER               PIC X(17) VALUE
             "   PRESENTE [ ]  ".
          05 FILLER               PIC X(40) VALUE
             "ASSINATURA _____________________________".
          05 FILLER               PIC X(11) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 FILLER               PIC X(30) VALUE
             "ALUNOS INSCRITOS NA SESSAO ...".
          05 WRK-T-TOTAL          PIC ZZ9.
          05 FILLER               PIC X(47) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       77 WRK-ACUM-SESSAO         PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-FOLHAS         PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LINHAS         PIC 9(06) VALUE ZEROS.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-CATALOGO
               UNTIL WRK-FS-CURSOSIN EQUAL "10".
           PERFORM 0120-CARREGAR-INSCRITOS
               UNTIL WRK-FS-MATRICUL EQUAL "10".
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-SESSOES EQUAL "10".
           PERFORM 0250-FECHAR-RELATORIO.
           PERFORM 0260-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
             STOP RUN.
       0001-FIM-PRINCIPAL. EXIT.
      **************************************************
      *  SYSIN: AAAAMMDD CCCC - DIA DAS SESSOES E O    *
      *  CURSO (EM BRANCO = TODOS OS CURSOS DO DIA)    *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM.
           IF WRK-PARM-DATA NOT NUMERIC
              DISPLAY "PARAMETRO INVALIDO - AAAAMMDD CCCC"
              STOP RUN
           END-IF.
           OPEN INPUT SES.
           IF WRK-FS-SESSOES NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA SESSOES " WRK-FS-SESSOES
              STOP RUN
           END-IF.
           OPEN INPUT MAT.
           IF WRK-FS-MATRICUL NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA MATRICUL " WRK-FS-MATRICUL
              STOP RUN
           END-IF.
           OPEN INPUT CAT.
           IF WRK-FS-CURSOSIN NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA CURSOSIN " WRK-FS-CURSOSIN
              STOP RUN
           END-IF.
           MOVE "I" TO WRK-PRT-FUNCAO.
           MOVE "FOLHA DE PRESENCAS" TO WRK-PRT-TITULO.
           MOVE SPACES TO WRK-PRT-LINHA.
           CALL "COBOL018" USING WRK-PRINT-AREA.
           READ CAT.
           READ MAT.
           READ SES.
           IF WRK-FS-SESSOES EQUAL "10"
              DISPLAY "SESSOES VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      **************************************************
       0110-CARREGAR-CATALOGO                    SECTION.
           IF WRK-CURSO-QTD LESS THAN 50
              ADD 1 TO WRK-CURSO-QTD
              MOVE REG-CURSO-CODIGO
                TO WRK-CUR-CODIGO (WRK-CURSO-QTD)
              MOVE REG-CURSO-DESC
                TO WRK-CUR-DESC (WRK-CURSO-QTD)
           END-IF.
           READ CAT.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      **************************************************
       0120-CARREGAR-INSCRITOS                   SECTION.
           IF MAT-ESTADO EQUAL "I"
              IF WRK-MATR-QTD LESS THAN 500
                 ADD 1 TO WRK-MATR-QTD
                 MOVE MAT-ALUNO TO WRK-MTR-ALUNO (WRK-MATR-QTD)
                 MOVE MAT-CURSO TO WRK-MTR-CURSO (WRK-MATR-QTD)
              ELSE
                 DISPLAY "TABELA DE MATRICULAS CHEIA"
              END-IF
           END-IF.
           READ MAT.
       0120-CARREGAR-INSCRITOS-FIM. EXIT.
      **************************************************
      *  CADA SESSAO DO DIA ABRE PAGINA NOVA COM OS    *
      *  DADOS DA SESSAO E A LISTA PARA ASSINAR        *
      **************************************************
       0200-PROCESSAR                            SECTION.
           IF SES-DATA NOT EQUAL WRK-PARM-DATA
              GO TO 0200-LER-SEGUINTE
           END-IF.
           IF WRK-PARM-CURSO NOT EQUAL SPACES AND
              SES-CURSO NOT EQUAL WRK-PARM-CURSO
              GO TO 0200-LER-SEGUINTE
           END-IF.
           MOVE SES-CURSO  TO WRK-C-CODIGO.
           MOVE SES-NUMERO TO WRK-C-SESSAO.
           MOVE "CURSO SEM CATALOGO" TO WRK-C-DESC.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
              IF SES-CURSO EQUAL WRK-CUR-CODIGO (WRK-CURSO-SUB)
                 MOVE WRK-CUR-DESC (WRK-CURSO-SUB) TO WRK-C-DESC
              END-IF
           END-PERFORM.
           MOVE SES-DATA      TO WRK-S-DATA.
           MOVE SES-HORA-INI  TO WRK-S-HORA-INI.
           MOVE SES-HORA-FIM  TO WRK-S-HORA-FIM.
           MOVE SES-SALA      TO WRK-S-SALA.
           MOVE SES-INSTRUTOR TO WRK-S-INSTRUTOR.
           MOVE "P" TO WRK-PRT-FUNCAO.
           CALL "COBOL018" USING WRK-PRINT-AREA.
           MOVE "D" TO WRK-PRT-FUNCAO.
           MOVE WRK-LINHA-CURSO TO WRK-PRT-LINHA.
           CALL "COBOL018" USING WRK-PRINT-AREA.
           MOVE WRK-LINHA-SESSAO TO WRK-PRT-LINHA.
           CALL "COBOL018" USING WRK-PRINT-AREA.
           MOVE WRK-LINHA-BRANCO TO WRK-PRT-LINHA.
           CALL "COBOL018" USING WRK-PRINT-AREA.
           MOVE ZEROS TO WRK-ACUM-SESSAO.
           PERFORM VARYING WRK-MATR-SUB FROM 1 BY 1
                   UNTIL WRK-MATR-SUB > WRK-MATR-QTD
              IF WRK-MTR-CURSO (WRK-MATR-SUB) EQUAL SES-CURSO
                 PERFORM 0220-LINHA-DO-ALUNO
              END-IF
           END-PERFORM.
           MOVE WRK-ACUM-SESSAO TO WRK-T-TOTAL.
           MOVE "T" TO WRK-PRT-FUNCAO.
           MOVE WRK-LINHA-TOTAL TO WRK-PRT-LINHA.
           CALL "COBOL018" USING WRK-PRINT-AREA.
           ADD 1 TO WRK-ACUM-FOLHAS.
       0200-LER-SEGUINTE.
           READ SES.
       0200-PROCESSAR-FIM. EXIT.
      **************************************************
       0220-LINHA-DO-ALUNO                       SECTION.
           MOVE WRK-MTR-ALUNO (WRK-MATR-SUB) TO WRK-A-ALUNO.
           MOVE "D" TO WRK-PRT-FUNCAO.
           MOVE WRK-LINHA-ALUNO TO WRK-PRT-LINHA.
           CALL "COBOL018" USING WRK-PRINT-AREA.
           ADD 1 TO WRK-ACUM-SESSAO.
           ADD 1 TO WRK-ACUM-LINHAS.
       0220-LINHA-DO-ALUNO-FIM. EXIT.
      **************************************************
       0250-FECHAR-RELATORIO                     SECTION.
           MOVE "F" TO WRK-PRT-FUNCAO.
           CALL "COBOL018" USING WRK-PRINT-AREA.
       0250-FECHAR-RELATORIO-FIM. EXIT.
      **************************************************
       0260-ESTATISTICA                          SECTION.
           DISPLAY "FOLHAS DE PRESENCA   : " WRK-ACUM-FOLHAS.
           DISPLAY "LINHAS DE ALUNO      : " WRK-ACUM-LINHAS.
       0260-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE SES.
           CLOSE MAT.
           CLOSE CAT.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   COB11A.
      *===================================================
      *   AUTHOR: TRUTT
      *   OBJECTIVE: PLANEAMENTO DAS SESSOES DOS CURSOS - LE
      *              OS PEDIDOS DE SESSAO (SESSIN: CURSO,
      *              NUMERO, DATA, HORARIO, SALA E INSTRUTOR),
      *              VALIDA O CURSO NO CATALOGO (CURSOSIN) E
      *              O HORARIO, E RECUSA A SESSAO QUE PONHA O
      *              MESMO INSTRUTOR OU A MESMA SALA EM DUAS
      *              SESSOES SOBREPOSTAS NO MESMO DIA, CONTRA
      *              AS SESSOES JA MARCADAS (SESSOES, VER
      *              BOOKSES) E AS ACEITES NO PROPRIO LOTE;
      *              AS ACEITES JUNTAM-SE AO SESSOES E AS
      *              RECUSAS SAEM NO SESSREJ COM O MOTIVO
      *              SO AS SESSOES DE HOJE EM DIANTE CONTAM
      *              PARA OS CONFLITOS; SE A TABELA DE SESSOES
      *              ENCHER O PLANEAMENTO PARA COM RC 8 (SEM
      *              ELA OS CONFLITOS JA NAO SE VEEM TODOS)
      *   DATA: 15/10/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PED ASSIGN TO SESSIN
           FILE STATUS IS WRK-FS-SESSIN.
           SELECT CAT ASSIGN TO CURSOSIN
           FILE STATUS IS WRK-FS-CURSOSIN.
           SELECT SES ASSIGN TO SESSOES
           FILE STATUS IS WRK-FS-SESSOES.
           SELECT REJ ASSIGN TO SESSREJ
           FILE STATUS IS WRK-FS-SESSREJ.
      *
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD PED
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 REG-SESSIN.
          05 PED-CURSO             PIC X(04).
          05 PED-NUMERO            PIC 9(03).
          05 PED-DATA              PIC 9(08).
          05 PED-HORA-INI          PIC 9(04).
          05 PED-HORA-FIM          PIC 9(04).
          05 PED-SALA              PIC X(06).
          05 PED-INSTRUTOR         PIC 9(05).
          05 FILLER                PIC X(06).

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

       FD REJ
           RECORDING MODE IS F.
       01 REG-SESSREJ.
          05 REJ-CURSO             PIC X(04).
          05 FILLER                PIC X(01).
          05 REJ-NUMERO            PIC 9(03).
          05 FILLER                PIC X(01).
          05 REJ-DATA              PIC 9(08).
          05 FILLER                PIC X(01).
          05 REJ-MOTIVO            PIC X(02).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-SESSIN           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CURSOSIN         PIC X(02) VALUE ZEROS.
       77 WRK-FS-SESSOES          PIC X(02) VALUE ZEROS.
       77 WRK-FS-SESSREJ          PIC X(02) VALUE ZEROS.
       77 WRK-MOTIVO-SEM-CURSO    PIC X(02) VALUE "01".
       77 WRK-MOTIVO-REPETIDA     PIC X(02) VALUE "02".
       77 WRK-MOTIVO-HORARIO      PIC X(02) VALUE "03".
       77 WRK-MOTIVO-INSTRUTOR    PIC X(02) VALUE "04".
       77 WRK-MOTIVO-SALA         PIC X(02) VALUE "05".
      *-------------------------------------------------*
      *  CODIGOS DO CATALOGO                            *
      *-------------------------------------------------*
       01 WRK-CURSO-TAB.
          05 WRK-CURSO-ENTRY OCCURS 50 TIMES.
             10 WRK-CUR-CODIGO     PIC X(04).
       77 WRK-CURSO-QTD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-USO            PIC 9(02) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *  SESSOES MARCADAS (FICHEIRO + ACEITES DO LOTE)  *
      *-------------------------------------------------*
       01 WRK-SES-TAB.
          05 WRK-SES-ENTRY OCCURS 500 TIMES.
             10 WRK-SES-CURSO      PIC X(04).
             10 WRK-SES-NUMERO     PIC 9(03).
             10 WRK-SES-DATA       PIC 9(08).
             10 WRK-SES-HORA-INI   PIC 9(04).
             10 WRK-SES-HORA-FIM   PIC 9(04).
             10 WRK-SES-SALA       PIC X(06).
             10 WRK-SES-INSTRUTOR  PIC 9(05).
       77 WRK-SES-QTD              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SES-SUB              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SES-CHEIA            PIC X(01) VALUE "N".
       77 WRK-DATA-HOJE            PIC 9(08) VALUE ZEROS.
       77 WRK-CONFLITO             PIC X(02) VALUE SPACES.
       77 WRK-ACUM-LIDAS           PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-ACEITES         PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RECUSADAS       PIC 9(06) VALUE ZEROS.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-CATALOGO
               UNTIL WRK-FS-CURSOSIN EQUAL "10".
           PERFORM 0120-CARREGAR-SESSOES
               UNTIL WRK-FS-SESSOES EQUAL "10".
           PERFORM 0130-REABRIR-SESSOES.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-SESSIN EQUAL "10"
                                     OR WRK-SES-CHEIA EQUAL "S".
           PERFORM 0250-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
             STOP RUN.
       0001-FIM-PRINCIPAL. EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PED.
           IF WRK-FS-SESSIN NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA SESSIN " WRK-FS-SESSIN
              STOP RUN
           END-IF.
           OPEN INPUT CAT.
           IF WRK-FS-CURSOSIN NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA CURSOSIN " WRK-FS-CURSOSIN
              STOP RUN
           END-IF.
      *    SEM FICHEIRO DE SESSOES O PLANO COMECA DO ZERO
           OPEN INPUT SES.
           IF WRK-FS-SESSOES NOT EQUAL "00"
              MOVE "10" TO WRK-FS-SESSOES
           END-IF.
           OPEN OUTPUT REJ.
           READ CAT.
           IF WRK-FS-CURSOSIN EQUAL "10"
              DISPLAY "CATALOGO VAZIO - TUDO SERA RECUSADO"
           END-IF.
           IF WRK-FS-SESSOES EQUAL "00"
              READ SES
           END-IF.
           READ PED.
           IF WRK-FS-SESSIN EQUAL "10"
              DISPLAY "SESSIN VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      **************************************************
       0110-CARREGAR-CATALOGO                    SECTION.
           IF WRK-CURSO-QTD LESS THAN 50
              ADD 1 TO WRK-CURSO-QTD
              MOVE REG-CURSO-CODIGO
                TO WRK-CUR-CODIGO (WRK-CURSO-QTD)
           ELSE
              DISPLAY "CATALOGO CHEIO - CURSO IGNORADO "
                      REG-CURSO-CODIGO
           END-IF.
           READ CAT.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      **************************************************
      *  A SESSAO JA PASSADA NAO ENTRA EM CONFLITO COM  *
      *  NADA - SO SE CARREGAM AS DE HOJE EM DIANTE     *
      **************************************************
       0120-CARREGAR-SESSOES                     SECTION.
           IF SES-DATA LESS THAN WRK-DATA-HOJE
              READ SES
              GO TO 0120-CARREGAR-SESSOES-FIM
           END-IF.
           IF WRK-SES-QTD LESS THAN 500
              ADD 1 TO WRK-SES-QTD
              MOVE SES-CURSO     TO WRK-SES-CURSO (WRK-SES-QTD)
              MOVE SES-NUMERO    TO WRK-SES-NUMERO (WRK-SES-QTD)
              MOVE SES-DATA      TO WRK-SES-DATA (WRK-SES-QTD)
              MOVE SES-HORA-INI  TO WRK-SES-HORA-INI (WRK-SES-QTD)
              MOVE SES-HORA-FIM  TO WRK-SES-HORA-FIM (WRK-SES-QTD)
              MOVE SES-SALA      TO WRK-SES-SALA (WRK-SES-QTD)
              MOVE SES-INSTRUTOR TO WRK-SES-INSTRUTOR (WRK-SES-QTD)
           ELSE
              DISPLAY "TABELA DE SESSOES CHEIA - PLANEAMENTO PARADO"
              MOVE "S"  TO WRK-SES-CHEIA
              MOVE 8    TO RETURN-CODE
              MOVE "10" TO WRK-FS-SESSOES
              GO TO 0120-CARREGAR-SESSOES-FIM
           END-IF.
           READ SES.
       0120-CARREGAR-SESSOES-FIM. EXIT.
      **************************************************
       0130-REABRIR-SESSOES                      SECTION.
           CLOSE SES.
           OPEN EXTEND SES.
           IF WRK-FS-SESSOES NOT EQUAL "00"
              OPEN OUTPUT SES
           END-IF.
           IF WRK-FS-SESSOES NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA SESSOES " WRK-FS-SESSOES
              STOP RUN
           END-IF.
       0130-REABRIR-SESSOES-FIM. EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-ACUM-LIDAS.
           MOVE ZEROS TO WRK-CURSO-USO.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
              IF PED-CURSO EQUAL WRK-CUR-CODIGO (WRK-CURSO-SUB)
                 MOVE WRK-CURSO-SUB TO WRK-CURSO-USO
              END-IF
           END-PERFORM.
           IF WRK-CURSO-USO EQUAL ZEROS
              MOVE WRK-MOTIVO-SEM-CURSO TO REJ-MOTIVO
              PERFORM 0230-RECUSAR
              GO TO 0200-LER-SEGUINTE
           END-IF.
      *    HORARIO EM HHMM, O FIM DEPOIS DO INICIO E NO
      *    MESMO DIA
           IF PED-DATA NOT NUMERIC OR
              PED-HORA-INI NOT NUMERIC OR
              PED-HORA-FIM NOT NUMERIC OR
              PED-HORA-INI NOT LESS THAN PED-HORA-FIM OR
              PED-HORA-FIM GREATER THAN 2400 OR
              PED-HORA-INI (3:2) GREATER THAN "59" OR
              PED-HORA-FIM (3:2) GREATER THAN "59"
              MOVE WRK-MOTIVO-HORARIO TO REJ-MOTIVO
              PERFORM 0230-RECUSAR
              GO TO 0200-LER-SEGUINTE
           END-IF.
           PERFORM 0210-PROCURAR-CONFLITO.
           IF WRK-CONFLITO NOT EQUAL SPACES
              MOVE WRK-CONFLITO TO REJ-MOTIVO
              PERFORM 0230-RECUSAR
              GO TO 0200-LER-SEGUINTE
           END-IF.
           PERFORM 0220-MARCAR.
       0200-LER-SEGUINTE.
           READ PED.
       0200-PROCESSAR-FIM. EXIT.
      **************************************************
      *  DUAS SESSOES NO MESMO DIA SOBREPOEM-SE QUANDO *
      *  CADA UMA COMECA ANTES DE A OUTRA ACABAR - O   *
      *  INSTRUTOR E A SALA SO PODEM ESTAR NUMA        *
      **************************************************
       0210-PROCURAR-CONFLITO                    SECTION.
           MOVE SPACES TO WRK-CONFLITO.
           PERFORM VARYING WRK-SES-SUB FROM 1 BY 1
                   UNTIL WRK-SES-SUB > WRK-SES-QTD
                      OR WRK-CONFLITO NOT EQUAL SPACES
              IF PED-CURSO  EQUAL WRK-SES-CURSO (WRK-SES-SUB) AND
                 PED-NUMERO EQUAL WRK-SES-NUMERO (WRK-SES-SUB)
                 MOVE WRK-MOTIVO-REPETIDA TO WRK-CONFLITO
              END-IF
              IF WRK-CONFLITO EQUAL SPACES AND
                 PED-DATA EQUAL WRK-SES-DATA (WRK-SES-SUB) AND
                 PED-HORA-INI LESS THAN
                 WRK-SES-HORA-FIM (WRK-SES-SUB) AND
                 WRK-SES-HORA-INI (WRK-SES-SUB) LESS THAN
                 PED-HORA-FIM
                 IF PED-INSTRUTOR EQUAL
                    WRK-SES-INSTRUTOR (WRK-SES-SUB)
                    MOVE WRK-MOTIVO-INSTRUTOR TO WRK-CONFLITO
                 ELSE
                    IF PED-SALA EQUAL WRK-SES-SALA (WRK-SES-SUB)
                       MOVE WRK-MOTIVO-SALA TO WRK-CONFLITO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WRK-CONFLITO NOT EQUAL SPACES
              SUBTRACT 1 FROM WRK-SES-SUB
              DISPLAY "SESSAO " PED-CURSO "/" PED-NUMERO
                      " EM CONFLITO COM " WRK-SES-CURSO (WRK-SES-SUB)
                      "/" WRK-SES-NUMERO (WRK-SES-SUB)
           END-IF.
       0210-PROCURAR-CONFLITO-FIM. EXIT.
      **************************************************
       0220-MARCAR                               SECTION.
           MOVE SPACES        TO REG-SESSAO.
           MOVE PED-CURSO     TO SES-CURSO.
           MOVE PED-NUMERO    TO SES-NUMERO.
           MOVE PED-DATA      TO SES-DATA.
           MOVE PED-HORA-INI  TO SES-HORA-INI.
           MOVE PED-HORA-FIM  TO SES-HORA-FIM.
           MOVE PED-SALA      TO SES-SALA.
           MOVE PED-INSTRUTOR TO SES-INSTRUTOR.
           WRITE REG-SESSAO.
           ADD 1 TO WRK-ACUM-ACEITES.
           IF WRK-SES-QTD LESS THAN 500
              ADD 1 TO WRK-SES-QTD
              MOVE PED-CURSO     TO WRK-SES-CURSO (WRK-SES-QTD)
              MOVE PED-NUMERO    TO WRK-SES-NUMERO (WRK-SES-QTD)
              MOVE PED-DATA      TO WRK-SES-DATA (WRK-SES-QTD)
              MOVE PED-HORA-INI  TO WRK-SES-HORA-INI (WRK-SES-QTD)
              MOVE PED-HORA-FIM  TO WRK-SES-HORA-FIM (WRK-SES-QTD)
              MOVE PED-SALA      TO WRK-SES-SALA (WRK-SES-QTD)
              MOVE PED-INSTRUTOR TO WRK-SES-INSTRUTOR (WRK-SES-QTD)
           ELSE
              DISPLAY "TABELA DE SESSOES CHEIA - PLANEAMENTO PARADO"
              MOVE "S" TO WRK-SES-CHEIA
              MOVE 8   TO RETURN-CODE
           END-IF.
       0220-MARCAR-FIM. EXIT.
      **************************************************
       0230-RECUSAR                              SECTION.
           MOVE PED-CURSO  TO REJ-CURSO.
           MOVE PED-NUMERO TO REJ-NUMERO.
           MOVE PED-DATA   TO REJ-DATA.
           WRITE REG-SESSREJ.
           ADD 1 TO WRK-ACUM-RECUSADAS.
       0230-RECUSAR-FIM. EXIT.
      **************************************************
       0250-ESTATISTICA                          SECTION.
           DISPLAY "SESSOES PEDIDAS     : " WRK-ACUM-LIDAS.
           DISPLAY "SESSOES MARCADAS    : " WRK-ACUM-ACEITES.
           DISPLAY "SESSOES RECUSADAS   : " WRK-ACUM-RECUSADAS.
       0250-ESTATISTICA-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE PED.
           CLOSE CAT.
           CLOSE SES.
           CLOSE REJ.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   COB13A.
      *===================================================
      *   AUTHOR: TRUTT
      *   OBJECTIVE: HORARIO DOS INSTRUTORES - ORDENA AS
      *              SESSOES MARCADAS (SESSOES, VER COB11A)
      *              POR INSTRUTOR, DATA E HORA E EMITE PARA
      *              O PERIODO PEDIDO NO SYSIN UM HORARIO POR
      *              INSTRUTOR (HORAREL) COM O CURSO, A
      *              SESSAO, O HORARIO E A SALA, E O TOTAL DE
      *              SESSOES E DE HORAS DE CADA INSTRUTOR
      *   DATA: 15/10/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT SES ASSIGN TO SESSOES
           FILE STATUS IS WRK-FS-SESSOES.
           SELECT SRT ASSIGN TO "SORTWK14".
           SELECT SSS ASSIGN TO SESSOESS
           FILE STATUS IS WRK-FS-SESSOESS.
           SELECT CAT ASSIGN TO CURSOSIN
           FILE STATUS IS WRK-FS-CURSOSIN.
           SELECT REL ASSIGN TO HORAREL
           FILE STATUS IS WRK-FS-HORAREL.
      *
       DATA                                      DIVISION.
       FILE                                      SECTION.
       FD SES
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       COPY BOOKSES.

       SD SRT.
       01 SD-SESSAO.
          05 SD-CURSO              PIC X(04).
          05 SD-NUMERO             PIC 9(03).
          05 SD-DATA               PIC 9(08).
          05 SD-HORA-INI           PIC 9(04).
          05 SD-HORA-FIM           PIC 9(04).
          05 SD-SALA               PIC X(06).
          05 SD-INSTRUTOR          PIC 9(05).
          05 FILLER                PIC X(06).

       FD SSS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 REG-SESSAO-SORT.
          05 SSS-CURSO             PIC X(04).
          05 SSS-NUMERO            PIC 9(03).
          05 SSS-DATA              PIC 9(08).
          05 SSS-HORA-INI          PIC 9(04).
          05 SSS-HORA-FIM          PIC 9(04).
          05 SSS-SALA              PIC X(06).
          05 SSS-INSTRUTOR         PIC 9(05).
          05 FILLER                PIC X(06).

       FD CAT
           RECORDING MODE IS F.
       01 REG-CURSO.
          05 REG-CURSO-CODIGO      PIC X(04).
          05 REG-CURSO-DESC        PIC X(30).
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-HORAREL             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-SESSOES          PIC X(02) VALUE ZEROS.
       77 WRK-FS-SESSOESS         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CURSOSIN         PIC X(02) VALUE ZEROS.
       77 WRK-FS-HORAREL          PIC X(02) VALUE ZEROS.
       77 WRK-INSTRUTOR-ANT       PIC 9(05) VALUE ZEROS.
       77 WRK-PRIMEIRA-VEZ        PIC X(01) VALUE "S".
       77 WRK-ACUM-SESSOES        PIC 9(03) VALUE ZEROS.
       77 WRK-ACUM-MINUTOS        PIC 9(05) VALUE ZEROS.
       77 WRK-MINUTOS             PIC 9(05) VALUE ZEROS.
       77 WRK-ACUM-LIDAS          PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LISTADAS       PIC 9(06) VALUE ZEROS.
       01 WRK-PARM.
          05 WRK-PARM-INICIO       PIC 9(08).
          05 FILLER                PIC X(01).
          05 WRK-PARM-FIM          PIC 9(08).
       01 WRK-HORA.
          05 WRK-HORA-HH           PIC 9(02).
          05 WRK-HORA-MM           PIC 9(02).
       01 WRK-HORA-N REDEFINES WRK-HORA PIC 9(04).
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
      *                LINHAS DO HORARIO                *
      *-------------------------------------------------*
       01 WRK-LINHA-INSTRUTOR.
          05 FILLER               PIC X(12) VALUE "INSTRUTOR : ".
          05 WRK-LI-INSTRUTOR     PIC 9(05).
          05 FILLER               PIC X(63) VALUE SPACES.
       01 WRK-LINHA-DET.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-L-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-HORA-INI       PIC 9(04).
          05 FILLER               PIC X(01) VALUE "-".
          05 WRK-L-HORA-FIM       PIC 9(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CURSO          PIC X(04).
          05 FILLER               PIC X(01) VALUE "/".
          05 WRK-L-SESSAO         PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DESC           PIC X(30).
          05 FILLER               PIC X(06) VALUE " SALA ".
          05 WRK-L-SALA           PIC X(06).
          05 FILLER               PIC X(08) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 FILLER               PIC X(20) VALUE
                 "SESSOES ............".
          05 WRK-LT-SESSOES       PIC ZZ9.
          05 FILLER               PIC X(10) VALUE "   HORAS: ".
          05 WRK-LT-HORAS         PIC ZZZ9.
          05 FILLER               PIC X(01) VALUE "H".
          05 WRK-LT-MINUTOS       PIC 99.
          05 FILLER               PIC X(40) VALUE SPACES.
       01 WRK-LINHA-VAZIA         PIC X(80) VALUE SPACES.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           MOVE SPACES TO WRK-PARM.
           ACCEPT WRK-PARM.
           IF WRK-PARM-INICIO NOT NUMERIC OR
              WRK-PARM-FIM NOT NUMERIC
              DISPLAY "PARAMETRO INVALIDO - AAAAMMDD AAAAMMDD"
              STOP RUN
           END-IF.
           SORT SRT ON ASCENDING KEY SD-INSTRUTOR SD-DATA
                                     SD-HORA-INI
               USING SES
               GIVING SSS.
           IF SORT-RETURN NOT EQUAL 0
              DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN
           ELSE
              PERFORM 0100-INICIALIZAR
              PERFORM 0110-CARREGAR-CATALOGO
                 UNTIL WRK-FS-CURSOSIN EQUAL "10"
              PERFORM 0200-PROCESSAR
                 UNTIL WRK-FS-SESSOESS EQUAL "10"
              IF WRK-PRIMEIRA-VEZ EQUAL "N"
                 PERFORM 0220-FECHAR-INSTRUTOR
              END-IF
              PERFORM 0300-FINALIZAR
           END-IF.
             STOP RUN.
       0001-FIM-PRINCIPAL. EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT SSS.
           IF WRK-FS-SESSOESS NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA SESSOESS " WRK-FS-SESSOESS
              STOP RUN
           END-IF.
           OPEN INPUT CAT.
           IF WRK-FS-CURSOSIN NOT EQUAL "00"
              DISPLAY "ERRO ABERTURA CURSOSIN " WRK-FS-CURSOSIN
              STOP RUN
           END-IF.
           OPEN OUTPUT REL.
           READ CAT.
           READ SSS.
           IF WRK-FS-SESSOESS EQUAL "10"
              DISPLAY "SESSOES VAZIO - SEM HORARIOS"
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
      *  QUEBRA POR INSTRUTOR - SO AS SESSOES DENTRO   *
      *  DO PERIODO PEDIDO                             *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-ACUM-LIDAS.
           IF SSS-DATA LESS THAN WRK-PARM-INICIO OR
              SSS-DATA GREATER THAN WRK-PARM-FIM
              GO TO 0200-LER-SEGUINTE
           END-IF.
           IF WRK-PRIMEIRA-VEZ EQUAL "S"
              MOVE "N"           TO WRK-PRIMEIRA-VEZ
              MOVE SSS-INSTRUTOR TO WRK-INSTRUTOR-ANT
              PERFORM 0210-ABRIR-INSTRUTOR
           ELSE
              IF SSS-INSTRUTOR NOT EQUAL WRK-INSTRUTOR-ANT
                 PERFORM 0220-FECHAR-INSTRUTOR
                 MOVE SSS-INSTRUTOR TO WRK-INSTRUTOR-ANT
                 PERFORM 0210-ABRIR-INSTRUTOR
              END-IF
           END-IF.
           MOVE SSS-DATA     TO WRK-L-DATA.
           MOVE SSS-HORA-INI TO WRK-L-HORA-INI.
           MOVE SSS-HORA-FIM TO WRK-L-HORA-FIM.
           MOVE SSS-CURSO    TO WRK-L-CURSO.
           MOVE SSS-NUMERO   TO WRK-L-SESSAO.
           MOVE SSS-SALA     TO WRK-L-SALA.
           MOVE "CURSO SEM CATALOGO" TO WRK-L-DESC.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
              IF SSS-CURSO EQUAL WRK-CUR-CODIGO (WRK-CURSO-SUB)
                 MOVE WRK-CUR-DESC (WRK-CURSO-SUB) TO WRK-L-DESC
              END-IF
           END-PERFORM.
           WRITE REG-HORAREL FROM WRK-LINHA-DET.
      *    DURACAO EM MINUTOS - HHMM NAO SE SUBTRAI DIRETO
           MOVE SSS-HORA-FIM TO WRK-HORA-N.
           COMPUTE WRK-MINUTOS = WRK-HORA-HH * 60 + WRK-HORA-MM.
           MOVE SSS-HORA-INI TO WRK-HORA-N.
           COMPUTE WRK-MINUTOS = WRK-MINUTOS
                               - WRK-HORA-HH * 60 - WRK-HORA-MM.
           ADD WRK-MINUTOS TO WRK-ACUM-MINUTOS.
           ADD 1 TO WRK-ACUM-SESSOES.
           ADD 1 TO WRK-ACUM-LISTADAS.
       0200-LER-SEGUINTE.
           READ SSS.
       0200-PROCESSAR-FIM. EXIT.
      **************************************************
       0210-ABRIR-INSTRUTOR                      SECTION.
           MOVE ZEROS TO WRK-ACUM-SESSOES.
           MOVE ZEROS TO WRK-ACUM-MINUTOS.
           MOVE WRK-INSTRUTOR-ANT TO WRK-LI-INSTRUTOR.
           WRITE REG-HORAREL FROM WRK-LINHA-INSTRUTOR.
       0210-ABRIR-INSTRUTOR-FIM. EXIT.
      **************************************************
       0220-FECHAR-INSTRUTOR                     SECTION.
           MOVE WRK-ACUM-SESSOES TO WRK-LT-SESSOES.
           DIVIDE WRK-ACUM-MINUTOS BY 60 GIVING WRK-LT-HORAS
                  REMAINDER WRK-LT-MINUTOS.
           WRITE REG-HORAREL FROM WRK-LINHA-TOTAL.
           WRITE REG-HORAREL FROM WRK-LINHA-VAZIA.
       0220-FECHAR-INSTRUTOR-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE SSS.
           CLOSE CAT.
           CLOSE REL.
           DISPLAY "SESSOES LIDAS    : " WRK-ACUM-LIDAS.
           DISPLAY "SESSOES LISTADAS : " WRK-ACUM-LISTADAS.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

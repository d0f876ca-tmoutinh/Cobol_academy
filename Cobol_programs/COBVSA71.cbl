       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA71.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: FUSAO E ORDENACAO DOS FICHEIROS DE
      *            MOVIMENTOS (LAYOUT BOOKMOV) ANTES DA
      *            POSTAGEM DO COBVSA07 - JUNTA TODOS OS
      *            FICHEIROS DO DIA NUM UNICO MOVDIA ORDENADO
      *            POR CONTA E, DENTRO DA CONTA, PELA
      *            PRIORIDADE DA TABELA WRK-PRIORIDADES:
      *            1 CREDITOS, 2 SALARIOS, 3 DEBITOS PEDIDOS
      *            PELO CLIENTE, 4 COMISSOES E PRESTACOES DE
      *            EMPRESTIMO - A COMISSAO JA NAO E RECUSADA
      *            POR CHEGAR ANTES DO SALARIO DO DIA E A
      *            POSTAGEM LE O ARQCLI PELA ORDEM DA CHAVE
      *            EMITE UM TOTAL DE CONTROLO POR FICHEIRO
      *            (LIDOS, CREDITOS, DEBITOS) E PROVA QUE O
      *            MOVDIA GERADO TEM TUDO O QUE ENTROU -
      *            FICHEIRO EM FALTA SO AVISA (HA FICHEIROS
      *            QUE SO EXISTEM NO CICLO MENSAL)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * MOVCOMP     INPUT       -----   (LAYOUT BOOKMOV)
      * MOVDEP      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVTRD      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVSUSP     INPUT       -----   (LAYOUT BOOKMOV)
      * MOVDSP      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVSAL      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVORD      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVATM      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVCHQ      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVCOB      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVCRD      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVTAR      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVEMPR     INPUT       -----   (LAYOUT BOOKMOV)
      * MOVREEMB    INPUT       -----   (LAYOUT BOOKMOV)
      * MOVFOR      INPUT       -----   (LAYOUT BOOKMOV)
      * MOVDIA      OUTPUT      BOOKMOV
      * MOVCTL      OUTPUT      -----   (TOTAIS DE CONTROLO)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT F01 ASSIGN TO MOVCOMP
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F02 ASSIGN TO MOVDEP
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F03 ASSIGN TO MOVTRD
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F04 ASSIGN TO MOVSUSP
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F05 ASSIGN TO MOVDSP
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F06 ASSIGN TO MOVSAL
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F07 ASSIGN TO MOVORD
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F08 ASSIGN TO MOVATM
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F09 ASSIGN TO MOVCHQ
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F10 ASSIGN TO MOVCOB
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F11 ASSIGN TO MOVCRD
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F12 ASSIGN TO MOVTAR
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F13 ASSIGN TO MOVEMPR
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F14 ASSIGN TO MOVREEMB
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT F15 ASSIGN TO MOVFOR
           FILE STATUS IS WRK-FS-ENTRADA.

           SELECT SRT ASSIGN TO "SORTWK10".

           SELECT MOV ASSIGN TO MOVDIA
           FILE STATUS IS WRK-FS-MOVDIA.

           SELECT CTL ASSIGN TO MOVCTL
           FILE STATUS IS WRK-FS-MOVCTL.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD F01
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F01                 PIC X(29).

       FD F02
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F02                 PIC X(29).

       FD F03
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F03                 PIC X(29).

       FD F04
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F04                 PIC X(29).

       FD F05
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F05                 PIC X(29).

       FD F06
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F06                 PIC X(29).

       FD F07
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F07                 PIC X(29).

       FD F08
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F08                 PIC X(29).

       FD F09
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F09                 PIC X(29).

       FD F10
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F10                 PIC X(29).

       FD F11
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F11                 PIC X(29).

       FD F12
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F12                 PIC X(29).

       FD F13
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F13                 PIC X(29).

       FD F14
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F14                 PIC X(29).

       FD F15
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REG-F15                 PIC X(29).

      *-------------------------------------------------*
      *  A SEQUENCIA DE LEITURA NO FIM DA CHAVE MANTEM  *
      *  A ORDEM ORIGINAL DENTRO DE CADA FICHEIRO - O   *
      *  RERUN DO COBVSA07 PRECISA DE UM MOVDIA IGUAL   *
      *-------------------------------------------------*
       SD SRT.
       01 SD-MOVIMENTO.
          05 SD-CHAVE             PIC X(09).
          05 SD-PRIORIDADE        PIC 9(01).
          05 SD-DATA-VALOR        PIC 9(08).
          05 SD-FICHEIRO          PIC 9(02).
          05 SD-SEQUENCIA         PIC 9(09).
          05 SD-MOVDIA            PIC X(29).

       FD MOV
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       COPY BOOKMOV.

       FD CTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-MOVCTL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ENTRADA          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVDIA           PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVCTL           PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-SORT            PIC X(01) VALUE "N".
       77 WRK-FIM-ENTRADA         PIC X(01) VALUE "N".
       77 WRK-FIC-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SEQUENCIA           PIC 9(09) COMP VALUE ZEROS.
       77 WRK-ERRO-CONTROLO       PIC X(01) VALUE "N".
       01 WRK-REG-LIDO.
          05 WRK-LID-CHAVE        PIC X(09).
          05 WRK-LID-TIPO         PIC X(01).
          05 WRK-LID-VALOR        PIC 9(06)V99.
          05 WRK-LID-MOEDA        PIC X(03).
          05 WRK-LID-DATA-VALOR   PIC 9(08).
      *-------------------------------------------------*
      *  TABELA DE PRIORIDADES - DDNAME, PRIORIDADE DO  *
      *  CREDITO E DO DEBITO DE CADA FICHEIRO           *
      *  (A ORDEM DA TABELA E A DOS SELECT F01 A F15)   *
      *-------------------------------------------------*
       01 WRK-PRIORIDADES.
          05 FILLER               PIC X(10) VALUE "MOVCOMP 13".
          05 FILLER               PIC X(10) VALUE "MOVDEP  13".
          05 FILLER               PIC X(10) VALUE "MOVTRD  13".
          05 FILLER               PIC X(10) VALUE "MOVSUSP 13".
          05 FILLER               PIC X(10) VALUE "MOVDSP  13".
          05 FILLER               PIC X(10) VALUE "MOVSAL  23".
          05 FILLER               PIC X(10) VALUE "MOVORD  13".
          05 FILLER               PIC X(10) VALUE "MOVATM  13".
          05 FILLER               PIC X(10) VALUE "MOVCHQ  13".
          05 FILLER               PIC X(10) VALUE "MOVCOB  13".
          05 FILLER               PIC X(10) VALUE "MOVCRD  13".
          05 FILLER               PIC X(10) VALUE "MOVTAR  14".
          05 FILLER               PIC X(10) VALUE "MOVEMPR 14".
          05 FILLER               PIC X(10) VALUE "MOVREEMB13".
          05 FILLER               PIC X(10) VALUE "MOVFOR  13".
       01 FILLER REDEFINES WRK-PRIORIDADES.
          05 WRK-PRI-ENTRY OCCURS 15 TIMES.
             10 WRK-PRI-DDNAME    PIC X(08).
             10 WRK-PRI-CREDITO   PIC 9(01).
             10 WRK-PRI-DEBITO    PIC 9(01).
       77 WRK-QTD-FICHEIROS       PIC 9(02) COMP VALUE 15.
      *------------- TOTAIS DE CONTROLO POR FICHEIRO -----
       01 WRK-CONTROLO-TAB.
          05 WRK-CTL-ENTRY OCCURS 15 TIMES.
             10 WRK-CTL-RECEBIDO  PIC X(01).
             10 WRK-CTL-LIDOS     PIC 9(09) COMP.
             10 WRK-CTL-CREDITOS  PIC 9(11)V99 COMP.
             10 WRK-CTL-DEBITOS   PIC 9(11)V99 COMP.
             10 WRK-CTL-GRAVADOS  PIC 9(09) COMP.
             10 WRK-CTL-VALOR-SAI PIC 9(11)V99 COMP.
       77 WRK-TOT-LIDOS           PIC 9(09) COMP VALUE ZEROS.
       77 WRK-TOT-CREDITOS        PIC 9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-DEBITOS         PIC 9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-GRAVADOS        PIC 9(09) COMP VALUE ZEROS.
       77 WRK-TOT-TIPO-INVALIDO   PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(44) VALUE
             "FUSAO DOS MOVIMENTOS PARA A POSTAGEM - DATA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(28) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "FICHEIRO  LIDOS          CREDITOS       ".
          05 FILLER               PIC X(40) VALUE
             "    DEBITOS  GRAVADOS  SITUACAO         ".
       01 WRK-LINHA-CTL.
          05 WRK-L-DDNAME         PIC X(08).
          05 WRK-L-LIDOS          PIC ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CREDITOS       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DEBITOS        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-L-GRAVADOS       PIC ZZZ.ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-L-SITUACAO       PIC X(13).
          05 FILLER               PIC X(05) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           SORT SRT ON ASCENDING KEY SD-CHAVE SD-PRIORIDADE
                                     SD-DATA-VALOR SD-FICHEIRO
                                     SD-SEQUENCIA
               INPUT PROCEDURE IS 0400-LER-FICHEIROS
               OUTPUT PROCEDURE IS 0500-GRAVAR-MOVDIA.
           IF SORT-RETURN NOT EQUAL 0
             DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 0600-TOTAIS-CONTROLO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           PERFORM VARYING WRK-FIC-SUB FROM 1 BY 1
                   UNTIL WRK-FIC-SUB > WRK-QTD-FICHEIROS
             MOVE "N"   TO WRK-CTL-RECEBIDO (WRK-FIC-SUB)
             MOVE ZEROS TO WRK-CTL-LIDOS (WRK-FIC-SUB)
             MOVE ZEROS TO WRK-CTL-CREDITOS (WRK-FIC-SUB)
             MOVE ZEROS TO WRK-CTL-DEBITOS (WRK-FIC-SUB)
             MOVE ZEROS TO WRK-CTL-GRAVADOS (WRK-FIC-SUB)
             MOVE ZEROS TO WRK-CTL-VALOR-SAI (WRK-FIC-SUB)
           END-PERFORM.
           OPEN OUTPUT CTL.
           IF WRK-FS-MOVCTL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA MOVCTL - STATUS "
                     WRK-FS-MOVCTL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-MOVCTL FROM WRK-LINHA-CAB.
           WRITE REG-MOVCTL FROM WRK-LINHA-BRANCO.
           WRITE REG-MOVCTL FROM WRK-LINHA-TIT.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  LE CADA FICHEIRO DE MOVIMENTOS PELA ORDEM DA  *
      *  TABELA E ENTREGA-OS AO SORT COM A PRIORIDADE  *
      **************************************************
       0400-LER-FICHEIROS                        SECTION.
           PERFORM VARYING WRK-FIC-SUB FROM 1 BY 1
                   UNTIL WRK-FIC-SUB > WRK-QTD-FICHEIROS
             PERFORM 0410-ABRIR-FICHEIRO
             IF WRK-FS-ENTRADA EQUAL "00"
               MOVE "S" TO WRK-CTL-RECEBIDO (WRK-FIC-SUB)
               MOVE "N" TO WRK-FIM-ENTRADA
               PERFORM 0420-LER-FICHEIRO
               PERFORM 0430-ENTREGAR-MOVIMENTO
                   UNTIL WRK-FIM-ENTRADA EQUAL "S"
               PERFORM 0440-FECHAR-FICHEIRO
             ELSE
               DISPLAY "FICHEIRO " WRK-PRI-DDNAME (WRK-FIC-SUB)
                       " NAO RECEBIDO - STATUS " WRK-FS-ENTRADA
             END-IF
           END-PERFORM.
       0400-LER-FICHEIROS-FIM.  EXIT.
      **************************************************
       0410-ABRIR-FICHEIRO                       SECTION.
           EVALUATE WRK-FIC-SUB
             WHEN 1   OPEN INPUT F01
             WHEN 2   OPEN INPUT F02
             WHEN 3   OPEN INPUT F03
             WHEN 4   OPEN INPUT F04
             WHEN 5   OPEN INPUT F05
             WHEN 6   OPEN INPUT F06
             WHEN 7   OPEN INPUT F07
             WHEN 8   OPEN INPUT F08
             WHEN 9   OPEN INPUT F09
             WHEN 10  OPEN INPUT F10
             WHEN 11  OPEN INPUT F11
             WHEN 12  OPEN INPUT F12
             WHEN 13  OPEN INPUT F13
             WHEN 14  OPEN INPUT F14
             WHEN 15  OPEN INPUT F15
           END-EVALUATE.
       0410-ABRIR-FICHEIRO-FIM.  EXIT.
      **************************************************
       0420-LER-FICHEIRO                         SECTION.
           EVALUATE WRK-FIC-SUB
             WHEN 1   READ F01 INTO WRK-REG-LIDO
             WHEN 2   READ F02 INTO WRK-REG-LIDO
             WHEN 3   READ F03 INTO WRK-REG-LIDO
             WHEN 4   READ F04 INTO WRK-REG-LIDO
             WHEN 5   READ F05 INTO WRK-REG-LIDO
             WHEN 6   READ F06 INTO WRK-REG-LIDO
             WHEN 7   READ F07 INTO WRK-REG-LIDO
             WHEN 8   READ F08 INTO WRK-REG-LIDO
             WHEN 9   READ F09 INTO WRK-REG-LIDO
             WHEN 10  READ F10 INTO WRK-REG-LIDO
             WHEN 11  READ F11 INTO WRK-REG-LIDO
             WHEN 12  READ F12 INTO WRK-REG-LIDO
             WHEN 13  READ F13 INTO WRK-REG-LIDO
             WHEN 14  READ F14 INTO WRK-REG-LIDO
             WHEN 15  READ F15 INTO WRK-REG-LIDO
           END-EVALUATE.
           IF WRK-FS-ENTRADA NOT EQUAL "00"
             MOVE "S" TO WRK-FIM-ENTRADA
           END-IF.
       0420-LER-FICHEIRO-FIM.  EXIT.
      **************************************************
      *  TIPO DIFERENTE DE C/D VAI COMO DEBITO - O     *
      *  COBVSA07 E QUE O RECUSA E LISTA NO MOVREJ     *
      **************************************************
       0430-ENTREGAR-MOVIMENTO                   SECTION.
           ADD 1 TO WRK-CTL-LIDOS (WRK-FIC-SUB).
           ADD 1 TO WRK-SEQUENCIA.
           IF WRK-LID-TIPO EQUAL "C"
             ADD WRK-LID-VALOR TO WRK-CTL-CREDITOS (WRK-FIC-SUB)
             MOVE WRK-PRI-CREDITO (WRK-FIC-SUB) TO SD-PRIORIDADE
           ELSE
             IF WRK-LID-TIPO NOT EQUAL "D"
               ADD 1 TO WRK-TOT-TIPO-INVALIDO
             END-IF
             ADD WRK-LID-VALOR TO WRK-CTL-DEBITOS (WRK-FIC-SUB)
             MOVE WRK-PRI-DEBITO (WRK-FIC-SUB) TO SD-PRIORIDADE
           END-IF.
           MOVE WRK-LID-CHAVE      TO SD-CHAVE.
           MOVE WRK-LID-DATA-VALOR TO SD-DATA-VALOR.
           MOVE WRK-FIC-SUB        TO SD-FICHEIRO.
           MOVE WRK-SEQUENCIA      TO SD-SEQUENCIA.
           MOVE WRK-REG-LIDO       TO SD-MOVDIA.
           RELEASE SD-MOVIMENTO.
           PERFORM 0420-LER-FICHEIRO.
       0430-ENTREGAR-MOVIMENTO-FIM.  EXIT.
      **************************************************
       0440-FECHAR-FICHEIRO                      SECTION.
           EVALUATE WRK-FIC-SUB
             WHEN 1   CLOSE F01
             WHEN 2   CLOSE F02
             WHEN 3   CLOSE F03
             WHEN 4   CLOSE F04
             WHEN 5   CLOSE F05
             WHEN 6   CLOSE F06
             WHEN 7   CLOSE F07
             WHEN 8   CLOSE F08
             WHEN 9   CLOSE F09
             WHEN 10  CLOSE F10
             WHEN 11  CLOSE F11
             WHEN 12  CLOSE F12
             WHEN 13  CLOSE F13
             WHEN 14  CLOSE F14
             WHEN 15  CLOSE F15
           END-EVALUATE.
       0440-FECHAR-FICHEIRO-FIM.  EXIT.
      **************************************************
      *  GRAVA O MOVDIA ORDENADO E CONTA A SAIDA POR   *
      *  FICHEIRO DE ORIGEM PARA A PROVA DOS TOTAIS    *
      **************************************************
       0500-GRAVAR-MOVDIA                        SECTION.
           OPEN OUTPUT MOV.
           IF WRK-FS-MOVDIA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA MOVDIA - STATUS "
                     WRK-FS-MOVDIA
             MOVE 8 TO RETURN-CODE
             MOVE "S" TO WRK-FIM-SORT
           END-IF.
           PERFORM UNTIL WRK-FIM-SORT EQUAL "S"
             RETURN SRT
               AT END
                 MOVE "S" TO WRK-FIM-SORT
               NOT AT END
                 MOVE SD-FICHEIRO TO WRK-FIC-SUB
                 MOVE SD-MOVDIA   TO REG-MOVDIA
                 WRITE REG-MOVDIA
                 ADD 1 TO WRK-CTL-GRAVADOS (WRK-FIC-SUB)
                 ADD MOV-VALOR TO WRK-CTL-VALOR-SAI (WRK-FIC-SUB)
             END-RETURN
           END-PERFORM.
           CLOSE MOV.
       0500-GRAVAR-MOVDIA-FIM.  EXIT.
      **************************************************
      *  UMA LINHA POR FICHEIRO - O QUE SAIU TEM DE    *
      *  BATER COM O QUE ENTROU EM QUANTIDADE E VALOR  *
      **************************************************
       0600-TOTAIS-CONTROLO                      SECTION.
           PERFORM VARYING WRK-FIC-SUB FROM 1 BY 1
                   UNTIL WRK-FIC-SUB > WRK-QTD-FICHEIROS
             MOVE WRK-PRI-DDNAME (WRK-FIC-SUB)   TO WRK-L-DDNAME
             MOVE WRK-CTL-LIDOS (WRK-FIC-SUB)    TO WRK-L-LIDOS
             MOVE WRK-CTL-CREDITOS (WRK-FIC-SUB) TO WRK-L-CREDITOS
             MOVE WRK-CTL-DEBITOS (WRK-FIC-SUB)  TO WRK-L-DEBITOS
             MOVE WRK-CTL-GRAVADOS (WRK-FIC-SUB) TO WRK-L-GRAVADOS
             EVALUATE TRUE
               WHEN WRK-CTL-RECEBIDO (WRK-FIC-SUB) EQUAL "N"
                 MOVE "NAO RECEBIDO"   TO WRK-L-SITUACAO
               WHEN WRK-CTL-GRAVADOS (WRK-FIC-SUB) NOT EQUAL
                    WRK-CTL-LIDOS (WRK-FIC-SUB)
                 OR WRK-CTL-VALOR-SAI (WRK-FIC-SUB) NOT EQUAL
                    WRK-CTL-CREDITOS (WRK-FIC-SUB) +
                    WRK-CTL-DEBITOS (WRK-FIC-SUB)
                 MOVE "NAO CONFERE"    TO WRK-L-SITUACAO
                 MOVE "S"              TO WRK-ERRO-CONTROLO
               WHEN OTHER
                 MOVE "CONFERE"        TO WRK-L-SITUACAO
             END-EVALUATE
             WRITE REG-MOVCTL FROM WRK-LINHA-CTL
             ADD WRK-CTL-LIDOS (WRK-FIC-SUB)    TO WRK-TOT-LIDOS
             ADD WRK-CTL-CREDITOS (WRK-FIC-SUB) TO WRK-TOT-CREDITOS
             ADD WRK-CTL-DEBITOS (WRK-FIC-SUB)  TO WRK-TOT-DEBITOS
             ADD WRK-CTL-GRAVADOS (WRK-FIC-SUB) TO WRK-TOT-GRAVADOS
           END-PERFORM.
           WRITE REG-MOVCTL FROM WRK-LINHA-BRANCO.
           MOVE "MOVDIA"          TO WRK-L-DDNAME.
           MOVE WRK-TOT-LIDOS     TO WRK-L-LIDOS.
           MOVE WRK-TOT-CREDITOS  TO WRK-L-CREDITOS.
           MOVE WRK-TOT-DEBITOS   TO WRK-L-DEBITOS.
           MOVE WRK-TOT-GRAVADOS  TO WRK-L-GRAVADOS.
           IF WRK-ERRO-CONTROLO EQUAL "S" OR
              WRK-TOT-GRAVADOS NOT EQUAL WRK-TOT-LIDOS
             MOVE "NAO CONFERE"   TO WRK-L-SITUACAO
             MOVE "S"             TO WRK-ERRO-CONTROLO
           ELSE
             MOVE "CONFERE"       TO WRK-L-SITUACAO
           END-IF.
           WRITE REG-MOVCTL FROM WRK-LINHA-CTL.
       0600-TOTAIS-CONTROLO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-TOT-LIDOS TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "MOVIMENTOS LIDOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-GRAVADOS TO WRK-CONTADOR-IDE.
           DISPLAY "GRAVADOS NO MOVDIA.... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-TIPO-INVALIDO TO WRK-CONTADOR-IDE.
           DISPLAY "TIPO NAO C/D.......... " WRK-CONTADOR-IDE.
           IF WRK-ERRO-CONTROLO EQUAL "S"
             DISPLAY "TOTAIS DE CONTROLO NAO CONFEREM - VER MOVCTL"
             MOVE 8 TO RETURN-CODE
           END-IF.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CTL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

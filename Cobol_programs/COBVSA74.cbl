       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA74.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DAS CONTAS DE CARTAO DE CREDITO
      *            (CARTCRD KSDS) - INCLUSAO, ALTERACAO DA
      *            CONTA DE LIQUIDACAO, CANCELAMENTO (STATUS
      *            C), ALTERACAO DE LIMITE E TAXA (LIMITE,
      *            TAXA ANUAL, MODALIDADE DO REEMBOLSO,
      *            PERCENTAGEM DO MINIMO E VALOR FIXO),
      *            CONSULTA E LISTAGEM
      *            O CARTAO TEM DE EXISTIR NO CARTMST E A
      *            CONTA DE LIQUIDACAO NO ARQCLI; O CARTAO
      *            CANCELADO FICA NO FICHEIRO ATE O COBVSA69
      *            COBRAR A DIVIDA - AS OPERACOES RECUSADAS
      *            VAO PARA A LISTAGEM CRDREJ
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CARTCRD     I-O         BOOKCRD
      * CARTMST     INPUT       -----
      * ARQCLI      INPUT       -----
      * CRDREJ      OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CRD ASSIGN TO CARTCRD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CRD-NUMERO
           ALTERNATE RECORD KEY IS CRD-CHAVE WITH DUPLICATES
           FILE STATUS   IS WRK-FS-CARTCRD.

           SELECT CAR ASSIGN TO CARTMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CAR-NUMERO
           FILE STATUS   IS WRK-FS-CARTMST.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT REJ ASSIGN TO CRDREJ
           FILE STATUS IS WRK-FS-CRDREJ.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD CRD.
       COPY BOOKCRD.

       FD CAR.
       01 REG-CARTMST.
          05 CAR-NUMERO           PIC X(16).
          05 CAR-CHAVE            PIC X(09).
          05 CAR-STATUS           PIC X(01).
          05 CAR-VALIDADE         PIC 9(08).
          05 CAR-LIM-DIARIO       PIC 9(06)V99.
          05 CAR-REPRESENTANTE    PIC X(09).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD REJ
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 REG-CRDREJ.
          05 REJ-DATA             PIC 9(08).
          05 FILLER               PIC X(01).
          05 REJ-OPERACAO         PIC X(01).
          05 FILLER               PIC X(01).
          05 REJ-NUMERO           PIC X(16).
          05 FILLER               PIC X(01).
          05 REJ-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 REJ-MOTIVO           PIC X(40).
          05 FILLER               PIC X(02).

       WORKING-STORAGE                           SECTION.
      *    CARTAO DO SYSIN - OS VALORES TEM CASAS DECIMAIS
      *    IMPLICITAS (TAXA 0,1850 = 001850)
       01 WRK-REG-CARTCRD.
          05 WRK-CRD-NUMERO       PIC X(16) VALUE SPACES.
          05 WRK-CRD-CHAVE        PIC X(09) VALUE SPACES.
          05 WRK-CRD-LIMITE       PIC 9(07)V99 VALUE ZEROS.
          05 WRK-CRD-TAXA-ANUAL   PIC 9(02)V9(04) VALUE ZEROS.
          05 WRK-CRD-MODALIDADE   PIC X(01) VALUE SPACES.
          05 WRK-CRD-PERC-MINIMO  PIC 9(02)V99 VALUE ZEROS.
          05 WRK-CRD-VALOR-FIXO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FS-CARTCRD          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRDREJ           PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO              PIC X(40) VALUE SPACES.
       77 WRK-MOEDA-CONTA         PIC X(03) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-IDE           PIC -Z.ZZZ.ZZ9,99.
       77 WRK-TAXA-IDE            PIC Z9,9999.
       77 WRK-PERC-IDE            PIC Z9,99.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  A LISTAGEM DE RECUSAS ACUMULA AS CORRIDAS DO  *
      *  DIA - SO SE CRIA NA PRIMEIRA                  *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN I-O CRD.
           IF WRK-FS-CARTCRD EQUAL "35"
             OPEN OUTPUT CRD
             CLOSE CRD
             OPEN I-O CRD
           END-IF.
           IF WRK-FS-CARTCRD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CARTCRD - STATUS "
                     WRK-FS-CARTCRD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CAR.
           IF WRK-FS-CARTMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CARTMST - STATUS "
                     WRK-FS-CARTMST
             CLOSE CRD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             CLOSE CRD
             CLOSE CAR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND REJ.
           IF WRK-FS-CRDREJ NOT EQUAL "00"
             OPEN OUTPUT REJ
           END-IF.
           IF WRK-FS-CRDREJ NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CRDREJ - STATUS " WRK-FS-CRDREJ
             CLOSE CRD
             CLOSE CAR
             CLOSE AQL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  I-INCLUSAO  A-ALTERACAO DA CONTA  C-CANCELAR  *
      *  T-LIMITE E TAXA  K-CONSULTA  L-LISTAGEM       *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
           ACCEPT WRK-REG-CARTCRD.
           MOVE WRK-CRD-NUMERO      TO CRD-NUMERO.
           MOVE SPACES              TO WRK-MOTIVO.

           EVALUATE WRK-OPERACAO
             WHEN "I"
               PERFORM 0240-INCLUSAO
             WHEN "A"
               PERFORM 0230-ALTERACAO
             WHEN "C"
               PERFORM 0220-CANCELAMENTO
             WHEN "T"
               PERFORM 0235-LIMITE-TAXA
             WHEN "K"
               PERFORM 0210-CONSULTA
             WHEN "L"
               PERFORM 0250-LISTAGEM
             WHEN OTHER
               MOVE "OPERACAO INVALIDA"   TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             PERFORM 0290-RECUSAR
           END-IF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *              ROTINA DE CONSULTA                *
      **************************************************
       0210-CONSULTA                             SECTION.
           READ CRD.
           IF WRK-FS-CARTCRD EQUAL ZEROS
             PERFORM 0260-MOSTRAR-CARTAO
           ELSE
             DISPLAY CRD-NUMERO " NAO ENCONTRADO"
           END-IF.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
      *  O CANCELAMENTO NAO APAGA - A DIVIDA QUE FICA  *
      *  CONTINUA A TER CICLO NO COBVSA69 E O COBVSA27 *
      *  JA NAO AUTORIZA COMPRAS                       *
      **************************************************
       0220-CANCELAMENTO                         SECTION.
           READ CRD.
           IF WRK-FS-CARTCRD NOT EQUAL "00"
             MOVE "CARTAO DE CREDITO INEXISTENTE" TO WRK-MOTIVO
             GO TO 0220-CANCELAMENTO-FIM
           END-IF.
           IF CRD-STATUS EQUAL "C"
             MOVE "CARTAO DE CREDITO JA CANCELADO" TO WRK-MOTIVO
             GO TO 0220-CANCELAMENTO-FIM
           END-IF.
           MOVE "C"             TO CRD-STATUS.
           REWRITE REG-CARTCRD
             INVALID KEY
               MOVE "ERRO NO CANCELAMENTO" TO WRK-MOTIVO
             NOT INVALID KEY
               DISPLAY "CARTAO DE CREDITO CANCELADO " CRD-NUMERO
           END-REWRITE.
       0220-CANCELAMENTO-FIM. EXIT.
      **************************************************
      *  MUDA A CONTA DE LIQUIDACAO - A NOVA CONTA TEM *
      *  DE ESTAR ATIVA E NA MOEDA DO CARTAO           *
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ CRD.
           IF WRK-FS-CARTCRD NOT EQUAL "00"
             MOVE "CARTAO DE CREDITO INEXISTENTE" TO WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           IF CRD-STATUS NOT EQUAL "A"
             MOVE "CARTAO DE CREDITO CANCELADO"   TO WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           PERFORM 0280-VALIDAR-CONTA.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           IF WRK-MOEDA-CONTA NOT EQUAL CRD-MOEDA
             MOVE "CONTA NOUTRA MOEDA QUE O CARTAO" TO WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           MOVE WRK-CRD-CHAVE     TO CRD-CHAVE.
           REWRITE REG-CARTCRD
             INVALID KEY
               MOVE "ERRO NA ALTERACAO"         TO WRK-MOTIVO
             NOT INVALID KEY
               DISPLAY "CONTA DE LIQUIDACAO ALTERADA " CRD-NUMERO
           END-REWRITE.
       0230-ALTERACAO-FIM.    EXIT.
      **************************************************
      *  LIMITE, TAXA E REEMBOLSO - VALEM A PARTIR DO  *
      *  PROXIMO CICLO DO COBVSA69                     *
      **************************************************
       0235-LIMITE-TAXA                          SECTION.
           READ CRD.
           IF WRK-FS-CARTCRD NOT EQUAL "00"
             MOVE "CARTAO DE CREDITO INEXISTENTE" TO WRK-MOTIVO
             GO TO 0235-LIMITE-TAXA-FIM
           END-IF.
           IF CRD-STATUS NOT EQUAL "A"
             MOVE "CARTAO DE CREDITO CANCELADO"   TO WRK-MOTIVO
             GO TO 0235-LIMITE-TAXA-FIM
           END-IF.
           PERFORM 0270-VALIDAR-CONDICOES.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0235-LIMITE-TAXA-FIM
           END-IF.
           MOVE WRK-CRD-LIMITE      TO CRD-LIMITE.
           MOVE WRK-CRD-TAXA-ANUAL  TO CRD-TAXA-ANUAL.
           MOVE WRK-CRD-MODALIDADE  TO CRD-MODALIDADE.
           MOVE WRK-CRD-PERC-MINIMO TO CRD-PERC-MINIMO.
           MOVE WRK-CRD-VALOR-FIXO  TO CRD-VALOR-FIXO.
           REWRITE REG-CARTCRD
             INVALID KEY
               MOVE "ERRO NA ALTERACAO"         TO WRK-MOTIVO
             NOT INVALID KEY
               DISPLAY "LIMITE E TAXA ALTERADOS " CRD-NUMERO
           END-REWRITE.
       0235-LIMITE-TAXA-FIM.  EXIT.
      **************************************************
      *  O CARTAO TEM DE ESTAR NO CARTMST E NAO PODE   *
      *  ESTAR CANCELADO, PERDIDO OU ROUBADO; A MOEDA  *
      *  DO CARTAO E A DA CONTA DE LIQUIDACAO          *
      **************************************************
       0240-INCLUSAO                             SECTION.
           MOVE WRK-CRD-NUMERO TO CAR-NUMERO.
           READ CAR.
           IF WRK-FS-CARTMST NOT EQUAL "00"
             MOVE "CARTAO INEXISTENTE NO CARTMST" TO WRK-MOTIVO
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           IF CAR-STATUS EQUAL "C" OR "P" OR "R"
             MOVE "CARTAO CANCELADO/PERDIDO/ROUBADO" TO WRK-MOTIVO
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           PERFORM 0280-VALIDAR-CONTA.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           PERFORM 0270-VALIDAR-CONDICOES.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           MOVE WRK-CRD-NUMERO      TO CRD-NUMERO.
           MOVE WRK-CRD-CHAVE       TO CRD-CHAVE.
           MOVE WRK-MOEDA-CONTA     TO CRD-MOEDA.
           MOVE WRK-CRD-LIMITE      TO CRD-LIMITE.
           MOVE ZEROS               TO CRD-SALDO.
           MOVE WRK-CRD-TAXA-ANUAL  TO CRD-TAXA-ANUAL.
           MOVE WRK-CRD-MODALIDADE  TO CRD-MODALIDADE.
           MOVE WRK-CRD-PERC-MINIMO TO CRD-PERC-MINIMO.
           MOVE WRK-CRD-VALOR-FIXO  TO CRD-VALOR-FIXO.
           MOVE WRK-DATA-PROC       TO CRD-DATA-EXTRATO.
           MOVE ZEROS               TO CRD-SALDO-EXTRATO.
           MOVE ZEROS               TO CRD-PAG-MINIMO.
           MOVE ZEROS               TO CRD-PAGO-CICLO.
           MOVE ZEROS               TO CRD-MIN-EM-FALTA.
           MOVE ZEROS               TO CRD-MESES-ATRASO.
           MOVE "A"                 TO CRD-STATUS.
           WRITE REG-CARTCRD
             INVALID KEY
               MOVE "CARTAO DE CREDITO DUPLICADO" TO WRK-MOTIVO
             NOT INVALID KEY
               DISPLAY "CARTAO DE CREDITO INCLUIDO " CRD-NUMERO
           END-WRITE.
       0240-INCLUSAO-FIM.     EXIT.
      **************************************************
      *              ROTINA DE LISTAGEM                *
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0                TO WRK-CONTADOR-LISTA.
           MOVE "N"              TO WRK-EOF-LISTA.
           MOVE LOW-VALUES       TO CRD-NUMERO.
           START CRD KEY IS GREATER THAN OR EQUAL CRD-NUMERO
             INVALID KEY
               DISPLAY "ARQUIVO VAZIO"
               MOVE "S"          TO WRK-EOF-LISTA
           END-START.
           PERFORM UNTIL WRK-EOF-LISTA EQUAL "S"
             READ CRD NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-LISTA
               NOT AT END
                 ADD 1           TO WRK-CONTADOR-LISTA
                 PERFORM 0260-MOSTRAR-CARTAO
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "FORAM LISTADOS :" WRK-CONTADOR-IDE " CARTOES".
       0250-LISTAGEM-FIM.     EXIT.
      **************************************************
       0260-MOSTRAR-CARTAO                       SECTION.
           DISPLAY "CARTAO        " CRD-NUMERO.
           DISPLAY "CONTA         " CRD-CHAVE " " CRD-MOEDA.
           MOVE CRD-LIMITE      TO WRK-VALOR-IDE.
           DISPLAY "LIMITE        " WRK-VALOR-IDE.
           MOVE CRD-SALDO       TO WRK-VALOR-IDE.
           DISPLAY "SALDO         " WRK-VALOR-IDE.
           MOVE CRD-TAXA-ANUAL  TO WRK-TAXA-IDE.
           DISPLAY "TAXA ANUAL    " WRK-TAXA-IDE.
           MOVE CRD-PERC-MINIMO TO WRK-PERC-IDE.
           DISPLAY "MODALIDADE    " CRD-MODALIDADE
                   "  MINIMO " WRK-PERC-IDE "%".
           IF CRD-MODALIDADE EQUAL "F"
             MOVE CRD-VALOR-FIXO TO WRK-VALOR-IDE
             DISPLAY "VALOR FIXO    " WRK-VALOR-IDE
           END-IF.
           DISPLAY "ULT. EXTRATO  " CRD-DATA-EXTRATO.
           DISPLAY "STATUS        " CRD-STATUS.
       0260-MOSTRAR-CARTAO-FIM.  EXIT.
      **************************************************
      *  A TAXA ANUAL E UMA FRACAO (0,1850 = 18,50%) - *
      *  O MINIMO EM PERCENTAGEM DO SALDO SERVE AS     *
      *  MODALIDADES M E F (O FIXO NUNCA FICA ABAIXO)  *
      **************************************************
       0270-VALIDAR-CONDICOES                    SECTION.
           IF WRK-CRD-LIMITE NOT NUMERIC OR
              WRK-CRD-TAXA-ANUAL NOT NUMERIC OR
              WRK-CRD-PERC-MINIMO NOT NUMERIC OR
              WRK-CRD-VALOR-FIXO NOT NUMERIC
             MOVE "VALORES DO CARTAO INVALIDOS"   TO WRK-MOTIVO
             GO TO 0270-VALIDAR-CONDICOES-FIM
           END-IF.
           IF WRK-CRD-LIMITE EQUAL ZEROS
             MOVE "LIMITE DE CREDITO EM FALTA"    TO WRK-MOTIVO
             GO TO 0270-VALIDAR-CONDICOES-FIM
           END-IF.
           IF WRK-CRD-TAXA-ANUAL NOT LESS THAN 1
             MOVE "TAXA ANUAL ACIMA DE 100%"      TO WRK-MOTIVO
             GO TO 0270-VALIDAR-CONDICOES-FIM
           END-IF.
           IF WRK-CRD-MODALIDADE NOT EQUAL "T" AND "M" AND "F"
             MOVE "MODALIDADE DEVE SER T, M OU F" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-CONDICOES-FIM
           END-IF.
           IF WRK-CRD-MODALIDADE NOT EQUAL "T" AND
              WRK-CRD-PERC-MINIMO EQUAL ZEROS
             MOVE "PERCENTAGEM DO MINIMO EM FALTA" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-CONDICOES-FIM
           END-IF.
           IF WRK-CRD-MODALIDADE EQUAL "F" AND
              WRK-CRD-VALOR-FIXO EQUAL ZEROS
             MOVE "VALOR FIXO EM FALTA"           TO WRK-MOTIVO
           END-IF.
       0270-VALIDAR-CONDICOES-FIM.  EXIT.
      **************************************************
      *  CONTA DE LIQUIDACAO - TEM DE EXISTIR NO ARQCLI*
      *  E NAO PODE ESTAR ENCERRADA, CONGELADA NEM SER *
      *  DE HERANCA (VER COBVSA25)                     *
      **************************************************
       0280-VALIDAR-CONTA                        SECTION.
           MOVE WRK-CRD-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "CONTA DE LIQUIDACAO INEXISTENTE" TO WRK-MOTIVO
             GO TO 0280-VALIDAR-CONTA-FIM
           END-IF.
           IF REG-ARQCLI-STATUS EQUAL "F" OR "E" OR "O"
             MOVE "CONTA DE LIQUIDACAO INDISPONIVEL" TO WRK-MOTIVO
             GO TO 0280-VALIDAR-CONTA-FIM
           END-IF.
           MOVE REG-ARQCLI-MOEDA TO WRK-MOEDA-CONTA.
       0280-VALIDAR-CONTA-FIM.  EXIT.
      **************************************************
       0290-RECUSAR                              SECTION.
           DISPLAY "RECUSADO " WRK-CRD-NUMERO " - " WRK-MOTIVO.
           MOVE SPACES          TO REG-CRDREJ.
           MOVE WRK-DATA-PROC   TO REJ-DATA.
           MOVE WRK-OPERACAO    TO REJ-OPERACAO.
           MOVE WRK-CRD-NUMERO  TO REJ-NUMERO.
           MOVE WRK-CRD-CHAVE   TO REJ-CHAVE.
           MOVE WRK-MOTIVO      TO REJ-MOTIVO.
           WRITE REG-CRDREJ.
           MOVE 4 TO RETURN-CODE.
       0290-RECUSAR-FIM.      EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CRD.
           IF WRK-FS-CARTCRD NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-CARTCRD
           END-IF.
           CLOSE CAR.
           CLOSE AQL.
           CLOSE REJ.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

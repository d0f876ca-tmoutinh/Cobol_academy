       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA55.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DOS CATIVOS DE SALDO (CATIVOS
      *            KSDS) - CATIVA UM VALOR NUMA CONTA SEM A
      *            CONGELAR (PRE-AUTORIZACAO DE CARTAO,
      *            PENHORA, CHEQUE POR COBRAR, GARANTIA),
      *            LIBERTA-O E CONSULTA OS CATIVOS DA CONTA -
      *            O OPERADOR QUE CATIVA FICA NO REGISTO; A
      *            PENHORA SO E LIBERTADA POR NIVEL T
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CATIVOS     I-O         BOOKCAT
      * ARQCLI      INPUT       -----
      * OPERMST     INPUT       -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT OPE ASSIGN TO OPERMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS OPE-USERID
           FILE STATUS   IS WRK-FS-OPERMST.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD CAT.
       COPY BOOKCAT.

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD OPE.
       01 REG-OPERMST.
          05 OPE-USERID           PIC X(08).
          05 OPE-NOME             PIC X(30).
          05 OPE-NIVEL            PIC X(01).
          05 OPE-IDFUN            PIC 9(05).

       WORKING-STORAGE                           SECTION.
       01 WRK-CARTAO-CATIVO.
          05 WRK-CRT-CONTA        PIC X(09) VALUE SPACES.
          05 WRK-CRT-NUMERO       PIC 9(05) VALUE ZEROS.
          05 WRK-CRT-VALOR        PIC 9(06)V99 VALUE ZEROS.
          05 WRK-CRT-MOTIVO       PIC X(01) VALUE SPACES.
          05 WRK-CRT-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPERMST          PIC X(02) VALUE ZEROS.
       77 WRK-USERID              PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-OPER          PIC X(01) VALUE SPACES.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-NUMERO       PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(07)V99 COMP VALUE ZEROS.
       77 WRK-VALOR-IDE           PIC -Z.ZZZ.ZZ9,99.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
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
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN I-O CAT.
           IF WRK-FS-CATIVOS EQUAL "35"
             OPEN OUTPUT CAT
             CLOSE CAT
             OPEN I-O CAT
           END-IF.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             CLOSE CAT
             GOBACK
           END-IF.
           PERFORM 0150-IDENTIFICAR-OPERADOR.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  O CARTAO DE OPERACAO COMECA PELO UTILIZADOR - *
      *  SEM FICHA EM OPERMST NADA E EXECUTADO         *
      **************************************************
       0150-IDENTIFICAR-OPERADOR                 SECTION.
           ACCEPT WRK-USERID.
           OPEN INPUT OPE.
           IF WRK-FS-OPERMST NOT EQUAL "00"
             DISPLAY "OPERMST INDISPONIVEL - STATUS " WRK-FS-OPERMST
             DISPLAY "EXECUCAO RECUSADA"
             CLOSE CAT
             CLOSE AQL
             GOBACK
           END-IF.
           MOVE WRK-USERID TO OPE-USERID.
           READ OPE.
           IF WRK-FS-OPERMST NOT EQUAL "00"
             DISPLAY "UTILIZADOR DESCONHECIDO " WRK-USERID
             DISPLAY "EXECUCAO RECUSADA"
             CLOSE OPE
             CLOSE CAT
             CLOSE AQL
             GOBACK
           END-IF.
           MOVE OPE-NIVEL TO WRK-NIVEL-OPER.
           CLOSE OPE.
       0150-IDENTIFICAR-OPERADOR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
           ACCEPT WRK-CARTAO-CATIVO.

           EVALUATE WRK-OPERACAO
             WHEN "I"
               IF WRK-NIVEL-OPER NOT EQUAL "A" AND "T"
                 DISPLAY "OPERADOR SEM DIREITO DE CATIVAR"
               ELSE
                 PERFORM 0220-CATIVAR
               END-IF
             WHEN "L"
               IF WRK-NIVEL-OPER NOT EQUAL "A" AND "T"
                 DISPLAY "OPERADOR SEM DIREITO DE LIBERTAR"
               ELSE
                 PERFORM 0230-LIBERTAR
               END-IF
             WHEN "C"
               PERFORM 0210-CONSULTA
             WHEN OTHER
               DISPLAY "OPERACAO INVALIDA " WRK-OPERACAO
           END-EVALUATE.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  LISTA OS CATIVOS DA CONTA E O TOTAL AINDA     *
      *  ATIVO, QUE JA NAO ESTA DISPONIVEL AO CLIENTE  *
      **************************************************
       0210-CONSULTA                             SECTION.
           MOVE 0               TO WRK-CONTADOR-LISTA.
           MOVE ZEROS           TO WRK-TOT-CATIVOS.
           MOVE "N"             TO WRK-FIM-CATIVOS.
           MOVE WRK-CRT-CONTA   TO CAT-CONTA.
           MOVE ZEROS           TO CAT-NUMERO.
           START CAT KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
               MOVE "S"         TO WRK-FIM-CATIVOS
           END-START.
           PERFORM UNTIL WRK-FIM-CATIVOS EQUAL "S"
             READ CAT NEXT RECORD
               AT END
                 MOVE "S"       TO WRK-FIM-CATIVOS
               NOT AT END
                 IF CAT-CONTA NOT EQUAL WRK-CRT-CONTA
                   MOVE "S"     TO WRK-FIM-CATIVOS
                 ELSE
                   ADD 1        TO WRK-CONTADOR-LISTA
                   PERFORM 0260-MOSTRAR-CATIVO
                   IF CAT-ESTADO EQUAL "A" AND
                      (CAT-DATA-FIM EQUAL ZEROS OR
                       CAT-DATA-FIM NOT LESS THAN WRK-DATA-PROC)
                     ADD CAT-VALOR TO WRK-TOT-CATIVOS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "CATIVOS DA CONTA " WRK-CRT-CONTA " :"
                   WRK-CONTADOR-IDE.
           MOVE WRK-TOT-CATIVOS    TO WRK-VALOR-IDE.
           DISPLAY "TOTAL CATIVO ATIVO : " WRK-VALOR-IDE.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
      *  O NOVO CATIVO TOMA O NUMERO SEGUINTE AO MAIOR *
      *  JA USADO NA CONTA                             *
      **************************************************
       0220-CATIVAR                              SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE WRK-CRT-CONTA TO REG-ARQCLI-CHAVE.
           READ AQL.
           EVALUATE TRUE
             WHEN WRK-FS-ARQCLI NOT EQUAL "00"
               MOVE "CONTA INEXISTENTE"          TO WRK-MOTIVO
             WHEN REG-ARQCLI-STATUS EQUAL "E"
               MOVE "CONTA ENCERRADA"            TO WRK-MOTIVO
             WHEN WRK-CRT-VALOR NOT NUMERIC OR
                  WRK-CRT-VALOR EQUAL ZEROS
               MOVE "VALOR INVALIDO"             TO WRK-MOTIVO
             WHEN WRK-CRT-MOTIVO NOT EQUAL "C" AND "P" AND "Q"
                                       AND "G"
               MOVE "MOTIVO DEVE SER C, P, Q OU G" TO WRK-MOTIVO
             WHEN WRK-CRT-DATA-FIM NOT NUMERIC
               MOVE "DATA FIM INVALIDA"          TO WRK-MOTIVO
             WHEN WRK-CRT-DATA-FIM NOT EQUAL ZEROS AND
                  WRK-CRT-DATA-FIM LESS THAN WRK-DATA-PROC
               MOVE "DATA FIM JA PASSADA"        TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "CATIVO RECUSADO " WRK-CRT-CONTA " - "
                     WRK-MOTIVO
             GO TO 0220-CATIVAR-FIM
           END-IF.
           PERFORM 0240-ULTIMO-NUMERO.
           MOVE WRK-CRT-CONTA     TO CAT-CONTA.
           COMPUTE CAT-NUMERO = WRK-ULTIMO-NUMERO + 1.
           MOVE WRK-CRT-VALOR     TO CAT-VALOR.
           MOVE WRK-CRT-MOTIVO    TO CAT-MOTIVO.
           MOVE WRK-DATA-PROC     TO CAT-DATA-INI.
           MOVE WRK-CRT-DATA-FIM  TO CAT-DATA-FIM.
           MOVE WRK-USERID        TO CAT-USERID.
           MOVE "A"               TO CAT-ESTADO.
           MOVE ZEROS             TO CAT-DATA-LIBERTA.
           WRITE REG-CATIVO
             INVALID KEY
               DISPLAY "ERRO NA GRAVACAO DO CATIVO " CAT-CHAVE
             NOT INVALID KEY
               DISPLAY "CATIVO REGISTADO " CAT-CHAVE
           END-WRITE.
       0220-CATIVAR-FIM.      EXIT.
      **************************************************
       0230-LIBERTAR                             SECTION.
           MOVE WRK-CRT-CONTA     TO CAT-CONTA.
           MOVE WRK-CRT-NUMERO    TO CAT-NUMERO.
           READ CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "CATIVO INEXISTENTE " CAT-CHAVE
             GO TO 0230-LIBERTAR-FIM
           END-IF.
           IF CAT-ESTADO NOT EQUAL "A"
             DISPLAY "CATIVO JA LIBERTADO " CAT-CHAVE
             GO TO 0230-LIBERTAR-FIM
           END-IF.
           IF CAT-MOTIVO EQUAL "P" AND WRK-NIVEL-OPER NOT EQUAL "T"
             DISPLAY "PENHORA SO LIBERTADA POR NIVEL T " CAT-CHAVE
             GO TO 0230-LIBERTAR-FIM
           END-IF.
           MOVE "L"               TO CAT-ESTADO.
           MOVE WRK-DATA-PROC     TO CAT-DATA-LIBERTA.
           REWRITE REG-CATIVO
             INVALID KEY
               DISPLAY "ERRO NA LIBERTACAO " CAT-CHAVE
             NOT INVALID KEY
               DISPLAY "CATIVO LIBERTADO " CAT-CHAVE
           END-REWRITE.
       0230-LIBERTAR-FIM.     EXIT.
      **************************************************
       0240-ULTIMO-NUMERO                        SECTION.
           MOVE ZEROS           TO WRK-ULTIMO-NUMERO.
           MOVE "N"             TO WRK-FIM-CATIVOS.
           MOVE WRK-CRT-CONTA   TO CAT-CONTA.
           MOVE ZEROS           TO CAT-NUMERO.
           START CAT KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
               MOVE "S"         TO WRK-FIM-CATIVOS
           END-START.
           PERFORM UNTIL WRK-FIM-CATIVOS EQUAL "S"
             READ CAT NEXT RECORD
               AT END
                 MOVE "S"       TO WRK-FIM-CATIVOS
               NOT AT END
                 IF CAT-CONTA NOT EQUAL WRK-CRT-CONTA
                   MOVE "S"     TO WRK-FIM-CATIVOS
                 ELSE
                   MOVE CAT-NUMERO TO WRK-ULTIMO-NUMERO
                 END-IF
             END-READ
           END-PERFORM.
       0240-ULTIMO-NUMERO-FIM.  EXIT.
      **************************************************
       0260-MOSTRAR-CATIVO                       SECTION.
           MOVE CAT-VALOR TO WRK-VALOR-IDE.
           DISPLAY CAT-NUMERO " " WRK-VALOR-IDE " " CAT-MOTIVO
                   " " CAT-DATA-INI " " CAT-DATA-FIM " " CAT-USERID
                   " " CAT-ESTADO.
       0260-MOSTRAR-CATIVO-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-CATIVOS
           END-IF.
           CLOSE AQL.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

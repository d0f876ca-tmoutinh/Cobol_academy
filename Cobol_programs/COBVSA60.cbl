       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA60.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DAS INSTRUCOES DE NIVELAMENTO DE
      *            SALDO (SWEEP KSDS) - INCLUSAO, ALTERACAO,
      *            CANCELAMENTO, CONSULTA E LISTAGEM; CADA
      *            INSTRUCAO LIGA A CONTA A ORDEM A UMA CONTA
      *            POUPANCA DO MESMO CLIENTE COM O SALDO ALVO
      *            E OS LIMITES MINIMO E MAXIMO (EXECUCAO NO
      *            COBVSA61)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * SWEEP       I-O         BOOKSWP
      * ARQCLI      INPUT       -----
      * TITULARES   INPUT       -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT SWP ASSIGN TO SWEEP
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS SWP-ID
           FILE STATUS   IS WRK-FS-SWEEP.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD SWP.
       COPY BOOKSWP.

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD TIT.
       01 REG-TITULARES.
          05 TIT-ID.
             10 TIT-CHAVE         PIC X(09).
             10 TIT-CLIENTE       PIC X(09).
          05 TIT-PAPEL            PIC X(01).

       WORKING-STORAGE                           SECTION.
       01 WRK-REG-SWEEP.
          05 WRK-SWP-ID.
             10 WRK-SWP-CHAVE     PIC X(09) VALUE SPACES.
             10 WRK-SWP-POUPANCA  PIC X(09) VALUE SPACES.
          05 WRK-SWP-ALVO         PIC 9(06)V99 VALUE ZEROS.
          05 WRK-SWP-MINIMO       PIC 9(06)V99 VALUE ZEROS.
          05 WRK-SWP-MAXIMO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FS-SWEEP            PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO              PIC X(40) VALUE SPACES.
       77 WRK-MOEDA-ORDEM         PIC X(03) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-IDE           PIC -Z.ZZZ.ZZ9,99.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
       77 WRK-EOF-TITULARES       PIC X(01) VALUE "N".
       77 WRK-TITULAR-COMUM       PIC X(01) VALUE "N".
       77 WRK-QTD-TITULARES       PIC 9(03) COMP VALUE 0.
       77 WRK-IND-TITULAR         PIC 9(03) COMP VALUE 0.
       01 WRK-TITULARES-ORDEM.
          05 WRK-TIT-CLIENTE      PIC X(09) OCCURS 50.
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
           OPEN I-O SWP.
           IF WRK-FS-SWEEP EQUAL "35"
             OPEN OUTPUT SWP
             CLOSE SWP
             OPEN I-O SWP
           END-IF.
           IF WRK-FS-SWEEP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SWEEP - STATUS " WRK-FS-SWEEP
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             CLOSE SWP
             GOBACK
           END-IF.
           OPEN INPUT TIT.
           IF WRK-FS-TITULARES NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA TITULARES - STATUS "
                     WRK-FS-TITULARES
             CLOSE SWP
             CLOSE AQL
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
           ACCEPT WRK-REG-SWEEP.
           MOVE WRK-SWP-ID          TO SWP-ID.

           EVALUATE WRK-OPERACAO
             WHEN "I"
               PERFORM 0240-INCLUSAO
             WHEN "A"
               PERFORM 0230-ALTERACAO
             WHEN "C"
               PERFORM 0220-CANCELAMENTO
             WHEN "K"
               PERFORM 0210-CONSULTA
             WHEN "L"
               PERFORM 0250-LISTAGEM
             WHEN OTHER
               DISPLAY "OPERACAO INVALIDA " WRK-OPERACAO
           END-EVALUATE.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *              ROTINA DE CONSULTA                *
      **************************************************
       0210-CONSULTA                             SECTION.
           READ SWP.
           IF WRK-FS-SWEEP EQUAL ZEROS
             PERFORM 0260-MOSTRAR-INSTRUCAO
           ELSE
             DISPLAY SWP-ID " NAO ENCONTRADA"
           END-IF.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
      *              ROTINA DE CANCELAMENTO            *
      **************************************************
       0220-CANCELAMENTO                         SECTION.
           READ SWP.
           IF WRK-FS-SWEEP EQUAL "00"
             MOVE "C"             TO SWP-STATUS
             REWRITE REG-SWEEP
               INVALID KEY
                 DISPLAY "ERRO NO CANCELAMENTO " SWP-ID
             END-REWRITE
             DISPLAY "INSTRUCAO CANCELADA " SWP-ID
           ELSE
             DISPLAY "INSTRUCAO INEXISTENTE " WRK-SWP-ID
           END-IF.
       0220-CANCELAMENTO-FIM. EXIT.
      **************************************************
      *  ALTERA O ALVO E OS LIMITES DE UMA INSTRUCAO   *
      *  ATIVA - O PAR DE CONTAS NAO SE ALTERA         *
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ SWP.
           IF WRK-FS-SWEEP NOT EQUAL "00"
             DISPLAY "INSTRUCAO INEXISTENTE " WRK-SWP-ID
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           IF SWP-STATUS NOT EQUAL "A"
             DISPLAY "INSTRUCAO CANCELADA " SWP-ID
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           PERFORM 0270-VALIDAR-LIMITES.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           MOVE WRK-SWP-ALVO      TO SWP-ALVO.
           MOVE WRK-SWP-MINIMO    TO SWP-MINIMO.
           MOVE WRK-SWP-MAXIMO    TO SWP-MAXIMO.
           REWRITE REG-SWEEP
             INVALID KEY
               DISPLAY "ERRO NA ALTERACAO " SWP-ID
             NOT INVALID KEY
               DISPLAY "INSTRUCAO ALTERADA " SWP-ID
           END-REWRITE.
       0230-ALTERACAO-FIM.    EXIT.
      **************************************************
      *              ROTINA DE INCLUSAO                *
      **************************************************
       0240-INCLUSAO                             SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-SWP-CHAVE EQUAL WRK-SWP-POUPANCA
             MOVE "INSTRUCAO SOBRE A PROPRIA CONTA NAO PERMITIDA"
               TO WRK-MOTIVO
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0270-VALIDAR-LIMITES
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE WRK-SWP-CHAVE TO REG-ARQCLI-CHAVE
             READ AQL
             IF WRK-FS-ARQCLI NOT EQUAL "00"
               MOVE "CONTA A ORDEM INEXISTENTE" TO WRK-MOTIVO
             ELSE
               IF REG-ARQCLI-STATUS EQUAL "E" OR "O"
                 MOVE "CONTA A ORDEM NAO ATIVA"  TO WRK-MOTIVO
               END-IF
               MOVE REG-ARQCLI-MOEDA TO WRK-MOEDA-ORDEM
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE WRK-SWP-POUPANCA TO REG-ARQCLI-CHAVE
             READ AQL
             IF WRK-FS-ARQCLI NOT EQUAL "00"
               MOVE "CONTA POUPANCA INEXISTENTE" TO WRK-MOTIVO
             ELSE
               IF REG-ARQCLI-STATUS EQUAL "E" OR "O"
                 MOVE "CONTA POUPANCA NAO ATIVA"  TO WRK-MOTIVO
               END-IF
               IF REG-ARQCLI-MOEDA NOT EQUAL WRK-MOEDA-ORDEM
                 MOVE "MOEDAS DIVERGENTES ENTRE AS CONTAS"
                   TO WRK-MOTIVO
               END-IF
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0280-TITULAR-COMUM
             IF WRK-TITULAR-COMUM NOT EQUAL "S"
               MOVE "CONTAS SEM TITULAR COMUM" TO WRK-MOTIVO
             END-IF
           END-IF.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY WRK-MOTIVO
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           MOVE WRK-SWP-ID        TO SWP-ID.
           MOVE WRK-SWP-ALVO      TO SWP-ALVO.
           MOVE WRK-SWP-MINIMO    TO SWP-MINIMO.
           MOVE WRK-SWP-MAXIMO    TO SWP-MAXIMO.
           MOVE WRK-DATA-PROC     TO SWP-DATA-INI.
           MOVE "A"               TO SWP-STATUS.
           WRITE REG-SWEEP
             INVALID KEY
               DISPLAY "INSTRUCAO DUPLICADA " SWP-ID
             NOT INVALID KEY
               DISPLAY "INSTRUCAO INCLUIDA " SWP-ID
           END-WRITE.
       0240-INCLUSAO-FIM.     EXIT.
      **************************************************
      *              ROTINA DE LISTAGEM                *
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0                TO WRK-CONTADOR-LISTA.
           MOVE "N"              TO WRK-EOF-LISTA.
           MOVE LOW-VALUES       TO SWP-ID.
           START SWP KEY IS GREATER THAN OR EQUAL SWP-ID
             INVALID KEY
               DISPLAY "ARQUIVO VAZIO"
               MOVE "S"          TO WRK-EOF-LISTA
           END-START.
           PERFORM UNTIL WRK-EOF-LISTA EQUAL "S"
             READ SWP NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-LISTA
               NOT AT END
                 ADD 1           TO WRK-CONTADOR-LISTA
                 PERFORM 0260-MOSTRAR-INSTRUCAO
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "FORAM LISTADAS :" WRK-CONTADOR-IDE " INSTRUCOES".
       0250-LISTAGEM-FIM.     EXIT.
      **************************************************
       0260-MOSTRAR-INSTRUCAO                    SECTION.
           DISPLAY "CONTA      " SWP-CHAVE.
           DISPLAY "POUPANCA   " SWP-POUPANCA.
           MOVE SWP-ALVO   TO WRK-VALOR-IDE.
           DISPLAY "SALDO ALVO " WRK-VALOR-IDE.
           MOVE SWP-MINIMO TO WRK-VALOR-IDE.
           DISPLAY "MINIMO     " WRK-VALOR-IDE.
           MOVE SWP-MAXIMO TO WRK-VALOR-IDE.
           DISPLAY "MAXIMO     " WRK-VALOR-IDE.
           DISPLAY "DESDE      " SWP-DATA-INI.
           DISPLAY "STATUS     " SWP-STATUS.
       0260-MOSTRAR-INSTRUCAO-FIM.  EXIT.
      **************************************************
      *  O MAXIMO ZERO E SEM TETO; COM TETO O MINIMO   *
      *  NAO PODE PASSAR O MAXIMO                      *
      **************************************************
       0270-VALIDAR-LIMITES                      SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-SWP-ALVO NOT NUMERIC OR
              WRK-SWP-MINIMO NOT NUMERIC OR
              WRK-SWP-MAXIMO NOT NUMERIC
             MOVE "VALORES DA INSTRUCAO INVALIDOS" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-LIMITES-FIM
           END-IF.
           IF WRK-SWP-MAXIMO NOT EQUAL ZEROS AND
              WRK-SWP-MINIMO GREATER THAN WRK-SWP-MAXIMO
             MOVE "MINIMO SUPERIOR AO MAXIMO" TO WRK-MOTIVO
           END-IF.
       0270-VALIDAR-LIMITES-FIM.  EXIT.
      **************************************************
      *  A POUPANCA TEM DE TER PELO MENOS UM TITULAR   *
      *  OU COTITULAR QUE O SEJA TAMBEM DA CONTA A     *
      *  ORDEM (PAPEL T OU S NO TITULARES)             *
      **************************************************
       0280-TITULAR-COMUM                        SECTION.
           MOVE "N"              TO WRK-TITULAR-COMUM.
           MOVE ZEROS            TO WRK-QTD-TITULARES.
           MOVE "N"              TO WRK-EOF-TITULARES.
           MOVE WRK-SWP-CHAVE    TO TIT-CHAVE.
           MOVE LOW-VALUES       TO TIT-CLIENTE.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-TITULARES
           END-START.
           PERFORM UNTIL WRK-EOF-TITULARES EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-TITULARES
               NOT AT END
                 IF TIT-CHAVE NOT EQUAL WRK-SWP-CHAVE
                   MOVE "S"      TO WRK-EOF-TITULARES
                 ELSE
                   IF (TIT-PAPEL EQUAL "T" OR "S") AND
                      WRK-QTD-TITULARES LESS THAN 50
                     ADD 1 TO WRK-QTD-TITULARES
                     MOVE TIT-CLIENTE
                       TO WRK-TIT-CLIENTE (WRK-QTD-TITULARES)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM VARYING WRK-IND-TITULAR FROM 1 BY 1
                   UNTIL WRK-IND-TITULAR GREATER WRK-QTD-TITULARES
                      OR WRK-TITULAR-COMUM EQUAL "S"
             MOVE WRK-SWP-POUPANCA TO TIT-CHAVE
             MOVE WRK-TIT-CLIENTE (WRK-IND-TITULAR) TO TIT-CLIENTE
             READ TIT
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF TIT-PAPEL EQUAL "T" OR "S"
                   MOVE "S"      TO WRK-TITULAR-COMUM
                 END-IF
             END-READ
           END-PERFORM.
       0280-TITULAR-COMUM-FIM.    EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE SWP.
           IF WRK-FS-SWEEP NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-SWEEP
           END-IF.
           CLOSE AQL.
           CLOSE TIT.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

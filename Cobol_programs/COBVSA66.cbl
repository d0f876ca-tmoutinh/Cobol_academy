       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA66.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO MENSAL DA TABELA DE INDEXANTES
      *            (INDEXANT KSDS) - UMA COTACAO POR
      *            INDEXANTE E MES, USADA NA REVISAO DA TAXA
      *            DOS EMPRESTIMOS DE TAXA VARIAVEL (COBARQ45)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * INDEXANT    I-O         BOOKIDX
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT IDX ASSIGN TO INDEXANT
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS IDX-ID
           FILE STATUS   IS WRK-FS-INDEXANT.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD IDX.
       COPY BOOKIDX.

       WORKING-STORAGE                           SECTION.
      *    O CARTAO TEM O MESMO DESENHO DO REGISTO BOOKIDX
       01 WRK-CARTAO-INDEXANTE    PIC X(39) VALUE SPACES.
       77 WRK-FS-INDEXANT         PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
       77 WRK-TAXA-IDE            PIC -9,9999.
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
           OPEN I-O IDX.
           IF WRK-FS-INDEXANT EQUAL "35"
             OPEN OUTPUT IDX
             CLOSE IDX
             OPEN I-O IDX
           END-IF.
           IF WRK-FS-INDEXANT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA - STATUS " WRK-FS-INDEXANT
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
           ACCEPT WRK-CARTAO-INDEXANTE.
           MOVE WRK-CARTAO-INDEXANTE(1:12) TO IDX-ID.

           EVALUATE WRK-OPERACAO
             WHEN "I"
               PERFORM 0240-INCLUSAO
             WHEN "A"
               PERFORM 0230-ALTERACAO
             WHEN "E"
               PERFORM 0220-EXCLUSAO
             WHEN "C"
               PERFORM 0210-CONSULTA
             WHEN "L"
               PERFORM 0250-LISTAGEM
             WHEN OTHER
               DISPLAY "OPERACAO INVALIDA " WRK-OPERACAO
           END-EVALUATE.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0210-CONSULTA                             SECTION.
           READ IDX.
           IF WRK-FS-INDEXANT EQUAL ZEROS
             PERFORM 0260-MOSTRAR-INDEXANTE
           ELSE
             DISPLAY IDX-CODIGO " " IDX-MES " NAO ENCONTRADO"
           END-IF.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
       0220-EXCLUSAO                             SECTION.
           READ IDX.
           IF WRK-FS-INDEXANT EQUAL "00"
             DELETE IDX
               INVALID KEY
                 DISPLAY "ERRO NA EXCLUSAO " IDX-CODIGO " " IDX-MES
             END-DELETE
             DISPLAY "COTACAO EXCLUIDA " IDX-CODIGO " " IDX-MES
           ELSE
             DISPLAY "COTACAO INEXISTENTE " IDX-CODIGO " " IDX-MES
           END-IF.
       0220-EXCLUSAO-FIM.     EXIT.
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ IDX.
           IF WRK-FS-INDEXANT NOT EQUAL "00"
             DISPLAY "COTACAO INEXISTENTE " IDX-CODIGO " " IDX-MES
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           MOVE WRK-CARTAO-INDEXANTE TO REG-INDEXANTE.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "COTACAO RECUSADA " IDX-CODIGO " " IDX-MES
                     " - " WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           REWRITE REG-INDEXANTE
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO " IDX-CODIGO " " IDX-MES
           END-REWRITE.
           DISPLAY "COTACAO ATUALIZADA " IDX-CODIGO " " IDX-MES.
       0230-ALTERACAO-FIM.    EXIT.
      **************************************************
       0240-INCLUSAO                             SECTION.
           MOVE WRK-CARTAO-INDEXANTE TO REG-INDEXANTE.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "COTACAO RECUSADA " IDX-CODIGO " " IDX-MES
                     " - " WRK-MOTIVO
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           WRITE REG-INDEXANTE
             INVALID KEY
               DISPLAY "COTACAO DUPLICADA " IDX-CODIGO " " IDX-MES
             NOT INVALID KEY
               DISPLAY "COTACAO INCLUIDA " IDX-CODIGO " " IDX-MES
           END-WRITE.
       0240-INCLUSAO-FIM.     EXIT.
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0                TO WRK-CONTADOR-LISTA.
           MOVE "N"              TO WRK-EOF-LISTA.
           MOVE LOW-VALUES       TO IDX-ID.
           START IDX KEY IS GREATER THAN OR EQUAL IDX-ID
             INVALID KEY
               DISPLAY "ARQUIVO VAZIO"
               MOVE "S"          TO WRK-EOF-LISTA
           END-START.
           PERFORM UNTIL WRK-EOF-LISTA EQUAL "S"
             READ IDX NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-LISTA
               NOT AT END
                 ADD 1           TO WRK-CONTADOR-LISTA
                 PERFORM 0260-MOSTRAR-INDEXANTE
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "FORAM LISTADAS :" WRK-CONTADOR-IDE " COTACOES".
       0250-LISTAGEM-FIM.     EXIT.
      **************************************************
       0260-MOSTRAR-INDEXANTE                    SECTION.
           MOVE IDX-TAXA TO WRK-TAXA-IDE.
           DISPLAY "INDEXANTE " IDX-CODIGO " MES " IDX-MES
                   " TAXA " WRK-TAXA-IDE " " IDX-DESCRICAO.
       0260-MOSTRAR-INDEXANTE-FIM.  EXIT.
      **************************************************
       0270-VALIDAR                              SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF IDX-CODIGO EQUAL SPACES
             MOVE "CODIGO EM BRANCO"            TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF IDX-MES NOT NUMERIC OR
              IDX-MES(5:2) LESS THAN "01" OR
              IDX-MES(5:2) GREATER THAN "12"
             MOVE "MES AAAAMM INVALIDO"         TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF IDX-TAXA NOT NUMERIC
             MOVE "TAXA NAO NUMERICA"           TO WRK-MOTIVO
           END-IF.
       0270-VALIDAR-FIM.      EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE IDX.
           IF WRK-FS-INDEXANT NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-INDEXANT
           END-IF.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

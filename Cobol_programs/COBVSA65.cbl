       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA65.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DAS SUBSCRICOES DE ALERTAS DOS
      *            CLIENTES (ALRSUB KSDS) - POR CONTA E TIPO
      *            DE ALERTA (SALDO BAIXO, DEBITO GRANDE,
      *            CARTAO NO ESTRANGEIRO), COM O LIMITE, O
      *            CANAL (SMS/EMAIL) E A FICHA CLIMST DO
      *            CONTACTO - OS ALERTAS SAO AVALIADOS DEPOIS
      *            DA POSTAGEM PELO COBARQ44
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * ALRSUB      I-O         BOOKALR
      * ARQCLI      INPUT       -----
      * CLIMST      INPUT       -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT ALR ASSIGN TO ALRSUB
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS ALR-ID
           FILE STATUS   IS WRK-FS-ALRSUB.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD ALR.
       COPY BOOKALR.

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CLM.
       01 REG-CLIMST.
          05 CLI-CHAVE            PIC X(09).
          05 CLI-NOME             PIC X(30).
          05 CLI-MORADA1          PIC X(30).
          05 CLI-MORADA2          PIC X(30).
          05 CLI-CODPOSTAL        PIC X(08).
          05 CLI-LOCALIDADE       PIC X(20).
          05 CLI-NIF              PIC 9(09).
          05 CLI-DATA-NASC        PIC 9(08).
          05 CLI-TELEFONE         PIC X(12).
          05 CLI-EMAIL            PIC X(30).
          05 CLI-FALECIDO         PIC X(01).
          05 CLI-DATA-OBITO       PIC 9(08).
          05 CLI-PAIS-FISCAL      PIC X(02).
          05 CLI-NIF-ESTRANG      PIC X(20).
          05 CLI-EUA              PIC X(01).
          05 CLI-DATA-AUTOCERT    PIC 9(08).
          05 CLI-DOC-TIPO         PIC X(02).
          05 CLI-DOC-NUMERO       PIC X(20).
          05 CLI-DOC-VALIDADE     PIC 9(08).
          05 CLI-RISCO            PIC X(01).
          05 CLI-DATA-REVISAO     PIC 9(08).
          05 CLI-MORADA-DEVOL     PIC X(01).
          05 CLI-DATA-DEVOL       PIC 9(08).
          05 CLI-DOC-DEVOL        PIC X(03).

       WORKING-STORAGE                           SECTION.
      *    O CARTAO TEM O MESMO DESENHO DO REGISTO BOOKALR
       01 WRK-CARTAO-ALERTA       PIC X(29) VALUE SPACES.
       77 WRK-FS-ALRSUB           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
       77 WRK-VALOR-IDE           PIC ZZZ.ZZ9,99.
       77 WRK-TIPO-DESC           PIC X(20) VALUE SPACES.
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
           OPEN I-O ALR.
           IF WRK-FS-ALRSUB EQUAL "35"
             OPEN OUTPUT ALR
             CLOSE ALR
             OPEN I-O ALR
           END-IF.
           IF WRK-FS-ALRSUB NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ALRSUB - STATUS "
                     WRK-FS-ALRSUB
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS "
                     WRK-FS-ARQCLI
             GOBACK
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
           ACCEPT WRK-CARTAO-ALERTA.
           MOVE WRK-CARTAO-ALERTA(1:10) TO ALR-ID.

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
           READ ALR.
           IF WRK-FS-ALRSUB EQUAL ZEROS
             PERFORM 0260-MOSTRAR-ALERTA
           ELSE
             DISPLAY ALR-CHAVE " " ALR-TIPO " NAO ENCONTRADO"
           END-IF.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
       0220-EXCLUSAO                             SECTION.
           READ ALR.
           IF WRK-FS-ALRSUB EQUAL "00"
             DELETE ALR
               INVALID KEY
                 DISPLAY "ERRO NA EXCLUSAO " ALR-CHAVE " " ALR-TIPO
             END-DELETE
             DISPLAY "SUBSCRICAO EXCLUIDA " ALR-CHAVE " " ALR-TIPO
           ELSE
             DISPLAY "SUBSCRICAO INEXISTENTE " ALR-CHAVE " " ALR-TIPO
           END-IF.
       0220-EXCLUSAO-FIM.     EXIT.
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ ALR.
           IF WRK-FS-ALRSUB NOT EQUAL "00"
             DISPLAY "SUBSCRICAO INEXISTENTE " ALR-CHAVE " " ALR-TIPO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           MOVE WRK-CARTAO-ALERTA TO REG-ALERTA.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "SUBSCRICAO RECUSADA " ALR-CHAVE " " ALR-TIPO
                     " - " WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           REWRITE REG-ALERTA
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO " ALR-CHAVE " " ALR-TIPO
           END-REWRITE.
           DISPLAY "SUBSCRICAO ATUALIZADA " ALR-CHAVE " " ALR-TIPO.
       0230-ALTERACAO-FIM.    EXIT.
      **************************************************
       0240-INCLUSAO                             SECTION.
           MOVE WRK-CARTAO-ALERTA TO REG-ALERTA.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "SUBSCRICAO RECUSADA " ALR-CHAVE " " ALR-TIPO
                     " - " WRK-MOTIVO
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           WRITE REG-ALERTA
             INVALID KEY
               DISPLAY "SUBSCRICAO DUPLICADA " ALR-CHAVE " " ALR-TIPO
             NOT INVALID KEY
               DISPLAY "SUBSCRICAO INCLUIDA " ALR-CHAVE " " ALR-TIPO
           END-WRITE.
       0240-INCLUSAO-FIM.     EXIT.
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0                TO WRK-CONTADOR-LISTA.
           MOVE "N"              TO WRK-EOF-LISTA.
           MOVE LOW-VALUES       TO ALR-ID.
           START ALR KEY IS GREATER THAN OR EQUAL ALR-ID
             INVALID KEY
               DISPLAY "ARQUIVO VAZIO"
               MOVE "S"          TO WRK-EOF-LISTA
           END-START.
           PERFORM UNTIL WRK-EOF-LISTA EQUAL "S"
             READ ALR NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-LISTA
               NOT AT END
                 ADD 1           TO WRK-CONTADOR-LISTA
                 PERFORM 0260-MOSTRAR-ALERTA
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "FORAM LISTADAS :" WRK-CONTADOR-IDE
                   " SUBSCRICOES".
       0250-LISTAGEM-FIM.     EXIT.
      **************************************************
       0260-MOSTRAR-ALERTA                       SECTION.
           EVALUATE ALR-TIPO
             WHEN "S" MOVE "SALDO BAIXO"          TO WRK-TIPO-DESC
             WHEN "D" MOVE "DEBITO GRANDE"        TO WRK-TIPO-DESC
             WHEN "E" MOVE "CARTAO NO ESTRANGEIRO" TO WRK-TIPO-DESC
             WHEN OTHER MOVE "TIPO DESCONHECIDO"  TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE ALR-LIMITE TO WRK-VALOR-IDE.
           DISPLAY "CONTA " ALR-CHAVE " " ALR-TIPO " " WRK-TIPO-DESC
                   " LIMITE " WRK-VALOR-IDE.
           DISPLAY "      CONTACTO " ALR-CLIENTE " CANAL " ALR-CANAL
                   " ESTADO " ALR-ESTADO.
       0260-MOSTRAR-ALERTA-FIM.  EXIT.
      **************************************************
      *  A CONTA TEM DE EXISTIR E A FICHA DO CONTACTO  *
      *  TEM DE TER O TELEFONE/EMAIL DO CANAL ESCOLHIDO*
      **************************************************
       0270-VALIDAR                              SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF ALR-CHAVE EQUAL SPACES
             MOVE "CONTA EM BRANCO"             TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-TIPO NOT EQUAL "S" AND "D" AND "E"
             MOVE "TIPO DEVE SER S, D OU E"     TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-LIMITE NOT NUMERIC
             MOVE "LIMITE NAO NUMERICO"         TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-LIMITE EQUAL ZEROS AND ALR-TIPO NOT EQUAL "E"
             MOVE "LIMITE OBRIGATORIO"          TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-CANAL NOT EQUAL "S" AND "E" AND "A"
             MOVE "CANAL DEVE SER S, E OU A"    TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-ESTADO NOT EQUAL "A" AND "I"
             MOVE "ESTADO DEVE SER A OU I"      TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           MOVE ALR-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "CONTA INEXISTENTE"           TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-CLIENTE EQUAL SPACES
             MOVE ALR-CHAVE TO CLI-CHAVE
           ELSE
             MOVE ALR-CLIENTE TO CLI-CHAVE
           END-IF.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             MOVE "FICHA DO CONTACTO INEXISTENTE" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-CANAL NOT EQUAL "E" AND CLI-TELEFONE EQUAL SPACES
             MOVE "FICHA SEM TELEFONE PARA SMS" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF ALR-CANAL NOT EQUAL "S" AND CLI-EMAIL EQUAL SPACES
             MOVE "FICHA SEM EMAIL"             TO WRK-MOTIVO
           END-IF.
       0270-VALIDAR-FIM.      EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE ALR.
           IF WRK-FS-ALRSUB NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ALRSUB
           END-IF.
           CLOSE AQL.
           CLOSE CLM.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

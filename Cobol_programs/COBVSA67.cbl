       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA67.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DO REGISTO DE GARANTIAS DOS
      *            EMPRESTIMOS (GARANTIA KSDS) - IMOVEL COM
      *            O VALOR E A DATA DA AVALIACAO, DEPOSITO A
      *            PRAZO PENHORADO (DEPPRAZO) OU FIADOR
      *            (CLIMST), LIGADOS A CHAVE DO CONTRATO
      *            EMPRST; A GARANTIA D ATIVA PENHORA O
      *            DEPOSITO (VER COBVSA40 E COBVSA34) E O
      *            LTV TRIMESTRAL SAI NO COBARQ47
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * GARANTIA    I-O         BOOKGAR
      * EMPRST      INPUT       -----
      * DEPPRAZO    INPUT       -----
      * CLIMST      INPUT       -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT GAR ASSIGN TO GARANTIA
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS GAR-ID
           ALTERNATE RECORD KEY IS GAR-DEP-ID WITH DUPLICATES
           FILE STATUS   IS WRK-FS-GARANTIA.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT DEP ASSIGN TO DEPPRAZO
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS DEP-ID
           FILE STATUS   IS WRK-FS-DEPPRAZO.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD GAR.
       COPY BOOKGAR.

       FD EMP.
       01 REG-EMPRST.
          05 EMP-ID.
             10 EMP-CHAVE         PIC X(09).
             10 EMP-NUM           PIC 9(03).
          05 EMP-CAPITAL          PIC 9(07)V99.
          05 EMP-TAXA-ANUAL       PIC 9(02)V9(04).
          05 EMP-PRAZO-MESES      PIC 9(03).
          05 EMP-PRESTACAO        PIC 9(06)V99.
          05 EMP-PROX-PREST       PIC 9(08).
          05 EMP-SALDO-DEV        PIC 9(07)V99.
          05 EMP-STATUS           PIC X(01).
          05 EMP-TIPO-TAXA        PIC X(01).
          05 EMP-INDEXANTE        PIC X(06).
          05 EMP-SPREAD           PIC 9(02)V9(04).
          05 EMP-PERIODO-REV      PIC 9(02).
          05 EMP-DATA-REVISAO     PIC 9(08).
          05 EMP-REESTRUT         PIC X(01).
          05 EMP-DATA-FIM-PROVA   PIC 9(08).
          05 EMP-COBRANCA         PIC X(01).

       FD DEP.
       01 REG-DEPPRAZO.
          05 DEP-ID.
             10 DEP-CHAVE         PIC X(09).
             10 DEP-NUM           PIC 9(03).
          05 DEP-CAPITAL          PIC 9(07)V99.
          05 DEP-TAXA             PIC 9(02)V9(04).
          05 DEP-DATA-INI         PIC 9(08).
          05 DEP-DATA-VENC        PIC 9(08).
          05 DEP-RENOVACAO        PIC X(01).
          05 DEP-STATUS           PIC X(01).

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
      *    O CARTAO TEM O MESMO DESENHO DO REGISTO BOOKGAR
       01 WRK-CARTAO-GARANTIA     PIC X(86) VALUE SPACES.
       01 WRK-GARANTIA-SALVA      PIC X(86) VALUE SPACES.
       77 WRK-FS-GARANTIA         PIC X(02) VALUE ZEROS.
       77 WRK-FS-EMPRST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPPRAZO         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-GAR-ID              PIC X(14) VALUE SPACES.
       77 WRK-DEP-ID              PIC X(12) VALUE SPACES.
       77 WRK-EOF-PENHOR          PIC X(01) VALUE "N".
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
       77 WRK-VALOR-IDE           PIC ZZZ.ZZZ.ZZ9,99.
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
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN I-O GAR.
           IF WRK-FS-GARANTIA EQUAL "35"
             OPEN OUTPUT GAR
             CLOSE GAR
             OPEN I-O GAR
           END-IF.
           IF WRK-FS-GARANTIA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA GARANTIA - STATUS "
                     WRK-FS-GARANTIA
             GOBACK
           END-IF.
           OPEN INPUT EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA EMPRST - STATUS "
                     WRK-FS-EMPRST
             GOBACK
           END-IF.
           OPEN INPUT DEP.
           IF WRK-FS-DEPPRAZO NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEPPRAZO - STATUS "
                     WRK-FS-DEPPRAZO
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
           ACCEPT WRK-CARTAO-GARANTIA.
           MOVE WRK-CARTAO-GARANTIA(1:14) TO GAR-ID.

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
           READ GAR.
           IF WRK-FS-GARANTIA EQUAL ZEROS
             PERFORM 0260-MOSTRAR-GARANTIA
           ELSE
             DISPLAY GAR-EMP-CHAVE "/" GAR-EMP-NUM " " GAR-SEQ
                     " NAO ENCONTRADA"
           END-IF.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
       0220-EXCLUSAO                             SECTION.
           READ GAR.
           IF WRK-FS-GARANTIA EQUAL "00"
             DELETE GAR
               INVALID KEY
                 DISPLAY "ERRO NA EXCLUSAO " GAR-ID
             END-DELETE
             DISPLAY "GARANTIA EXCLUIDA " GAR-ID
           ELSE
             DISPLAY "GARANTIA INEXISTENTE " GAR-ID
           END-IF.
       0220-EXCLUSAO-FIM.     EXIT.
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ GAR.
           IF WRK-FS-GARANTIA NOT EQUAL "00"
             DISPLAY "GARANTIA INEXISTENTE " GAR-ID
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           MOVE WRK-CARTAO-GARANTIA TO REG-GARANTIA.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "GARANTIA RECUSADA " GAR-ID " - " WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           REWRITE REG-GARANTIA
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO " GAR-ID
           END-REWRITE.
           DISPLAY "GARANTIA ATUALIZADA " GAR-ID.
       0230-ALTERACAO-FIM.    EXIT.
      **************************************************
       0240-INCLUSAO                             SECTION.
           MOVE WRK-CARTAO-GARANTIA TO REG-GARANTIA.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "GARANTIA RECUSADA " GAR-ID " - " WRK-MOTIVO
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           WRITE REG-GARANTIA
             INVALID KEY
               DISPLAY "GARANTIA DUPLICADA " GAR-ID
             NOT INVALID KEY
               DISPLAY "GARANTIA INCLUIDA " GAR-ID
           END-WRITE.
       0240-INCLUSAO-FIM.     EXIT.
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0                TO WRK-CONTADOR-LISTA.
           MOVE "N"              TO WRK-EOF-LISTA.
           MOVE LOW-VALUES       TO GAR-ID.
           START GAR KEY IS GREATER THAN OR EQUAL GAR-ID
             INVALID KEY
               DISPLAY "ARQUIVO VAZIO"
               MOVE "S"          TO WRK-EOF-LISTA
           END-START.
           PERFORM UNTIL WRK-EOF-LISTA EQUAL "S"
             READ GAR NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-LISTA
               NOT AT END
                 ADD 1           TO WRK-CONTADOR-LISTA
                 PERFORM 0260-MOSTRAR-GARANTIA
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "FORAM LISTADAS :" WRK-CONTADOR-IDE
                   " GARANTIAS".
       0250-LISTAGEM-FIM.     EXIT.
      **************************************************
       0260-MOSTRAR-GARANTIA                     SECTION.
           EVALUATE GAR-TIPO
             WHEN "I" MOVE "IMOVEL"               TO WRK-TIPO-DESC
             WHEN "D" MOVE "DEPOSITO PENHORADO"   TO WRK-TIPO-DESC
             WHEN "F" MOVE "FIADOR"               TO WRK-TIPO-DESC
             WHEN OTHER MOVE "TIPO DESCONHECIDO"  TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE GAR-VALOR-AVAL TO WRK-VALOR-IDE.
           DISPLAY "EMPRESTIMO " GAR-EMP-CHAVE "/" GAR-EMP-NUM
                   " GARANTIA " GAR-SEQ " " WRK-TIPO-DESC
                   " ESTADO " GAR-ESTADO.
           EVALUATE GAR-TIPO
             WHEN "D"
               DISPLAY "      DEPOSITO " GAR-DEP-CHAVE "/"
                       GAR-DEP-NUM " VALOR " WRK-VALOR-IDE
                       " EM " GAR-DATA-AVAL
             WHEN "F"
               DISPLAY "      FIADOR " GAR-FIADOR
                       " AFIANCADO " WRK-VALOR-IDE
             WHEN OTHER
               DISPLAY "      AVALIACAO " WRK-VALOR-IDE
                       " EM " GAR-DATA-AVAL
           END-EVALUATE.
           DISPLAY "      " GAR-DESCRICAO.
       0260-MOSTRAR-GARANTIA-FIM.  EXIT.
      **************************************************
      *  O CONTRATO TEM DE EXISTIR; O DEPOSITO TEM DE  *
      *  ESTAR ATIVO E SEM OUTRO PENHOR ATIVO; A FICHA *
      *  DO FIADOR TEM DE EXISTIR E NAO TER OBITO      *
      *  DEPOSITO SEM VALOR/DATA LEVA O CAPITAL/HOJE   *
      **************************************************
       0270-VALIDAR                              SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF GAR-EMP-CHAVE EQUAL SPACES OR
              GAR-EMP-NUM NOT NUMERIC OR
              GAR-SEQ NOT NUMERIC
             MOVE "CONTRATO/SEQUENCIA INVALIDOS" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF GAR-TIPO NOT EQUAL "I" AND "D" AND "F"
             MOVE "TIPO DEVE SER I, D OU F"     TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF GAR-ESTADO NOT EQUAL "A" AND "L"
             MOVE "ESTADO DEVE SER A OU L"      TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF GAR-VALOR-AVAL NOT NUMERIC OR
              GAR-DATA-AVAL NOT NUMERIC
             MOVE "VALOR/DATA NAO NUMERICOS"    TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           MOVE GAR-EMP-CHAVE TO EMP-CHAVE.
           MOVE GAR-EMP-NUM   TO EMP-NUM.
           READ EMP.
           IF WRK-FS-EMPRST NOT EQUAL "00"
             MOVE "EMPRESTIMO INEXISTENTE"      TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           EVALUATE GAR-TIPO
             WHEN "I"
               MOVE SPACES TO GAR-DEP-ID
               MOVE SPACES TO GAR-FIADOR
               IF GAR-VALOR-AVAL EQUAL ZEROS OR
                  GAR-DATA-AVAL EQUAL ZEROS
                 MOVE "IMOVEL SEM VALOR/DATA DE AVAL." TO WRK-MOTIVO
               END-IF
             WHEN "D"
               MOVE SPACES TO GAR-FIADOR
               PERFORM 0275-VALIDAR-DEPOSITO
             WHEN "F"
               MOVE SPACES TO GAR-DEP-ID
               MOVE GAR-FIADOR TO CLI-CHAVE
               READ CLM
               IF WRK-FS-CLIMST NOT EQUAL "00"
                 MOVE "FICHA DO FIADOR INEXISTENTE" TO WRK-MOTIVO
               ELSE
                 IF CLI-FALECIDO EQUAL "S"
                   MOVE "FIADOR COM OBITO REGISTADO" TO WRK-MOTIVO
                 END-IF
               END-IF
           END-EVALUATE.
       0270-VALIDAR-FIM.      EXIT.
      **************************************************
       0275-VALIDAR-DEPOSITO                     SECTION.
           IF GAR-DEP-CHAVE EQUAL SPACES OR
              GAR-DEP-NUM NOT NUMERIC
             MOVE "DEPOSITO INVALIDO"           TO WRK-MOTIVO
             GO TO 0275-VALIDAR-DEPOSITO-FIM
           END-IF.
           MOVE GAR-DEP-ID TO DEP-ID.
           READ DEP.
           IF WRK-FS-DEPPRAZO NOT EQUAL "00"
             MOVE "DEPOSITO INEXISTENTE"        TO WRK-MOTIVO
             GO TO 0275-VALIDAR-DEPOSITO-FIM
           END-IF.
           IF GAR-ESTADO EQUAL "L"
             GO TO 0275-VALIDAR-DEPOSITO-FIM
           END-IF.
           IF DEP-STATUS NOT EQUAL "A"
             MOVE "DEPOSITO NAO ESTA ATIVO"     TO WRK-MOTIVO
             GO TO 0275-VALIDAR-DEPOSITO-FIM
           END-IF.
           IF GAR-VALOR-AVAL EQUAL ZEROS
             MOVE DEP-CAPITAL   TO GAR-VALOR-AVAL
           END-IF.
           IF GAR-DATA-AVAL EQUAL ZEROS
             MOVE WRK-DATA-PROC TO GAR-DATA-AVAL
           END-IF.
           PERFORM 0280-VERIFICAR-PENHOR.
       0275-VALIDAR-DEPOSITO-FIM.  EXIT.
      **************************************************
      *  PROCURA PELA CHAVE ALTERNATIVA OUTRA GARANTIA *
      *  ATIVA SOBRE O MESMO DEPOSITO - O REGISTO EM   *
      *  MANUTENCAO E GUARDADO E REPOSTO NO FIM        *
      **************************************************
       0280-VERIFICAR-PENHOR                     SECTION.
           MOVE REG-GARANTIA TO WRK-GARANTIA-SALVA.
           MOVE GAR-ID       TO WRK-GAR-ID.
           MOVE GAR-DEP-ID   TO WRK-DEP-ID.
           MOVE "N"          TO WRK-EOF-PENHOR.
           START GAR KEY IS EQUAL GAR-DEP-ID
             INVALID KEY
               MOVE "S"      TO WRK-EOF-PENHOR
           END-START.
           PERFORM UNTIL WRK-EOF-PENHOR EQUAL "S"
             READ GAR NEXT RECORD
               AT END
                 MOVE "S"    TO WRK-EOF-PENHOR
               NOT AT END
                 IF GAR-DEP-ID NOT EQUAL WRK-DEP-ID
                   MOVE "S"  TO WRK-EOF-PENHOR
                 ELSE
                   IF GAR-ESTADO EQUAL "A" AND
                      GAR-ID NOT EQUAL WRK-GAR-ID
                     MOVE "DEPOSITO JA PENHORADO"  TO WRK-MOTIVO
                     MOVE "S" TO WRK-EOF-PENHOR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE WRK-GARANTIA-SALVA TO REG-GARANTIA.
       0280-VERIFICAR-PENHOR-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE GAR.
           IF WRK-FS-GARANTIA NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-GARANTIA
           END-IF.
           CLOSE EMP.
           CLOSE DEP.
           CLOSE CLM.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA57.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: DEPOSITO DE CHEQUES SOBRE OUTROS BANCOS -
      *            LE OS DEPOSITOS DOS BALCOES (CHQENT),
      *            CREDITA PROVISORIAMENTE A CONTA DO
      *            DEPOSITANTE NO ARQCLI, CATIVA O VALOR
      *            (MOTIVO Q) ATE AO FIM DO CICLO DE
      *            COMPENSACAO, REGISTA O CHEQUE NO CHQDEP
      *            E GRAVA A APRESENTACAO A COMPENSACAO
      *            (CHQSAI) - O CATIVO E LIBERTADO PELO
      *            COBVSA56 NA DATA VALOR; A DEVOLUCAO PELO
      *            OUTRO BANCO E TRATADA NO COBVSA58
      *            PARAMETRO (SYSIN): DIAS UTEIS DO CICLO
      *            DE COMPENSACAO (OMISSAO 2)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CHQENT      INPUT       -----
      * ARQCLI      I-O         -----
      * CHQDEP      I-O         BOOKCHD
      * CATIVOS     I-O         BOOKCAT
      * MOVHIST     EXTEND      -----
      * CHQSAI      OUTPUT      -----   (APRESENTACAO)
      * CHQREJ      OUTPUT      -----   (DEPOSITOS RECUSADOS)
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT ENT ASSIGN TO CHQENT
           FILE STATUS IS WRK-FS-CHQENT.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT CHD ASSIGN TO CHQDEP
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CHD-ID
           FILE STATUS   IS WRK-FS-CHQDEP.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT HST ASSIGN TO MOVHIST
           FILE STATUS IS WRK-FS-MOVHIST.

           SELECT SAI ASSIGN TO CHQSAI
           FILE STATUS IS WRK-FS-CHQSAI.

           SELECT REJ ASSIGN TO CHQREJ
           FILE STATUS IS WRK-FS-CHQREJ.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD ENT
           RECORDING MODE IS F
           RECORD CONTAINS 50 CHARACTERS.
       01 REG-CHQENT.
          05 ENT-CHAVE            PIC X(09).
          05 ENT-BANCO            PIC X(04).
          05 ENT-CONTA-SACADO     PIC X(11).
          05 ENT-NUMCHQ           PIC 9(07).
          05 ENT-VALOR            PIC 9(06)V99.
          05 ENT-MOEDA            PIC X(03).
          05 ENT-DATA             PIC 9(08).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD CHD.
       COPY BOOKCHD.

       FD CAT.
       COPY BOOKCAT.

       FD HST
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 REG-MOVHIST.
          05 HST-CHAVE            PIC X(09).
          05 HST-TIPO             PIC X(01).
          05 HST-VALOR            PIC 9(06)V99.
          05 HST-MOEDA            PIC X(03).
          05 HST-DATA-VALOR       PIC 9(08).
          05 HST-DATA-PROC        PIC 9(08).

       FD SAI
           RECORDING MODE IS F
           RECORD CONTAINS 55 CHARACTERS.
       01 REG-CHQSAI.
          05 SAI-REFER            PIC X(14).
          05 SAI-BANCO            PIC X(04).
          05 SAI-CONTA-SACADO     PIC X(11).
          05 SAI-NUMCHQ           PIC 9(07).
          05 SAI-VALOR            PIC 9(06)V99.
          05 SAI-MOEDA            PIC X(03).
          05 SAI-DATA             PIC 9(08).

       FD REJ
           RECORDING MODE IS F.
       01 REG-CHQREJ.
          05 REJ-CHAVE            PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-BANCO            PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-NUMCHQ           PIC 9(07).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-VALOR            PIC 9(06)V99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-MOTIVO           PIC X(25).

       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-CHQENT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHQDEP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHQSAI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHQREJ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-BANCO               PIC X(04) VALUE "0064".
       77 WRK-DIAS-COMPENSACAO    PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-VALOR          PIC 9(08) VALUE ZEROS.
       77 WRK-ULTIMO-DEPOSITO     PIC 9(05) VALUE ZEROS.
       77 WRK-ULTIMO-CATIVO       PIC 9(05) VALUE ZEROS.
       77 WRK-FIM-LEITURA         PIC X(01) VALUE "N".
       77 WRK-SALDO-ANTES         PIC S9(06)V99 VALUE ZEROS.
       77 WRK-ULT-MOVTO-ANTES     PIC 9(08) VALUE ZEROS.
      *-------------------------------------------------*
      *  AREA DA ROTINA DE DATAS (VER COBOL020)         *
      *-------------------------------------------------*
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ACEITES    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOT-DEPOSITADO      PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-LOG.
          05 WRK-LOG-ANO          PIC 9(04).
          05 WRK-LOG-MES          PIC 9(02).
          05 WRK-LOG-DIA          PIC 9(02).
       77 WRK-HORA-LOG            PIC 9(06).
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CHQENT EQUAL "10".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DIAS-COMPENSACAO.
           IF WRK-DIAS-COMPENSACAO NOT NUMERIC OR
              WRK-DIAS-COMPENSACAO EQUAL ZEROS
             MOVE 2 TO WRK-DIAS-COMPENSACAO
           END-IF.
           DISPLAY "CICLO DE COMPENSACAO (DIAS UTEIS) "
                   WRK-DIAS-COMPENSACAO.
           OPEN INPUT ENT.
           IF WRK-FS-CHQENT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CHQENT - STATUS "
                     WRK-FS-CHQENT
             GOBACK
           END-IF.
           OPEN I-O AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             GOBACK
           END-IF.
           OPEN I-O CHD.
           IF WRK-FS-CHQDEP EQUAL "35"
             OPEN OUTPUT CHD
             CLOSE CHD
             OPEN I-O CHD
           END-IF.
           IF WRK-FS-CHQDEP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CHQDEP - STATUS "
                     WRK-FS-CHQDEP
             GOBACK
           END-IF.
      *    SEM O CATIVO O CLIENTE GASTARIA UM CREDITO
      *    QUE AINDA PODE SER DEVOLVIDO - NADA E CREDITADO
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
      *    OS CREDITOS FICAM NO HISTORICO - SEM ISSO O
      *    FECHO DO DIA (COBARQ12) NAO BATERIA
           OPEN EXTEND HST.
           IF WRK-FS-MOVHIST NOT EQUAL "00"
             OPEN OUTPUT HST
             IF WRK-FS-MOVHIST NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA MOVHIST - STATUS "
                       WRK-FS-MOVHIST
               GOBACK
             END-IF
           END-IF.
           OPEN OUTPUT SAI.
           IF WRK-FS-CHQSAI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CHQSAI - STATUS "
                     WRK-FS-CHQSAI
             GOBACK
           END-IF.
           OPEN OUTPUT REJ.
           READ ENT.
           IF WRK-FS-CHQENT EQUAL "10"
             DISPLAY "ARQUIVO CHQENT VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SO ENTRAM CHEQUES SOBRE OUTROS BANCOS - OS    *
      *  SACADOS SOBRE O NOSSO BANCO SEGUEM PELA       *
      *  COMPENSACAO DE CHEQUES (COBVSA29)             *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
             WHEN ENT-VALOR NOT NUMERIC OR ENT-VALOR EQUAL ZEROS
               MOVE "VALOR INVALIDO"          TO WRK-MOTIVO
             WHEN ENT-NUMCHQ NOT NUMERIC OR ENT-NUMCHQ EQUAL ZEROS
               MOVE "NUMERO DE CHEQUE INVALIDO" TO WRK-MOTIVO
             WHEN ENT-BANCO EQUAL WRK-BANCO
               MOVE "CHEQUE SOBRE O NOSSO BANCO" TO WRK-MOTIVO
             WHEN ENT-BANCO EQUAL SPACES
               MOVE "BANCO SACADO EM FALTA"   TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE ENT-CHAVE TO REG-ARQCLI-CHAVE
             READ AQL
             IF WRK-FS-ARQCLI NOT EQUAL "00"
               MOVE "CONTA INEXISTENTE"       TO WRK-MOTIVO
             ELSE
               EVALUATE TRUE
                 WHEN REG-ARQCLI-STATUS EQUAL "E"
                   MOVE "CONTA ENCERRADA"     TO WRK-MOTIVO
                 WHEN REG-ARQCLI-STATUS EQUAL "O"
                   MOVE "CONTA EM HERANCA"    TO WRK-MOTIVO
                 WHEN ENT-MOEDA NOT EQUAL REG-ARQCLI-MOEDA
                   MOVE "MOEDA DIFERENTE DA CONTA" TO WRK-MOTIVO
               END-EVALUATE
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0215-CALCULAR-DATA-VALOR
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0220-CREDITAR-E-CATIVAR
           ELSE
             PERFORM 0230-RECUSAR
           END-IF.
           READ ENT.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  DATA VALOR = DATA DO DEPOSITO MAIS OS DIAS    *
      *  UTEIS DO CICLO DE COMPENSACAO (VER COBOL020)  *
      **************************************************
       0215-CALCULAR-DATA-VALOR                  SECTION.
           MOVE ENT-DATA TO WRK-DATA-VALOR.
           PERFORM WRK-DIAS-COMPENSACAO TIMES
             MOVE "S"            TO WRK-DAT-FUNCAO
             MOVE WRK-DATA-VALOR TO WRK-DAT-DATA1
             MOVE 1              TO WRK-DAT-DIAS
             CALL "COBOL020" USING WRK-DATCALC-AREA
             IF WRK-DAT-RETORNO EQUAL "00"
               MOVE "U"               TO WRK-DAT-FUNCAO
               MOVE WRK-DAT-RESULTADO TO WRK-DAT-DATA1
               CALL "COBOL020" USING WRK-DATCALC-AREA
             END-IF
             IF WRK-DAT-RETORNO EQUAL "00" OR "04"
               MOVE WRK-DAT-RESULTADO TO WRK-DATA-VALOR
             ELSE
               MOVE "DATA DO DEPOSITO INVALIDA" TO WRK-MOTIVO
             END-IF
           END-PERFORM.
       0215-CALCULAR-DATA-VALOR-FIM.  EXIT.
      **************************************************
      *  CREDITA E CATIVA NA MESMA EXECUCAO - SE O     *
      *  CATIVO NAO FOR GRAVADO O CREDITO E DESFEITO,  *
      *  NUNCA FICA CREDITO LIVRE POR COBRAR           *
      **************************************************
       0220-CREDITAR-E-CATIVAR                   SECTION.
           MOVE REG-ARQCLI-SALDO     TO WRK-SALDO-ANTES.
           MOVE REG-ARQCLI-ULT-MOVTO TO WRK-ULT-MOVTO-ANTES.
           ADD ENT-VALOR      TO REG-ARQCLI-SALDO.
           MOVE ENT-DATA      TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               MOVE "ERRO NO CREDITO" TO WRK-MOTIVO
               PERFORM 0230-RECUSAR
               GO TO 0220-CREDITAR-E-CATIVAR-FIM
           END-REWRITE.
           PERFORM 0240-ULTIMO-CATIVO.
           MOVE ENT-CHAVE         TO CAT-CONTA.
           COMPUTE CAT-NUMERO = WRK-ULTIMO-CATIVO + 1.
           MOVE ENT-VALOR         TO CAT-VALOR.
           MOVE "Q"               TO CAT-MOTIVO.
           MOVE ENT-DATA          TO CAT-DATA-INI.
           MOVE WRK-DATA-VALOR    TO CAT-DATA-FIM.
           MOVE "COBVSA57"        TO CAT-USERID.
           MOVE "A"               TO CAT-ESTADO.
           MOVE ZEROS             TO CAT-DATA-LIBERTA.
           WRITE REG-CATIVO
             INVALID KEY
               PERFORM 0260-DESFAZER-CREDITO
               MOVE "ERRO NA GRAVACAO DO CATIVO" TO WRK-MOTIVO
               PERFORM 0230-RECUSAR
               GO TO 0220-CREDITAR-E-CATIVAR-FIM
           END-WRITE.
           PERFORM 0250-ULTIMO-DEPOSITO.
           MOVE ENT-CHAVE         TO CHD-CHAVE.
           COMPUTE CHD-NUMERO = WRK-ULTIMO-DEPOSITO + 1.
           MOVE ENT-BANCO         TO CHD-BANCO.
           MOVE ENT-CONTA-SACADO  TO CHD-CONTA-SACADO.
           MOVE ENT-NUMCHQ        TO CHD-NUMCHQ.
           MOVE ENT-VALOR         TO CHD-VALOR.
           MOVE ENT-MOEDA         TO CHD-MOEDA.
           MOVE ENT-DATA          TO CHD-DATA-DEP.
           MOVE WRK-DATA-VALOR    TO CHD-DATA-VALOR.
           MOVE CAT-NUMERO        TO CHD-CATIVO.
           MOVE "A"               TO CHD-ESTADO.
           MOVE ZEROS             TO CHD-DATA-DEV.
           MOVE SPACES            TO CHD-MOTIVO-DEV.
           WRITE REG-CHQDEP
             INVALID KEY
               DISPLAY "ERRO NA GRAVACAO DO CHQDEP " CHD-ID
               DISPLAY "INTERVENCAO MANUAL NECESSARIA"
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE CHD-ID            TO SAI-REFER.
           MOVE ENT-BANCO         TO SAI-BANCO.
           MOVE ENT-CONTA-SACADO  TO SAI-CONTA-SACADO.
           MOVE ENT-NUMCHQ        TO SAI-NUMCHQ.
           MOVE ENT-VALOR         TO SAI-VALOR.
           MOVE ENT-MOEDA         TO SAI-MOEDA.
           MOVE ENT-DATA          TO SAI-DATA.
           WRITE REG-CHQSAI.
           MOVE ENT-CHAVE         TO HST-CHAVE.
           MOVE "C"               TO HST-TIPO.
           MOVE ENT-VALOR         TO HST-VALOR.
           MOVE ENT-MOEDA         TO HST-MOEDA.
           MOVE WRK-DATA-VALOR    TO HST-DATA-VALOR.
           MOVE ENT-DATA          TO HST-DATA-PROC.
           WRITE REG-MOVHIST.
           ADD 1                  TO WRK-CONTADOR-ACEITES.
           ADD ENT-VALOR          TO WRK-TOT-DEPOSITADO.
       0220-CREDITAR-E-CATIVAR-FIM.  EXIT.
      **************************************************
       0230-RECUSAR                              SECTION.
           MOVE SPACES      TO REG-CHQREJ.
           MOVE ENT-CHAVE   TO REJ-CHAVE.
           MOVE ENT-BANCO   TO REJ-BANCO.
           MOVE ENT-NUMCHQ  TO REJ-NUMCHQ.
           MOVE ENT-VALOR   TO REJ-VALOR.
           MOVE WRK-MOTIVO  TO REJ-MOTIVO.
           WRITE REG-CHQREJ.
           ADD 1 TO WRK-CONTADOR-RECUSADOS.
       0230-RECUSAR-FIM.      EXIT.
      **************************************************
       0240-ULTIMO-CATIVO                        SECTION.
           MOVE ZEROS           TO WRK-ULTIMO-CATIVO.
           MOVE "N"             TO WRK-FIM-LEITURA.
           MOVE ENT-CHAVE       TO CAT-CONTA.
           MOVE ZEROS           TO CAT-NUMERO.
           START CAT KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
               MOVE "S"         TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL WRK-FIM-LEITURA EQUAL "S"
             READ CAT NEXT RECORD
               AT END
                 MOVE "S"       TO WRK-FIM-LEITURA
               NOT AT END
                 IF CAT-CONTA NOT EQUAL ENT-CHAVE
                   MOVE "S"     TO WRK-FIM-LEITURA
                 ELSE
                   MOVE CAT-NUMERO TO WRK-ULTIMO-CATIVO
                 END-IF
             END-READ
           END-PERFORM.
       0240-ULTIMO-CATIVO-FIM.  EXIT.
      **************************************************
       0250-ULTIMO-DEPOSITO                      SECTION.
           MOVE ZEROS           TO WRK-ULTIMO-DEPOSITO.
           MOVE "N"             TO WRK-FIM-LEITURA.
           MOVE ENT-CHAVE       TO CHD-CHAVE.
           MOVE ZEROS           TO CHD-NUMERO.
           START CHD KEY IS NOT LESS THAN CHD-ID
             INVALID KEY
               MOVE "S"         TO WRK-FIM-LEITURA
           END-START.
           PERFORM UNTIL WRK-FIM-LEITURA EQUAL "S"
             READ CHD NEXT RECORD
               AT END
                 MOVE "S"       TO WRK-FIM-LEITURA
               NOT AT END
                 IF CHD-CHAVE NOT EQUAL ENT-CHAVE
                   MOVE "S"     TO WRK-FIM-LEITURA
                 ELSE
                   MOVE CHD-NUMERO TO WRK-ULTIMO-DEPOSITO
                 END-IF
             END-READ
           END-PERFORM.
       0250-ULTIMO-DEPOSITO-FIM.  EXIT.
      **************************************************
       0260-DESFAZER-CREDITO                     SECTION.
           MOVE ENT-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           MOVE WRK-SALDO-ANTES     TO REG-ARQCLI-SALDO.
           MOVE WRK-ULT-MOVTO-ANTES TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               DISPLAY "ERRO AO DESFAZER O CREDITO " ENT-CHAVE
               DISPLAY "INTERVENCAO MANUAL NECESSARIA"
           END-REWRITE.
           DISPLAY "CREDITO DESFEITO EM " ENT-CHAVE.
       0260-DESFAZER-CREDITO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR           TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DEPOSITOS LIDOS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ACEITES   TO WRK-CONTADOR-IDE.
           DISPLAY "CHEQUES APRESENTADOS.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADOS TO WRK-CONTADOR-IDE.
           DISPLAY "DEPOSITOS RECUSADOS... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-DEPOSITADO     TO WRK-TOTAL-IDE.
           DISPLAY "VALOR APRESENTADO..... " WRK-TOTAL-IDE.
           PERFORM 0910-GRAVAR-LOG.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0910-GRAVAR-LOG                           SECTION.
           OPEN EXTEND LOG.
           IF WRK-FS-OPLOG NOT EQUAL "00"
             OPEN OUTPUT LOG
           END-IF.
           IF WRK-FS-OPLOG NOT EQUAL "00"
             DISPLAY "OPLOG INDISPONIVEL - STATUS " WRK-FS-OPLOG
             GO TO 0910-GRAVAR-LOG-FIM
           END-IF.
           ACCEPT WRK-DATA-LOG FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-LOG FROM TIME.
           MOVE "COBVSA57"      TO LOG-JOB.
           MOVE WRK-DATA-LOG    TO LOG-DATA.
           MOVE WRK-HORA-LOG    TO LOG-HORA.
           MOVE "F"             TO LOG-TIPO.
           MOVE WRK-CONTADOR    TO LOG-LIDOS.
           MOVE WRK-CONTADOR-ACEITES TO LOG-GRAVADOS.
           MOVE "00"            TO LOG-RETCODE.
           WRITE REG-OPLOG.
           CLOSE LOG.
       0910-GRAVAR-LOG-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE ENT.
           CLOSE AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLI
           END-IF.
           CLOSE CHD.
           CLOSE CAT.
           CLOSE HST.
           CLOSE SAI.
           CLOSE REJ.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

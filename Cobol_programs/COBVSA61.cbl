       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA61.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: NIVELAMENTO DE SALDO NO FIM DO DIA - CORRE
      *            DEPOIS DA POSTAGEM DO COBVSA07 E, PARA CADA
      *            INSTRUCAO ATIVA DO SWEEP (COBVSA60), LEVA O
      *            EXCESSO DO DISPONIVEL DA CONTA A ORDEM SOBRE
      *            O ALVO PARA A POUPANCA OU REPOE A FALTA A
      *            PARTIR DO DISPONIVEL DA POUPANCA; RESPEITA O
      *            MINIMO E O MAXIMO DA INSTRUCAO, POSTA AS DUAS
      *            PERNAS COMO O COBVSA08 (DESFAZ O DEBITO SE O
      *            CREDITO FALHAR), GRAVA O MOVHIST PARA O FECHO
      *            DO DIA E LISTA CADA INSTRUCAO NO SWPREL
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * SWEEP       INPUT       BOOKSWP
      * ARQCLI      I-O         -----
      * CATIVOS     INPUT       BOOKCAT
      * DATACTL     INPUT       -----
      * MOVHIST     EXTEND      -----
      * SWPREL      OUTPUT      -----   (RELATORIO 80 COL)
      * OPLOG       EXTEND      BOOKLOG
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT SWP ASSIGN TO SWEEP
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS SWP-ID
           FILE STATUS   IS WRK-FS-SWEEP.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT HST ASSIGN TO MOVHIST
           FILE STATUS IS WRK-FS-MOVHIST.

           SELECT REL ASSIGN TO SWPREL
           FILE STATUS IS WRK-FS-SWPREL.

           SELECT LOG ASSIGN TO OPLOG
           FILE STATUS IS WRK-FS-OPLOG.
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

       FD CAT.
       COPY BOOKCAT.

       FD CTD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-DATACTL.
          05 CTD-DATA-NEGOCIO     PIC 9(08).
          05 CTD-FIM-MES          PIC X(01).
          05 CTD-FIM-ANO          PIC X(01).

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

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-SWPREL              PIC X(80).

       FD LOG
           RECORDING MODE IS F.
       COPY BOOKLOG.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-SWEEP            PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-SWPREL           PIC X(02) VALUE ZEROS.
       77 WRK-FS-OPLOG            PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(20) VALUE SPACES.
       77 WRK-SENTIDO             PIC X(04) VALUE SPACES.
       77 WRK-VALOR               PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DISP-ORDEM          PIC S9(07)V99 COMP VALUE ZEROS.
       77 WRK-DISP-POUPANCA       PIC S9(07)V99 COMP VALUE ZEROS.
       77 WRK-DIFERENCA           PIC S9(07)V99 COMP VALUE ZEROS.
       77 WRK-MOEDA               PIC X(03) VALUE SPACES.
       77 WRK-CHAVE-ORIGEM        PIC X(09) VALUE SPACES.
       77 WRK-CHAVE-DESTINO       PIC X(09) VALUE SPACES.
       77 WRK-ORI-SALDO-ANTES     PIC S9(06)V99 VALUE ZEROS.
       77 WRK-ORI-ULT-MOVTO       PIC 9(08) VALUE ZEROS.
       77 WRK-SALDO-ORDEM         PIC S9(06)V99 VALUE ZEROS.
       77 WRK-SALDO-POUPANCA      PIC S9(06)V99 VALUE ZEROS.
      *------------- CATIVOS DE SALDO (VER COBVSA55) ------
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-CATIVO-CONTA        PIC X(09) VALUE SPACES.
       77 WRK-CATIVO-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(07)V99 COMP VALUE ZEROS.
      *------------- CONTADORES ---------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DESCIDAS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SUBIDAS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEM-MOVTO  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CANCELADAS PIC 9(10) COMP VALUE 0.
       77 WRK-TOT-DESCIDO         PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-SUBIDO          PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZ9,99.
       01 WRK-DATA-LOG.
          05 WRK-LOG-ANO          PIC 9(04).
          05 WRK-LOG-MES          PIC 9(02).
          05 WRK-LOG-DIA          PIC 9(02).
       77 WRK-HORA-LOG            PIC 9(06).
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(32) VALUE
             "NIVELAMENTO DE SALDOS - SWEEP   ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(40) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "CONTA     POUPANCA  SENT      VALOR SALD".
          05 FILLER               PIC X(40) VALUE
             "O ORDEM  SALDO POUP MOTIVO              ".
       01 WRK-LINHA-DET.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-POUPANCA       PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SENTIDO        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-VALOR          PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SALDO-ORDEM    PIC -ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SALDO-POUP     PIC -ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-MOTIVO         PIC X(20).
       01 WRK-LINHA-TOT.
          05 FILLER               PIC X(20) VALUE
             "TOTAL DESCIDO       ".
          05 WRK-T-DESCIDO        PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE
             "TOTAL SUBIDO  ".
          05 WRK-T-SUBIDO         PIC -ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(12) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-SWEEP EQUAL "10".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
      *    CAI NA DATA DA MAQUINA SE DATACTL FALTAR
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL EQUAL "00"
             READ CTD
             MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC
             CLOSE CTD
           ELSE
             DISPLAY "DATACTL INDISPONIVEL - USA DATA DA MAQUINA"
             ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT SWP.
           IF WRK-FS-SWEEP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SWEEP - STATUS " WRK-FS-SWEEP
             GOBACK
           END-IF.
           OPEN I-O AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             GOBACK
           END-IF.
      *    SEM OS CATIVOS NAO SE SABE O QUE O CLIENTE
      *    PODE GASTAR - NADA E MOVIMENTADO
           OPEN INPUT CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
      *    OS MOVIMENTOS FICAM NO HISTORICO - SEM ISSO O
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
           OPEN OUTPUT REL.
           IF WRK-FS-SWPREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA SWPREL - STATUS "
                     WRK-FS-SWPREL
             GOBACK
           END-IF.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-SWPREL FROM WRK-LINHA-CAB.
           WRITE REG-SWPREL FROM WRK-LINHA-BRANCO.
           WRITE REG-SWPREL FROM WRK-LINHA-TIT.
           READ SWP.
           IF WRK-FS-SWEEP EQUAL "10"
             DISPLAY "ARQUIVO SWEEP VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  CALCULA E POSTA O NIVELAMENTO DE UMA INSTRUCAO *
      *  - O ALVO E SOBRE O SALDO DISPONIVEL (SALDO     *
      *  MENOS CATIVOS) DA CONTA A ORDEM               *
      **************************************************
       0200-PROCESSAR                            SECTION.
           IF SWP-STATUS NOT EQUAL "A"
             ADD 1 TO WRK-CONTADOR-CANCELADAS
             GO TO 0200-LER-PROXIMA
           END-IF.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE "----" TO WRK-SENTIDO.
           MOVE ZEROS  TO WRK-VALOR.
           MOVE ZEROS  TO WRK-SALDO-ORDEM.
           MOVE ZEROS  TO WRK-SALDO-POUPANCA.
           MOVE SWP-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "CONTA INEXISTENTE"   TO WRK-MOTIVO
             GO TO 0200-LISTAR
           END-IF.
           PERFORM 0205-VERIFICAR-ESTADO.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0200-LISTAR
           END-IF.
           MOVE REG-ARQCLI-MOEDA TO WRK-MOEDA.
           MOVE REG-ARQCLI-SALDO TO WRK-SALDO-ORDEM.
           MOVE SWP-CHAVE        TO WRK-CATIVO-CONTA.
           MOVE WRK-DATA-PROC    TO WRK-CATIVO-DATA.
           PERFORM 0216-SOMAR-CATIVOS.
           COMPUTE WRK-DISP-ORDEM =
                   REG-ARQCLI-SALDO - WRK-TOT-CATIVOS.
           MOVE SWP-POUPANCA TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "POUPANCA INEXISTENTE" TO WRK-MOTIVO
             GO TO 0200-LISTAR
           END-IF.
           PERFORM 0205-VERIFICAR-ESTADO.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0200-LISTAR
           END-IF.
           IF REG-ARQCLI-MOEDA NOT EQUAL WRK-MOEDA
             MOVE "MOEDAS DIVERGENTES"  TO WRK-MOTIVO
             GO TO 0200-LISTAR
           END-IF.
           MOVE REG-ARQCLI-SALDO TO WRK-SALDO-POUPANCA.
           MOVE SWP-POUPANCA     TO WRK-CATIVO-CONTA.
           PERFORM 0216-SOMAR-CATIVOS.
           COMPUTE WRK-DISP-POUPANCA =
                   REG-ARQCLI-SALDO - WRK-TOT-CATIVOS.
      *    ACIMA DO ALVO DESCE O EXCESSO; ABAIXO SOBE A
      *    FALTA, NUNCA MAIS DO QUE A POUPANCA TEM LIVRE
           EVALUATE TRUE
             WHEN WRK-DISP-ORDEM GREATER THAN SWP-ALVO
               COMPUTE WRK-DIFERENCA = WRK-DISP-ORDEM - SWP-ALVO
               MOVE "DESC"          TO WRK-SENTIDO
               MOVE SWP-CHAVE       TO WRK-CHAVE-ORIGEM
               MOVE SWP-POUPANCA    TO WRK-CHAVE-DESTINO
             WHEN WRK-DISP-ORDEM LESS THAN SWP-ALVO
               COMPUTE WRK-DIFERENCA = SWP-ALVO - WRK-DISP-ORDEM
               IF WRK-DIFERENCA GREATER THAN WRK-DISP-POUPANCA
                 MOVE WRK-DISP-POUPANCA TO WRK-DIFERENCA
               END-IF
               IF WRK-DIFERENCA NOT GREATER THAN ZEROS
                 MOVE "POUPANCA SEM SALDO" TO WRK-MOTIVO
                 GO TO 0200-LISTAR
               END-IF
               MOVE "SOBE"          TO WRK-SENTIDO
               MOVE SWP-POUPANCA    TO WRK-CHAVE-ORIGEM
               MOVE SWP-CHAVE       TO WRK-CHAVE-DESTINO
             WHEN OTHER
               MOVE "SALDO NO ALVO" TO WRK-MOTIVO
               GO TO 0200-LISTAR
           END-EVALUATE.
           IF SWP-MAXIMO NOT EQUAL ZEROS AND
              WRK-DIFERENCA GREATER THAN SWP-MAXIMO
             MOVE SWP-MAXIMO TO WRK-DIFERENCA
           END-IF.
           IF WRK-DIFERENCA LESS THAN SWP-MINIMO
             MOVE "----"             TO WRK-SENTIDO
             MOVE "ABAIXO DO MINIMO" TO WRK-MOTIVO
             GO TO 0200-LISTAR
           END-IF.
           MOVE WRK-DIFERENCA TO WRK-VALOR.
           PERFORM 0220-POSTAR-PERNAS.
       0200-LISTAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             ADD 1 TO WRK-CONTADOR-SEM-MOVTO
             MOVE ZEROS  TO WRK-VALOR
           END-IF.
           MOVE SWP-CHAVE          TO WRK-L-CHAVE.
           MOVE SWP-POUPANCA       TO WRK-L-POUPANCA.
           MOVE WRK-SENTIDO        TO WRK-L-SENTIDO.
           MOVE WRK-VALOR          TO WRK-L-VALOR.
           MOVE WRK-SALDO-ORDEM    TO WRK-L-SALDO-ORDEM.
           MOVE WRK-SALDO-POUPANCA TO WRK-L-SALDO-POUP.
           MOVE WRK-MOTIVO         TO WRK-L-MOTIVO.
           WRITE REG-SWPREL FROM WRK-LINHA-DET.
       0200-LER-PROXIMA.
           READ SWP.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  CONTAS CONGELADAS, ENCERRADAS OU EM HERANCA   *
      *  NAO SE MOVIMENTAM (VER COBVSA08)              *
      **************************************************
       0205-VERIFICAR-ESTADO                     SECTION.
           EVALUATE REG-ARQCLI-STATUS
             WHEN "F"
               MOVE "CONTA CONGELADA"   TO WRK-MOTIVO
             WHEN "E"
               MOVE "CONTA ENCERRADA"   TO WRK-MOTIVO
             WHEN "O"
               MOVE "CONTA EM HERANCA"  TO WRK-MOTIVO
           END-EVALUATE.
       0205-VERIFICAR-ESTADO-FIM.  EXIT.
      **************************************************
      *  SOMA OS CATIVOS ATIVOS E NAO EXPIRADOS DA     *
      *  CONTA (VER COBVSA55) - O CLIENTE SO PODE      *
      *  GASTAR O SALDO MENOS ESTA SOMA                *
      **************************************************
       0216-SOMAR-CATIVOS                        SECTION.
           MOVE ZEROS            TO WRK-TOT-CATIVOS.
           MOVE "N"              TO WRK-FIM-CATIVOS.
           MOVE WRK-CATIVO-CONTA TO CAT-CONTA.
           MOVE ZEROS            TO CAT-NUMERO.
           START CAT KEY IS NOT LESS THAN CAT-CHAVE
             INVALID KEY
               MOVE "S"          TO WRK-FIM-CATIVOS
           END-START.
           PERFORM UNTIL WRK-FIM-CATIVOS EQUAL "S"
             READ CAT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-FIM-CATIVOS
               NOT AT END
                 IF CAT-CONTA NOT EQUAL WRK-CATIVO-CONTA
                   MOVE "S"      TO WRK-FIM-CATIVOS
                 ELSE
                   IF CAT-ESTADO EQUAL "A" AND
                      (CAT-DATA-FIM EQUAL ZEROS OR
                       CAT-DATA-FIM NOT LESS THAN WRK-CATIVO-DATA)
                     ADD CAT-VALOR TO WRK-TOT-CATIVOS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0216-SOMAR-CATIVOS-FIM.  EXIT.
      **************************************************
      *  DEBITA A ORIGEM E CREDITA O DESTINO - SE O    *
      *  CREDITO FALHAR O DEBITO E DESFEITO NA MESMA   *
      *  EXECUCAO, NUNCA FICA UMA PERNA SOLTA (VER     *
      *  COBVSA08)                                     *
      **************************************************
       0220-POSTAR-PERNAS                        SECTION.
           MOVE WRK-CHAVE-ORIGEM     TO REG-ARQCLI-CHAVE.
           READ AQL.
           MOVE REG-ARQCLI-SALDO     TO WRK-ORI-SALDO-ANTES.
           MOVE REG-ARQCLI-ULT-MOVTO TO WRK-ORI-ULT-MOVTO.
           SUBTRACT WRK-VALOR      FROM REG-ARQCLI-SALDO.
           MOVE WRK-DATA-PROC        TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               MOVE "ERRO NO DEBITO"  TO WRK-MOTIVO
               GO TO 0220-POSTAR-PERNAS-FIM
           END-REWRITE.
           MOVE WRK-CHAVE-DESTINO    TO REG-ARQCLI-CHAVE.
           READ AQL.
           ADD WRK-VALOR             TO REG-ARQCLI-SALDO.
           MOVE WRK-DATA-PROC        TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               MOVE "ERRO NO CREDITO" TO WRK-MOTIVO
               PERFORM 0230-DESFAZER-DEBITO
               GO TO 0220-POSTAR-PERNAS-FIM
           END-REWRITE.
           MOVE WRK-CHAVE-ORIGEM     TO HST-CHAVE.
           MOVE "D"                  TO HST-TIPO.
           MOVE WRK-VALOR            TO HST-VALOR.
           MOVE WRK-MOEDA            TO HST-MOEDA.
           MOVE WRK-DATA-PROC        TO HST-DATA-VALOR.
           MOVE WRK-DATA-PROC        TO HST-DATA-PROC.
           WRITE REG-MOVHIST.
           MOVE WRK-CHAVE-DESTINO    TO HST-CHAVE.
           MOVE "C"                  TO HST-TIPO.
           WRITE REG-MOVHIST.
           IF WRK-SENTIDO EQUAL "DESC"
             SUBTRACT WRK-VALOR FROM WRK-SALDO-ORDEM
             ADD WRK-VALOR      TO WRK-SALDO-POUPANCA
             ADD 1              TO WRK-CONTADOR-DESCIDAS
             ADD WRK-VALOR      TO WRK-TOT-DESCIDO
           ELSE
             ADD WRK-VALOR      TO WRK-SALDO-ORDEM
             SUBTRACT WRK-VALOR FROM WRK-SALDO-POUPANCA
             ADD 1              TO WRK-CONTADOR-SUBIDAS
             ADD WRK-VALOR      TO WRK-TOT-SUBIDO
           END-IF.
       0220-POSTAR-PERNAS-FIM.  EXIT.
      **************************************************
       0230-DESFAZER-DEBITO                      SECTION.
           MOVE WRK-CHAVE-ORIGEM    TO REG-ARQCLI-CHAVE.
           READ AQL.
           MOVE WRK-ORI-SALDO-ANTES TO REG-ARQCLI-SALDO.
           MOVE WRK-ORI-ULT-MOVTO   TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               DISPLAY "ERRO AO DESFAZER O DEBITO " WRK-CHAVE-ORIGEM
               DISPLAY "INTERVENCAO MANUAL NECESSARIA"
           END-REWRITE.
           DISPLAY "DEBITO DESFEITO EM " WRK-CHAVE-ORIGEM.
       0230-DESFAZER-DEBITO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-TOT-DESCIDO TO WRK-T-DESCIDO.
           MOVE WRK-TOT-SUBIDO  TO WRK-T-SUBIDO.
           WRITE REG-SWPREL FROM WRK-LINHA-BRANCO.
           WRITE REG-SWPREL FROM WRK-LINHA-TOT.
           MOVE WRK-CONTADOR            TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "INSTRUCOES ATIVAS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-DESCIDAS   TO WRK-CONTADOR-IDE.
           DISPLAY "DESCIDAS A POUPANCA... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-DESCIDO         TO WRK-TOTAL-IDE.
           DISPLAY "VALOR DESCIDO......... " WRK-TOTAL-IDE.
           MOVE WRK-CONTADOR-SUBIDAS    TO WRK-CONTADOR-IDE.
           DISPLAY "REPOSICOES DA POUPANCA " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-SUBIDO          TO WRK-TOTAL-IDE.
           DISPLAY "VALOR REPOSTO......... " WRK-TOTAL-IDE.
           MOVE WRK-CONTADOR-SEM-MOVTO  TO WRK-CONTADOR-IDE.
           DISPLAY "SEM MOVIMENTO......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CANCELADAS TO WRK-CONTADOR-IDE.
           DISPLAY "INSTRUCOES CANCELADAS. " WRK-CONTADOR-IDE.
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
           MOVE "COBVSA61"      TO LOG-JOB.
           MOVE WRK-DATA-LOG    TO LOG-DATA.
           MOVE WRK-HORA-LOG    TO LOG-HORA.
           MOVE "F"             TO LOG-TIPO.
           MOVE WRK-CONTADOR    TO LOG-LIDOS.
           COMPUTE LOG-GRAVADOS = WRK-CONTADOR-DESCIDAS
                                + WRK-CONTADOR-SUBIDAS.
           MOVE "00"            TO LOG-RETCODE.
           WRITE REG-OPLOG.
           CLOSE LOG.
       0910-GRAVAR-LOG-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE SWP.
           CLOSE AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLI
           END-IF.
           CLOSE CAT.
           CLOSE HST.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

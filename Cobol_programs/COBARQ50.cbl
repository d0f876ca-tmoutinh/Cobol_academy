       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ50.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: RECUPERACAO PARA A FRENTE DO ARQCLI -
      *            CONTRAPARTIDA DO RETROCESSO COBARQ23.
      *            1) VERIFICA A CADEIA DE PROVA DO ARQCLIAUD
      *               ATE AO MOMENTO DE CORTE (MESMO CALCULO
      *               DO COBVSA43) E PARA NO PRIMEIRO ELO
      *               QUEBRADO SEM TOCAR NO ARQCLI
      *            2) RECARREGA O ARQCLI DA COPIA ARQCLIBK
      *               (COBARQ22), RECUSANDO TRAILER ERRADO
      *            3) REAPLICA PELA ORDEM DE SEQUENCIA AS
      *               IMAGENS POSTERIORES DA AUDITORIA ATE AO
      *               CORTE PEDIDO NO SYSIN
      *            4) PROVA OS TOTAIS FINAIS - COPIA MAIS
      *               MOVIMENTO APLICADO TEM DE BATER COM A
      *               CONTAGEM E O HASH DO ARQCLI RECUPERADO
      *            RELATORIO DOS APLICADOS E IGNORADOS (RECREL)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * ARQCLIAUD   INPUT       -----
      * ARQCLIBK    INPUT       BOOKCTL (CONTROLO)
      * ARQCLI      OUTPUT/I-O  -----
      * RECREL      OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS   IS WRK-FS-ARQCLIAUD.

           SELECT BKP ASSIGN TO ARQCLIBK
           FILE STATUS IS WRK-FS-ARQCLIBK.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT REL ASSIGN TO RECREL
           FILE STATUS IS WRK-FS-RECREL.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD AUD
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01 REG-AUDITORIA.
          05 AUD-DATA             PIC 9(08).
          05 FILLER               PIC X(01).
          05 AUD-HORA             PIC 9(06).
          05 FILLER               PIC X(01).
          05 AUD-OPERACAO         PIC X(09).
          05 FILLER               PIC X(01).
          05 AUD-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 AUD-NOME             PIC X(30).
          05 FILLER               PIC X(01).
          05 AUD-SALDO-ANTES      PIC S9(06)V99.
          05 FILLER               PIC X(01).
          05 AUD-SALDO-DEPOIS     PIC S9(06)V99.
          05 FILLER               PIC X(01).
          05 AUD-USERID           PIC X(08).
          05 FILLER               PIC X(01).
          05 AUD-SEQ              PIC 9(06).
          05 FILLER               PIC X(01).
          05 AUD-CHECK            PIC 9(09).

       FD BKP
           RECORDING MODE IS F
           RECORD CONTAINS 62 CHARACTERS.
       01 REG-ARQCLIBK            PIC X(62).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-RECREL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-ARQCLIAUD        PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIBK         PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-RECREL           PIC X(02) VALUE ZEROS.
       COPY BOOKCTL.
      *------------- MOMENTO DE CORTE --------------------
       77 WRK-DATA-CORTE          PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-CORTE          PIC 9(06) VALUE ZEROS.
       01 WRK-MOMENTO-CORTE.
          05 WRK-MC-DATA          PIC 9(08).
          05 WRK-MC-HORA          PIC 9(06).
       01 WRK-MOMENTO-REG.
          05 WRK-MR-DATA          PIC 9(08).
          05 WRK-MR-HORA          PIC 9(06).
      *------------- COPIA DE SEGURANCA ------------------
       77 WRK-DATA-COPIA          PIC 9(08) VALUE ZEROS.
       77 WRK-TRL-VISTO           PIC X(01) VALUE "N".
       77 WRK-CONTADOR-COPIA      PIC 9(09) VALUE ZEROS.
       77 WRK-HASH-COPIA          PIC S9(13)V99 COMP VALUE ZEROS.
      *------------- PROVA DOS TOTAIS --------------------
       77 WRK-CONTADOR-ESPERADO   PIC S9(09) COMP VALUE ZEROS.
       77 WRK-HASH-ESPERADO       PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR-FINAL      PIC 9(09) COMP VALUE ZEROS.
       77 WRK-HASH-FINAL          PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-HASH-IDE            PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-EOF-AQL             PIC X(01) VALUE "N".
      *------------- APLICACAO DE CADA REGISTO -----------
       77 WRK-SITUACAO            PIC X(08) VALUE SPACES.
       77 WRK-ACAO                PIC X(25) VALUE SPACES.
       77 WRK-STATUS-NOVO         PIC X(01) VALUE SPACES.
       77 WRK-SALDO-ATUAL         PIC S9(06)V99 VALUE ZEROES.
       77 WRK-QUEBRADO            PIC X(01) VALUE "N".
       77 WRK-SEQ-ESPERADA        PIC 9(06) VALUE ZEROS.
       77 WRK-CHECK-ANT           PIC 9(09) VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-VERIFICADOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-APLICADOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-JA-NA-COPIA PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IGNORADOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DIVERG     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-POSTERIORES PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "RECUPERACAO ARQCLI - COPIA DE           ".
          05 WRK-CAB-COPIA        PIC 9(08).
          05 FILLER               PIC X(07) VALUE " CORTE ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-CAB-HORA         PIC 9(06).
          05 FILLER               PIC X(10) VALUE SPACES.
       01 WRK-LINHA-REC.
          05 WRK-L-SEQ            PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-HORA           PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-OPERACAO       PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-SITUACAO       PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-ACAO           PIC X(25).
          05 FILLER               PIC X(03) VALUE SPACES.
       01 WRK-LINHA-TOT.
          05 WRK-T-TEXTO          PIC X(30).
          05 WRK-T-CONTADOR       PIC -Z.ZZZ.ZZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-T-HASH           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(16) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      *-------------------------------------------------*
      *  CADEIA DE PROVA DO ARQCLIAUD (VER COBVSA43)    *
      *-------------------------------------------------*
       01 WRK-ALFABETO-VAL        PIC X(42) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 .-/()".
       01 FILLER REDEFINES WRK-ALFABETO-VAL.
          05 WRK-ALFA-CHAR        PIC X(01) OCCURS 42 TIMES.
       77 WRK-AREA-CHECK          PIC X(100) VALUE SPACES.
       77 WRK-BYTE-SUB            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALFA-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-CHECK          PIC 9(13) COMP VALUE ZEROS.
       77 WRK-QUOC-CHECK          PIC 9(09) COMP VALUE ZEROS.
       77 WRK-REST-CHECK          PIC 9(09) COMP VALUE ZEROS.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VERIFICAR-CADEIA.
           PERFORM 0400-RECARREGAR.
           PERFORM 0500-REAPLICAR.
           PERFORM 0600-PROVAR-TOTAIS.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  O CORTE VEM NO SYSIN: DATA HORA               *
      *  (AAAAMMDD / HHMMSS) - HORA EM BRANCO ASSUME O *
      *  FIM DO DIA                                    *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-CORTE.
           ACCEPT WRK-HORA-CORTE.
           IF WRK-DATA-CORTE EQUAL ZEROS
             DISPLAY "DATA DE CORTE OBRIGATORIA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WRK-HORA-CORTE EQUAL ZEROS
             MOVE 235959 TO WRK-HORA-CORTE
           END-IF.
           MOVE WRK-DATA-CORTE TO WRK-MC-DATA.
           MOVE WRK-HORA-CORTE TO WRK-MC-HORA.
           DISPLAY "RECUPERACAO DO ARQCLI ATE " WRK-MOMENTO-CORTE.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  PRIMEIRA PASSAGEM - A CADEIA TEM DE ESTAR     *
      *  INTEIRA ATE AO CORTE, SENAO NADA SE TOCA      *
      **************************************************
       0200-VERIFICAR-CADEIA                     SECTION.
           OPEN INPUT AUD.
           IF WRK-FS-ARQCLIAUD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLIAUD - STATUS "
                     WRK-FS-ARQCLIAUD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ AUD.
           PERFORM 0220-VERIFICAR-ELO
               UNTIL WRK-FS-ARQCLIAUD EQUAL "10"
                  OR WRK-QUEBRADO EQUAL "S".
           CLOSE AUD.
           MOVE WRK-CONTADOR-VERIFICADOS TO WRK-CONTADOR-IDE.
           DISPLAY "REGISTOS VERIFICADOS.. " WRK-CONTADOR-IDE.
           IF WRK-QUEBRADO EQUAL "S"
             DISPLAY "CADEIA DE PROVA QUEBRADA - RECUPERACAO RECUSADA"
             DISPLAY "ARQCLI NAO FOI ALTERADO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.
           DISPLAY "CADEIA DE PROVA INTEGRA".
       0200-VERIFICAR-CADEIA-FIM.  EXIT.
      **************************************************
      *  MESMAS REGRAS DO COBVSA43 - SEQUENCIA 1 ABRE  *
      *  SEGMENTO NOVO; DEPOIS DO CORTE NAO VERIFICA   *
      **************************************************
       0220-VERIFICAR-ELO                        SECTION.
           MOVE AUD-DATA TO WRK-MR-DATA.
           MOVE AUD-HORA TO WRK-MR-HORA.
           IF WRK-MOMENTO-REG GREATER THAN WRK-MOMENTO-CORTE
             READ AUD
             GO TO 0220-VERIFICAR-ELO-FIM
           END-IF.
           ADD 1 TO WRK-CONTADOR-VERIFICADOS.
           IF AUD-SEQ EQUAL 1
             MOVE ZEROS TO WRK-SEQ-ESPERADA
             MOVE ZEROS TO WRK-CHECK-ANT
           END-IF.
           ADD 1 TO WRK-SEQ-ESPERADA.
           IF AUD-SEQ NOT EQUAL WRK-SEQ-ESPERADA
             DISPLAY "ELO QUEBRADO NO REGISTO " WRK-SEQ-ESPERADA
                     " - SEQUENCIA ENCONTRADA " AUD-SEQ
             MOVE "S" TO WRK-QUEBRADO
             GO TO 0220-VERIFICAR-ELO-FIM
           END-IF.
           PERFORM 0230-RECALCULAR-CHECK.
           IF AUD-CHECK NOT EQUAL WRK-REST-CHECK
             DISPLAY "ELO QUEBRADO NO REGISTO " AUD-SEQ
                     " - REGISTO ALTERADO OU ANTERIOR APAGADO"
             MOVE "S" TO WRK-QUEBRADO
             GO TO 0220-VERIFICAR-ELO-FIM
           END-IF.
           MOVE AUD-CHECK TO WRK-CHECK-ANT.
           READ AUD.
       0220-VERIFICAR-ELO-FIM.  EXIT.
      **************************************************
       0230-RECALCULAR-CHECK                     SECTION.
           MOVE REG-AUDITORIA(1:100) TO WRK-AREA-CHECK.
           COMPUTE WRK-SOMA-CHECK = WRK-CHECK-ANT * 31.
           PERFORM VARYING WRK-BYTE-SUB FROM 1 BY 1
                   UNTIL WRK-BYTE-SUB > 100
             PERFORM VARYING WRK-ALFA-SUB FROM 1 BY 1
                     UNTIL WRK-ALFA-SUB > 42
               IF WRK-AREA-CHECK(WRK-BYTE-SUB:1) EQUAL
                  WRK-ALFA-CHAR (WRK-ALFA-SUB)
                 COMPUTE WRK-SOMA-CHECK = WRK-SOMA-CHECK
                       + WRK-ALFA-SUB * WRK-BYTE-SUB
               END-IF
             END-PERFORM
           END-PERFORM.
           DIVIDE WRK-SOMA-CHECK BY 999999937
               GIVING WRK-QUOC-CHECK REMAINDER WRK-REST-CHECK.
       0230-RECALCULAR-CHECK-FIM.  EXIT.
      **************************************************
      *  SEGUNDA E TERCEIRA PASSAGENS - CONFERE O      *
      *  TRAILER DA COPIA (COMO O MODO R DO COBARQ22)  *
      *  E SO ENTAO RECONSTROI O KSDS                  *
      **************************************************
       0400-RECARREGAR                           SECTION.
           OPEN INPUT BKP.
           IF WRK-FS-ARQCLIBK NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLIBK - STATUS "
                     WRK-FS-ARQCLIBK
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ BKP.
           PERFORM UNTIL WRK-FS-ARQCLIBK EQUAL "10"
             EVALUATE REG-ARQCLIBK(1:3)
               WHEN "HDR"
                 MOVE REG-ARQCLIBK(1:43) TO REG-CONTROLO
                 MOVE CTL-DATA TO WRK-DATA-COPIA
               WHEN "TRL"
                 MOVE REG-ARQCLIBK(1:43) TO REG-CONTROLO
                 MOVE "S" TO WRK-TRL-VISTO
               WHEN OTHER
                 MOVE REG-ARQCLIBK TO REG-ARQCLI
                 ADD 1 TO WRK-CONTADOR-COPIA
                 ADD REG-ARQCLI-SALDO TO WRK-HASH-COPIA
             END-EVALUATE
             READ BKP
           END-PERFORM.
           CLOSE BKP.
           IF WRK-TRL-VISTO EQUAL "N" OR
              CTL-CONTADOR NOT EQUAL WRK-CONTADOR-COPIA OR
              CTL-HASH-SALDO NOT EQUAL WRK-HASH-COPIA
             DISPLAY "TRAILER DA COPIA NAO CONFERE - RECARGA RECUSADA"
             DISPLAY "ARQCLI NAO FOI ALTERADO"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WRK-DATA-COPIA GREATER THAN WRK-DATA-CORTE
             DISPLAY "COPIA DE " WRK-DATA-COPIA
                     " POSTERIOR AO CORTE - RECARGA RECUSADA"
             MOVE 12 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT BKP.
           MOVE ZEROS TO WRK-CONTADOR-ESPERADO.
           MOVE ZEROS TO WRK-HASH-ESPERADO.
           READ BKP.
           PERFORM UNTIL WRK-FS-ARQCLIBK EQUAL "10"
             IF REG-ARQCLIBK(1:3) NOT EQUAL "HDR" AND "TRL"
               MOVE REG-ARQCLIBK TO REG-ARQCLI
               WRITE REG-ARQCLI
                 INVALID KEY
                   DISPLAY "CHAVE DUPLICADA NA COPIA "
                           REG-ARQCLI-CHAVE
                 NOT INVALID KEY
                   ADD 1 TO WRK-CONTADOR-ESPERADO
                   ADD REG-ARQCLI-SALDO TO WRK-HASH-ESPERADO
               END-WRITE
             END-IF
             READ BKP
           END-PERFORM.
           CLOSE BKP.
           CLOSE AQL.
           MOVE WRK-CONTADOR-ESPERADO TO WRK-CONTADOR-IDE.
           DISPLAY "RECARGA DA COPIA DE " WRK-DATA-COPIA
                   " - REGISTOS " WRK-CONTADOR-IDE.
       0400-RECARREGAR-FIM.   EXIT.
      **************************************************
      *  QUARTA PASSAGEM - REAPLICA AS IMAGENS DEPOIS  *
      *  PELA ORDEM DE GRAVACAO ATE AO CORTE           *
      **************************************************
       0500-REAPLICAR                            SECTION.
           OPEN INPUT AUD.
           OPEN I-O AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           MOVE WRK-DATA-COPIA TO WRK-CAB-COPIA.
           MOVE WRK-DATA-CORTE TO WRK-CAB-DATA.
           MOVE WRK-HORA-CORTE TO WRK-CAB-HORA.
           WRITE REG-RECREL FROM WRK-LINHA-CAB.
           WRITE REG-RECREL FROM WRK-LINHA-BRANCO.
           READ AUD.
           PERFORM 0520-APLICAR-REGISTO
               UNTIL WRK-FS-ARQCLIAUD EQUAL "10".
           CLOSE AUD.
       0500-REAPLICAR-FIM.    EXIT.
      **************************************************
      *  A AUDITORIA SO TRAZ NOME E SALDOS - CADA      *
      *  OPERACAO E REPOSTA PELO QUE A IMAGEM PERMITE; *
      *  O RESTO FICA NO RELATORIO PARA REVISAO        *
      **************************************************
       0520-APLICAR-REGISTO                      SECTION.
           MOVE AUD-DATA TO WRK-MR-DATA.
           MOVE AUD-HORA TO WRK-MR-HORA.
           IF WRK-MOMENTO-REG GREATER THAN WRK-MOMENTO-CORTE
             ADD 1 TO WRK-CONTADOR-POSTERIORES
             GO TO 0520-APLICAR-REGISTO-LER
           END-IF.
           MOVE "IGNORADO" TO WRK-SITUACAO.
           MOVE SPACES     TO WRK-ACAO.
           IF AUD-DATA LESS THAN WRK-DATA-COPIA
             MOVE "ANTERIOR A COPIA"       TO WRK-ACAO
             ADD 1 TO WRK-CONTADOR-JA-NA-COPIA
             GO TO 0520-APLICAR-REGISTO-LISTAR
           END-IF.
           EVALUATE AUD-OPERACAO
             WHEN "INCLUSAO "
             WHEN "RESTAURO "
               PERFORM 0530-REPOR-INCLUSAO
             WHEN "EXCLUSAO "
               PERFORM 0540-REPOR-EXCLUSAO
             WHEN "ENCERRA  "
               MOVE "E" TO WRK-STATUS-NOVO
               PERFORM 0560-REPOR-STATUS
             WHEN "OBITO    "
               MOVE "O" TO WRK-STATUS-NOVO
               PERFORM 0560-REPOR-STATUS
             WHEN "BLOQ KYC "
               MOVE "K" TO WRK-STATUS-NOVO
               PERFORM 0560-REPOR-STATUS
             WHEN "DESBL KYC"
               MOVE "A" TO WRK-STATUS-NOVO
               PERFORM 0560-REPOR-STATUS
             WHEN "DESCONGEL"
               MOVE "A" TO WRK-STATUS-NOVO
               PERFORM 0560-REPOR-STATUS
               IF WRK-SITUACAO EQUAL "APLICADO"
                 PERFORM 0550-REPOR-SALDO
               END-IF
             WHEN "APROVACAO"
               MOVE "REGISTO SO INFORMATIVO"  TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-IGNORADOS
             WHEN "MAIORIDAD"
             WHEN "FUSAO-AG "
               MOVE "SEM IMAGEM - REVER"      TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-DIVERG
             WHEN OTHER
               PERFORM 0550-REPOR-SALDO
           END-EVALUATE.
       0520-APLICAR-REGISTO-LISTAR.
           MOVE AUD-SEQ      TO WRK-L-SEQ.
           MOVE AUD-DATA     TO WRK-L-DATA.
           MOVE AUD-HORA     TO WRK-L-HORA.
           MOVE AUD-CHAVE    TO WRK-L-CHAVE.
           MOVE AUD-OPERACAO TO WRK-L-OPERACAO.
           MOVE WRK-SITUACAO TO WRK-L-SITUACAO.
           MOVE WRK-ACAO     TO WRK-L-ACAO.
           WRITE REG-RECREL FROM WRK-LINHA-REC.
       0520-APLICAR-REGISTO-LER.
           READ AUD.
       0520-APLICAR-REGISTO-FIM.  EXIT.
      **************************************************
      *  A AUDITORIA NAO GUARDA MOEDA/STATUS - A CONTA *
      *  REPOSTA FICA EUR ATIVA, COMO NO COBARQ23      *
      **************************************************
       0530-REPOR-INCLUSAO                       SECTION.
           MOVE AUD-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI EQUAL "00"
             IF REG-ARQCLI-SALDO EQUAL AUD-SALDO-DEPOIS
               MOVE "JA REFLETIDO NA COPIA"   TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-JA-NA-COPIA
             ELSE
               MOVE "CHAVE JA EXISTE"         TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-DIVERG
             END-IF
             GO TO 0530-REPOR-INCLUSAO-FIM
           END-IF.
           MOVE AUD-CHAVE        TO REG-ARQCLI-CHAVE.
           MOVE AUD-NOME         TO REG-ARQCLI-NOME.
           MOVE AUD-SALDO-DEPOIS TO REG-ARQCLI-SALDO.
           MOVE "EUR"            TO REG-ARQCLI-MOEDA.
           MOVE "A"              TO REG-ARQCLI-STATUS.
           MOVE AUD-DATA         TO REG-ARQCLI-ULT-MOVTO.
           MOVE SPACES           TO REG-ARQCLI-PRODUTO.
           WRITE REG-ARQCLI
             INVALID KEY
               MOVE "ERRO NA GRAVACAO"        TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-DIVERG
             NOT INVALID KEY
               MOVE "APLICADO"                TO WRK-SITUACAO
               MOVE "INCLUIDA - REVER MOEDA"  TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-APLICADOS
               ADD 1 TO WRK-CONTADOR-ESPERADO
               ADD AUD-SALDO-DEPOIS TO WRK-HASH-ESPERADO
           END-WRITE.
       0530-REPOR-INCLUSAO-FIM.  EXIT.
      **************************************************
       0540-REPOR-EXCLUSAO                       SECTION.
           MOVE AUD-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "JA NAO EXISTE"             TO WRK-ACAO
             ADD 1 TO WRK-CONTADOR-JA-NA-COPIA
             GO TO 0540-REPOR-EXCLUSAO-FIM
           END-IF.
           MOVE REG-ARQCLI-SALDO TO WRK-SALDO-ATUAL.
           DELETE AQL
             INVALID KEY
               MOVE "ERRO NA EXCLUSAO"        TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-DIVERG
             NOT INVALID KEY
               MOVE "APLICADO"                TO WRK-SITUACAO
               MOVE "EXCLUIDA"                TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-APLICADOS
               SUBTRACT 1 FROM WRK-CONTADOR-ESPERADO
               SUBTRACT WRK-SALDO-ATUAL FROM WRK-HASH-ESPERADO
           END-DELETE.
       0540-REPOR-EXCLUSAO-FIM.  EXIT.
      **************************************************
      *  O SALDO SO AVANCA SE A CONTA ESTIVER NO SALDO *
      *  ANTERIOR DA IMAGEM - SE JA ESTIVER NO SALDO   *
      *  POSTERIOR A COPIA JA O TINHA                  *
      **************************************************
       0550-REPOR-SALDO                          SECTION.
           MOVE AUD-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "IGNORADO"                  TO WRK-SITUACAO
             MOVE "CHAVE INEXISTENTE"         TO WRK-ACAO
             ADD 1 TO WRK-CONTADOR-DIVERG
             GO TO 0550-REPOR-SALDO-FIM
           END-IF.
           IF REG-ARQCLI-SALDO EQUAL AUD-SALDO-DEPOIS AND
              REG-ARQCLI-SALDO NOT EQUAL AUD-SALDO-ANTES
             MOVE "JA REFLETIDO NA COPIA"     TO WRK-ACAO
             ADD 1 TO WRK-CONTADOR-JA-NA-COPIA
             GO TO 0550-REPOR-SALDO-FIM
           END-IF.
           IF REG-ARQCLI-SALDO NOT EQUAL AUD-SALDO-ANTES
             MOVE "IGNORADO"                  TO WRK-SITUACAO
             MOVE "SALDO ANTERIOR DIVERGE"    TO WRK-ACAO
             ADD 1 TO WRK-CONTADOR-DIVERG
             GO TO 0550-REPOR-SALDO-FIM
           END-IF.
           IF AUD-OPERACAO EQUAL "ALTERACAO" OR "DESCONGEL"
             MOVE AUD-NOME TO REG-ARQCLI-NOME
           END-IF.
           MOVE AUD-SALDO-DEPOIS TO REG-ARQCLI-SALDO.
           MOVE AUD-DATA         TO REG-ARQCLI-ULT-MOVTO.
           REWRITE REG-ARQCLI
             INVALID KEY
               MOVE "IGNORADO"                TO WRK-SITUACAO
               MOVE "ERRO NA REGRAVACAO"      TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-DIVERG
             NOT INVALID KEY
               IF WRK-SITUACAO NOT EQUAL "APLICADO"
                 ADD 1 TO WRK-CONTADOR-APLICADOS
               END-IF
               MOVE "APLICADO"                TO WRK-SITUACAO
               MOVE "SALDO REPOSTO"           TO WRK-ACAO
               ADD AUD-SALDO-DEPOIS TO WRK-HASH-ESPERADO
               SUBTRACT AUD-SALDO-ANTES FROM WRK-HASH-ESPERADO
           END-REWRITE.
       0550-REPOR-SALDO-FIM.  EXIT.
      **************************************************
       0560-REPOR-STATUS                         SECTION.
           MOVE AUD-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "CHAVE INEXISTENTE"         TO WRK-ACAO
             ADD 1 TO WRK-CONTADOR-DIVERG
             GO TO 0560-REPOR-STATUS-FIM
           END-IF.
           IF REG-ARQCLI-STATUS EQUAL WRK-STATUS-NOVO
             MOVE "JA REFLETIDO NA COPIA"     TO WRK-ACAO
             ADD 1 TO WRK-CONTADOR-JA-NA-COPIA
             GO TO 0560-REPOR-STATUS-FIM
           END-IF.
           MOVE WRK-STATUS-NOVO TO REG-ARQCLI-STATUS.
           REWRITE REG-ARQCLI
             INVALID KEY
               MOVE "ERRO NA REGRAVACAO"      TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-DIVERG
             NOT INVALID KEY
               MOVE "APLICADO"                TO WRK-SITUACAO
               MOVE "STATUS REPOSTO"          TO WRK-ACAO
               ADD 1 TO WRK-CONTADOR-APLICADOS
           END-REWRITE.
       0560-REPOR-STATUS-FIM.  EXIT.
      **************************************************
      *  PROVA - O ARQCLI RECUPERADO TEM DE TER A      *
      *  CONTAGEM E O HASH DA COPIA MAIS O MOVIMENTO   *
      *  EFETIVAMENTE APLICADO                         *
      **************************************************
       0600-PROVAR-TOTAIS                        SECTION.
           MOVE "N"        TO WRK-EOF-AQL.
           MOVE LOW-VALUES TO REG-ARQCLI-CHAVE.
           START AQL KEY IS GREATER THAN OR EQUAL
                 REG-ARQCLI-CHAVE
             INVALID KEY
               MOVE "S" TO WRK-EOF-AQL
           END-START.
           PERFORM UNTIL WRK-EOF-AQL EQUAL "S"
             READ AQL NEXT RECORD
               AT END
                 MOVE "S" TO WRK-EOF-AQL
               NOT AT END
                 ADD 1 TO WRK-CONTADOR-FINAL
                 ADD REG-ARQCLI-SALDO TO WRK-HASH-FINAL
             END-READ
           END-PERFORM.
           WRITE REG-RECREL FROM WRK-LINHA-BRANCO.
           MOVE "COPIA DE SEGURANCA"       TO WRK-T-TEXTO.
           MOVE WRK-CONTADOR-COPIA         TO WRK-T-CONTADOR.
           MOVE WRK-HASH-COPIA             TO WRK-T-HASH.
           WRITE REG-RECREL FROM WRK-LINHA-TOT.
           MOVE "COPIA MAIS MOVIMENTO"     TO WRK-T-TEXTO.
           MOVE WRK-CONTADOR-ESPERADO      TO WRK-T-CONTADOR.
           MOVE WRK-HASH-ESPERADO          TO WRK-T-HASH.
           WRITE REG-RECREL FROM WRK-LINHA-TOT.
           MOVE "ARQCLI RECUPERADO"        TO WRK-T-TEXTO.
           MOVE WRK-CONTADOR-FINAL         TO WRK-T-CONTADOR.
           MOVE WRK-HASH-FINAL             TO WRK-T-HASH.
           WRITE REG-RECREL FROM WRK-LINHA-TOT.
           IF WRK-CONTADOR-FINAL NOT EQUAL WRK-CONTADOR-ESPERADO OR
              WRK-HASH-FINAL NOT EQUAL WRK-HASH-ESPERADO
             MOVE "TOTAIS NAO CONFEREM"    TO WRK-T-TEXTO
             DISPLAY "TOTAIS DO ARQCLI RECUPERADO NAO CONFEREM"
             MOVE 8 TO RETURN-CODE
           ELSE
             MOVE "TOTAIS CONFEREM"        TO WRK-T-TEXTO
           END-IF.
           MOVE SPACES TO REG-RECREL.
           MOVE WRK-T-TEXTO TO REG-RECREL.
           WRITE REG-RECREL.
       0600-PROVAR-TOTAIS-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           DISPLAY "*=================================*".
           MOVE WRK-CONTADOR-APLICADOS TO WRK-CONTADOR-IDE.
           DISPLAY "APLICADOS............. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-JA-NA-COPIA TO WRK-CONTADOR-IDE.
           DISPLAY "JA NA COPIA........... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-IGNORADOS TO WRK-CONTADOR-IDE.
           DISPLAY "INFORMATIVOS.......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-DIVERG TO WRK-CONTADOR-IDE.
           DISPLAY "IGNORADOS A REVER..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-POSTERIORES TO WRK-CONTADOR-IDE.
           DISPLAY "POSTERIORES AO CORTE.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-FINAL TO WRK-CONTADOR-IDE.
           DISPLAY "REGISTOS NO ARQCLI.... " WRK-CONTADOR-IDE.
           MOVE WRK-HASH-FINAL TO WRK-HASH-IDE.
           DISPLAY "HASH DO SALDO......... " WRK-HASH-IDE.
           IF WRK-CONTADOR-DIVERG GREATER THAN ZEROS AND
              RETURN-CODE EQUAL ZEROS
             MOVE 4 TO RETURN-CODE
           END-IF.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLI
           END-IF.
           CLOSE REL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

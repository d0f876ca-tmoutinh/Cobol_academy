       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA70.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: CONTROLO DUPLO DA MANUTENCAO DO ARQCLI -
      *            EXPIRA OS PEDIDOS DO ARQCLIPND (COBVSA99 E
      *            TR00PBA1) PENDENTES HA MAIS DE UM DIA,
      *            APLICA AS DECISOES DO APROVADOR (PNDDEC) -
      *            OPERADOR NIVEL T DIFERENTE DO REQUERENTE -
      *            E AUDITA EM ARQCLIAUD SO O QUE FOI APROVADO
      *            E APLICADO; LISTA AS DECISOES, OS EXPIRADOS
      *            E O QUE FICA PENDENTE (PNDLST)
      *            SEM APROVADOR NO SYSIN SO EXPIRA E LISTA
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * OPERMST     INPUT       -----
      * PNDDEC      INPUT       -----
      * ARQCLIPND   I-O         BOOKPND
      * ARQCLI      I-O         -----
      * ARQCLIAUD   OUTPUT      -----
      * PNDLST      OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT OPE ASSIGN TO OPERMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS OPE-USERID
           FILE STATUS   IS WRK-FS-OPERMST.

           SELECT DEC ASSIGN TO PNDDEC
           FILE STATUS IS WRK-FS-PNDDEC.

           SELECT PND ASSIGN TO ARQCLIPND
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PND-ID
           FILE STATUS   IS WRK-FS-ARQCLIPND.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS   IS WRK-FS-ARQCLIAUD.

           SELECT LST ASSIGN TO PNDLST
           FILE STATUS IS WRK-FS-PNDLST.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD OPE.
       01 REG-OPERMST.
          05 OPE-USERID           PIC X(08).
          05 OPE-NOME             PIC X(30).
          05 OPE-NIVEL            PIC X(01).
          05 OPE-IDFUN            PIC 9(05).

      *-------------------------------------------------*
      *  DECISAO DO APROVADOR - A-APROVAR  R-REJEITAR   *
      *  SOBRE O PEDIDO IDENTIFICADO POR DATA, HORA E   *
      *  CHAVE (PND-ID); MOTIVO SO NA REJEICAO          *
      *-------------------------------------------------*
       FD DEC
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01 REG-PNDDEC.
          05 DEC-ACAO             PIC X(01).
          05 DEC-ID.
             10 DEC-DATA          PIC 9(08).
             10 DEC-HORA          PIC 9(06).
             10 DEC-CHAVE         PIC X(09).
          05 DEC-MOTIVO           PIC X(25).

       FD PND.
       COPY BOOKPND.

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD AUD
           RECORDING MODE IS F.
       01 REG-AUDITORIA.
          05 AUD-DATA             PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-HORA             PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-OPERACAO         PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-CHAVE            PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-NOME             PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-SALDO-ANTES      PIC S9(06)V99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-SALDO-DEPOIS     PIC S9(06)V99.
          05 FILLER               PIC X(01).
          05 AUD-USERID           PIC X(08).
          05 FILLER               PIC X(01).
          05 AUD-SEQ              PIC 9(06).
          05 FILLER               PIC X(01).
          05 AUD-CHECK            PIC 9(09).

       FD LST
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-PNDLST              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-OPERMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PNDDEC           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIPND        PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIAUD        PIC X(02) VALUE ZEROS.
       77 WRK-FS-PNDLST           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-PNDDEC          PIC X(01) VALUE "N".
       77 WRK-USERID              PIC X(08) VALUE SPACES.
       77 WRK-DATA-SIS            PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-SIS            PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-ATUAL          PIC 9(06) VALUE ZEROS.
       77 WRK-EOF-PND             PIC X(01) VALUE "N".
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-SITUACAO            PIC X(10) VALUE SPACES.
       77 WRK-AUD-OPERACAO        PIC X(09) VALUE SPACES.
       77 WRK-AUD-USERID          PIC X(08) VALUE SPACES.
       77 WRK-NOME-AUD            PIC X(30) VALUE SPACES.
       77 WRK-SALDO-ANTES         PIC S9(06)V99 VALUE ZEROES.
       77 WRK-SALDO-DEPOIS        PIC S9(06)V99 VALUE ZEROES.
      *------------- VALIDADE DO PEDIDO (DIAS) -----------
       77 WRK-PRAZO-PEDIDO        PIC 9(03) VALUE 1.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-EXPIRADOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DECISOES   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-APROVADOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REJEITADOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADAS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-PENDENTES  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DA LISTAGEM ------------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(37) VALUE
             "CONTROLO DUPLO ARQCLI - PEDIDOS EM   ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(12) VALUE " APROVADOR ".
          05 WRK-CAB-USERID       PIC X(08).
          05 FILLER               PIC X(15) VALUE SPACES.
       01 WRK-LINHA-PND.
          05 WRK-L-SITUACAO       PIC X(10).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-HORA           PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-OPERACAO       PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-USERID         PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-MOTIVO         PIC X(25).
          05 FILLER               PIC X(07) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      *-------------------------------------------------*
      *  CADEIA DE PROVA DO ARQCLIAUD (VER COBVSA43)    *
      *-------------------------------------------------*
       77 WRK-AUD-SEQ             PIC 9(06) VALUE ZEROS.
       77 WRK-CHECK-ANT           PIC 9(09) VALUE ZEROS.
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
           PERFORM 0200-EXPIRAR.
           PERFORM 0400-DECIDIR UNTIL WRK-FS-PNDDEC EQUAL "10".
           PERFORM 0500-LISTAR-PENDENTES.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  O APROVADOR VEM NO SYSIN E TEM DE SER NIVEL T *
      *  - SEM ELE (OU SEM DIREITO) A CORRIDA SO       *
      *  EXPIRA E LISTA, AS DECISOES NAO SAO LIDAS     *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-USERID.
           ACCEPT WRK-DATA-SIS FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS FROM TIME.
           MOVE WRK-HORA-SIS(1:6) TO WRK-HORA-ATUAL.
           OPEN I-O PND.
           IF WRK-FS-ARQCLIPND EQUAL "35"
             OPEN OUTPUT PND
             CLOSE PND
             OPEN I-O PND
           END-IF.
           IF WRK-FS-ARQCLIPND NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLIPND - STATUS "
                     WRK-FS-ARQCLIPND
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT AUD.
           IF WRK-FS-ARQCLIAUD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLIAUD - STATUS "
                     WRK-FS-ARQCLIAUD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT LST.
           MOVE WRK-DATA-SIS TO WRK-CAB-DATA.
           MOVE WRK-USERID   TO WRK-CAB-USERID.
           WRITE REG-PNDLST FROM WRK-LINHA-CAB.
           WRITE REG-PNDLST FROM WRK-LINHA-BRANCO.
           MOVE "10" TO WRK-FS-PNDDEC.
           IF WRK-USERID EQUAL SPACES
             DISPLAY "SEM APROVADOR - SO EXPIRACAO E LISTAGEM"
             GO TO 0100-INICIALIZAR-FIM
           END-IF.
           OPEN INPUT OPE.
           IF WRK-FS-OPERMST NOT EQUAL "00"
             DISPLAY "OPERMST INDISPONIVEL - STATUS " WRK-FS-OPERMST
             DISPLAY "DECISOES NAO PROCESSADAS"
             MOVE 4 TO RETURN-CODE
             GO TO 0100-INICIALIZAR-FIM
           END-IF.
           MOVE WRK-USERID TO OPE-USERID.
           READ OPE.
           IF WRK-FS-OPERMST NOT EQUAL "00" OR
              OPE-NIVEL NOT EQUAL "T"
             DISPLAY "APROVADOR SEM NIVEL T " WRK-USERID
             DISPLAY "DECISOES NAO PROCESSADAS"
             MOVE 4 TO RETURN-CODE
             CLOSE OPE
             GO TO 0100-INICIALIZAR-FIM
           END-IF.
           CLOSE OPE.
           OPEN INPUT DEC.
           IF WRK-FS-PNDDEC EQUAL "00"
             MOVE "S" TO WRK-TEM-PNDDEC
             READ DEC
           ELSE
             DISPLAY "PNDDEC INDISPONIVEL - SEM DECISOES"
             MOVE "10" TO WRK-FS-PNDDEC
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  PEDIDO PENDENTE HA MAIS DE UM DIA (A MESMA    *
      *  HORA DO DIA SEGUINTE) EXPIRA - O REQUERENTE   *
      *  TEM DE O REPETIR SE AINDA FOR NECESSARIO      *
      **************************************************
       0200-EXPIRAR                              SECTION.
           MOVE "N"        TO WRK-EOF-PND.
           MOVE LOW-VALUES TO PND-ID.
           START PND KEY IS GREATER THAN OR EQUAL PND-ID
             INVALID KEY
               MOVE "S"    TO WRK-EOF-PND
           END-START.
           PERFORM UNTIL WRK-EOF-PND EQUAL "S"
             READ PND NEXT RECORD
               AT END
                 MOVE "S"  TO WRK-EOF-PND
               NOT AT END
                 IF PND-ESTADO EQUAL "P"
                   PERFORM 0220-VERIFICAR-PRAZO
                 END-IF
             END-READ
           END-PERFORM.
       0200-EXPIRAR-FIM.      EXIT.
      **************************************************
       0220-VERIFICAR-PRAZO                      SECTION.
           MOVE "D"          TO WRK-DAT-FUNCAO.
           MOVE PND-DATA     TO WRK-DAT-DATA1.
           MOVE WRK-DATA-SIS TO WRK-DAT-DATA2.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00"
             GO TO 0220-VERIFICAR-PRAZO-FIM
           END-IF.
           IF WRK-DAT-DIAS LESS THAN WRK-PRAZO-PEDIDO
             GO TO 0220-VERIFICAR-PRAZO-FIM
           END-IF.
           IF WRK-DAT-DIAS EQUAL WRK-PRAZO-PEDIDO AND
              PND-HORA GREATER THAN WRK-HORA-ATUAL
             GO TO 0220-VERIFICAR-PRAZO-FIM
           END-IF.
           MOVE "X"                      TO PND-ESTADO.
           MOVE WRK-DATA-SIS             TO PND-DATA-DECISAO.
           MOVE "EXPIRADO SEM DECISAO"   TO PND-MOTIVO.
           REWRITE REG-ARQCLIPND
             INVALID KEY
               DISPLAY "ERRO AO EXPIRAR O PEDIDO " PND-ID
               GO TO 0220-VERIFICAR-PRAZO-FIM
           END-REWRITE.
           ADD 1 TO WRK-CONTADOR-EXPIRADOS.
           MOVE "EXPIRADO"  TO WRK-SITUACAO.
           MOVE PND-MOTIVO  TO WRK-MOTIVO.
           PERFORM 0600-LISTAR-PEDIDO.
       0220-VERIFICAR-PRAZO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-EXPIRADOS    TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "PEDIDOS EXPIRADOS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-DECISOES     TO WRK-CONTADOR-IDE.
           DISPLAY "DECISOES LIDAS........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-APROVADOS    TO WRK-CONTADOR-IDE.
           DISPLAY "APROVADOS E APLICADOS. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REJEITADOS   TO WRK-CONTADOR-IDE.
           DISPLAY "PEDIDOS REJEITADOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADAS    TO WRK-CONTADOR-IDE.
           DISPLAY "DECISOES RECUSADAS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-PENDENTES    TO WRK-CONTADOR-IDE.
           DISPLAY "AINDA PENDENTES....... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-TEM-PNDDEC EQUAL "S"
             CLOSE DEC
           END-IF.
           CLOSE PND.
           IF WRK-FS-ARQCLIPND NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLIPND
           END-IF.
           CLOSE AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLI
           END-IF.
           CLOSE AUD.
           IF WRK-FS-ARQCLIAUD NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-ARQCLIAUD
           END-IF.
           CLOSE LST.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************
      *  A DECISAO SO VALE SOBRE UM PEDIDO PENDENTE E  *
      *  DE UM APROVADOR QUE NAO SEJA O REQUERENTE -   *
      *  DECISAO RECUSADA DEIXA O PEDIDO COMO ESTAVA   *
      **************************************************
       0400-DECIDIR                              SECTION.
           ADD 1 TO WRK-CONTADOR-DECISOES.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE DEC-ID TO PND-ID.
           READ PND.
           EVALUATE TRUE
             WHEN DEC-ACAO NOT EQUAL "A" AND "R"
               MOVE "ACAO INVALIDA"             TO WRK-MOTIVO
             WHEN WRK-FS-ARQCLIPND NOT EQUAL "00"
               MOVE "PEDIDO INEXISTENTE"        TO WRK-MOTIVO
             WHEN PND-ESTADO NOT EQUAL "P"
               MOVE "PEDIDO JA DECIDIDO"        TO WRK-MOTIVO
             WHEN PND-USERID EQUAL WRK-USERID
               MOVE "APROVADOR E O REQUERENTE"  TO WRK-MOTIVO
             WHEN DEC-ACAO EQUAL "R"
               PERFORM 0440-REJEITAR
             WHEN OTHER
               PERFORM 0420-APLICAR
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             ADD 1 TO WRK-CONTADOR-RECUSADAS
             MOVE SPACES        TO REG-ARQCLIPND
             MOVE DEC-ID        TO PND-ID
             MOVE DEC-ACAO      TO PND-OPERACAO
             MOVE WRK-USERID    TO PND-USERID
             MOVE "RECUSADA"    TO WRK-SITUACAO
             PERFORM 0600-LISTAR-PEDIDO
           END-IF.
           READ DEC.
       0400-DECIDIR-FIM.      EXIT.
      **************************************************
      *  APLICA O PEDIDO NO ARQCLI - SO SE A CONTA     *
      *  ESTIVER COMO NO PEDIDO (SALDO E STATUS); O    *
      *  ARQCLIAUD LEVA A OPERACAO EM NOME DO          *
      *  REQUERENTE E A APROVACAO EM NOME DO APROVADOR *
      **************************************************
       0420-APLICAR                              SECTION.
           MOVE PND-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "CONTA INEXISTENTE"          TO WRK-MOTIVO
             GO TO 0420-APLICAR-FIM
           END-IF.
           IF REG-ARQCLI-SALDO  NOT EQUAL PND-SALDO-ANTES OR
              REG-ARQCLI-STATUS NOT EQUAL PND-STATUS-ANTES
             MOVE "CONTA MUDOU DESDE PEDIDO"   TO WRK-MOTIVO
             GO TO 0420-APLICAR-FIM
           END-IF.
           MOVE REG-ARQCLI-NOME  TO WRK-NOME-AUD.
           MOVE REG-ARQCLI-SALDO TO WRK-SALDO-ANTES.
           EVALUATE PND-OPERACAO
             WHEN "E"
               MOVE "EXCLUSAO"   TO WRK-AUD-OPERACAO
               MOVE ZEROES       TO WRK-SALDO-DEPOIS
               DELETE AQL
             WHEN "D"
               MOVE "DESCONGEL"  TO WRK-AUD-OPERACAO
               MOVE PND-NOVO-SALDO TO WRK-SALDO-DEPOIS
               MOVE PND-NOVO-NOME  TO WRK-NOME-AUD
               REWRITE REG-ARQCLI FROM PND-NOVO
             WHEN OTHER
               MOVE "ALTERACAO"  TO WRK-AUD-OPERACAO
               MOVE PND-NOVO-SALDO TO WRK-SALDO-DEPOIS
               MOVE PND-NOVO-NOME  TO WRK-NOME-AUD
               REWRITE REG-ARQCLI FROM PND-NOVO
           END-EVALUATE.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             MOVE "ERRO AO ATUALIZAR ARQCLI"   TO WRK-MOTIVO
             GO TO 0420-APLICAR-FIM
           END-IF.
           MOVE PND-USERID       TO WRK-AUD-USERID.
           PERFORM 0460-GRAVAR-AUDITORIA.
           MOVE "APROVACAO"      TO WRK-AUD-OPERACAO.
           MOVE WRK-USERID       TO WRK-AUD-USERID.
           PERFORM 0460-GRAVAR-AUDITORIA.
           MOVE "A"                   TO PND-ESTADO.
           MOVE WRK-USERID            TO PND-APROVADOR.
           MOVE WRK-DATA-SIS          TO PND-DATA-DECISAO.
           MOVE "APROVADO E APLICADO" TO PND-MOTIVO.
           REWRITE REG-ARQCLIPND
             INVALID KEY
               DISPLAY "ERRO AO FECHAR O PEDIDO " PND-ID
           END-REWRITE.
           ADD 1 TO WRK-CONTADOR-APROVADOS.
           MOVE "APROVADO"  TO WRK-SITUACAO.
           MOVE PND-MOTIVO  TO WRK-MOTIVO.
           PERFORM 0600-LISTAR-PEDIDO.
           MOVE SPACES      TO WRK-MOTIVO.
       0420-APLICAR-FIM.      EXIT.
      **************************************************
      *  A REJEICAO NAO TOCA O ARQCLI NEM O ARQCLIAUD  *
      **************************************************
       0440-REJEITAR                             SECTION.
           MOVE "R"          TO PND-ESTADO.
           MOVE WRK-USERID   TO PND-APROVADOR.
           MOVE WRK-DATA-SIS TO PND-DATA-DECISAO.
           MOVE DEC-MOTIVO   TO PND-MOTIVO.
           IF PND-MOTIVO EQUAL SPACES
             MOVE "REJEITADO PELO APROVADOR" TO PND-MOTIVO
           END-IF.
           REWRITE REG-ARQCLIPND
             INVALID KEY
               DISPLAY "ERRO AO FECHAR O PEDIDO " PND-ID
           END-REWRITE.
           ADD 1 TO WRK-CONTADOR-REJEITADOS.
           MOVE "REJEITADO" TO WRK-SITUACAO.
           MOVE PND-MOTIVO  TO WRK-MOTIVO.
           PERFORM 0600-LISTAR-PEDIDO.
           MOVE SPACES      TO WRK-MOTIVO.
       0440-REJEITAR-FIM.     EXIT.
      **************************************************
      *              ROTINA DE AUDITORIA               *
      **************************************************
       0460-GRAVAR-AUDITORIA                     SECTION.
           MOVE SPACES             TO REG-AUDITORIA.
           ACCEPT AUD-DATA         FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA         FROM TIME.
           MOVE WRK-AUD-OPERACAO   TO AUD-OPERACAO.
           MOVE PND-CHAVE          TO AUD-CHAVE.
           MOVE WRK-NOME-AUD     TO AUD-NOME.
           MOVE WRK-SALDO-ANTES    TO AUD-SALDO-ANTES.
           MOVE WRK-SALDO-DEPOIS   TO AUD-SALDO-DEPOIS.
           MOVE WRK-AUD-USERID     TO AUD-USERID.
           PERFORM 0930-SELAR-AUDITORIA.
           WRITE REG-AUDITORIA.
       0460-GRAVAR-AUDITORIA-FIM.  EXIT.
      **************************************************
      *  O QUE FICA PENDENTE VAI PARA A LISTA DO       *
      *  APROVADOR DA PROXIMA CORRIDA                  *
      **************************************************
       0500-LISTAR-PENDENTES                     SECTION.
           WRITE REG-PNDLST FROM WRK-LINHA-BRANCO.
           MOVE "N"        TO WRK-EOF-PND.
           MOVE LOW-VALUES TO PND-ID.
           START PND KEY IS GREATER THAN OR EQUAL PND-ID
             INVALID KEY
               MOVE "S"    TO WRK-EOF-PND
           END-START.
           PERFORM UNTIL WRK-EOF-PND EQUAL "S"
             READ PND NEXT RECORD
               AT END
                 MOVE "S"  TO WRK-EOF-PND
               NOT AT END
                 IF PND-ESTADO EQUAL "P"
                   ADD 1 TO WRK-CONTADOR-PENDENTES
                   MOVE "PENDENTE" TO WRK-SITUACAO
                   MOVE SPACES     TO WRK-MOTIVO
                   PERFORM 0600-LISTAR-PEDIDO
                 END-IF
             END-READ
           END-PERFORM.
       0500-LISTAR-PENDENTES-FIM.  EXIT.
      **************************************************
       0600-LISTAR-PEDIDO                        SECTION.
           MOVE WRK-SITUACAO  TO WRK-L-SITUACAO.
           MOVE PND-DATA      TO WRK-L-DATA.
           MOVE PND-HORA      TO WRK-L-HORA.
           MOVE PND-CHAVE     TO WRK-L-CHAVE.
           MOVE PND-OPERACAO  TO WRK-L-OPERACAO.
           MOVE PND-USERID    TO WRK-L-USERID.
           MOVE WRK-MOTIVO    TO WRK-L-MOTIVO.
           WRITE REG-PNDLST FROM WRK-LINHA-PND.
       0600-LISTAR-PEDIDO-FIM.  EXIT.
      **************************************************
      *  SELA O REGISTO DE AUDITORIA - NUMERO DE       *
      *  SEQUENCIA DA CORRIDA E VALOR DE PROVA         *
      *  ENCADEADO NO REGISTO ANTERIOR, QUE O COBVSA43 *
      *  VERIFICA DE PONTA A PONTA                     *
      **************************************************
       0930-SELAR-AUDITORIA                      SECTION.
           ADD 1 TO WRK-AUD-SEQ.
           MOVE WRK-AUD-SEQ TO AUD-SEQ.
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
           MOVE WRK-REST-CHECK TO AUD-CHECK.
           MOVE WRK-REST-CHECK TO WRK-CHECK-ANT.
       0930-SELAR-AUDITORIA-FIM.  EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ49.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: FICHEIRO DE CARTOES BLOQUEADOS PARA O
      *            ADQUIRENTE (ATM/POS) - LE OS BLOQUEIOS AINDA
      *            NAO ENVIADOS NO CARTBLQ (LINHA DE BLOQUEIO
      *            TR00PBA4, QUE GRAVA A DATA DE CALENDARIO -
      *            OS DE FIM DE SEMANA, FERIADO OU POSTERIORES
      *            AO FECHO SEGUEM NA CORRIDA SEGUINTE), MARCA-OS
      *            COMO ENVIADOS E GRAVA NO HOTCARD UM
      *            REGISTO POR CARTAO COM O STATUS ATUAL DO
      *            CARTMST, ENTRE UM CABECALHO E UM TRAILER
      *            COM O NUMERO DE CARTOES; O CARTAO JA
      *            REATIVADO NO COBVSA25 ENTRETANTO NAO
      *            SEGUE PARA A REDE
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * CARTBLQ     I-O         BOOKBLQ
      * CARTMST     INPUT       -----
      * HOTCARD     OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT BLQ ASSIGN TO CARTBLQ
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS BLQ-ID
           FILE STATUS   IS WRK-FS-CARTBLQ.

           SELECT CAR ASSIGN TO CARTMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CAR-NUMERO
           FILE STATUS   IS WRK-FS-CARTMST.

           SELECT HOT ASSIGN TO HOTCARD
           FILE STATUS IS WRK-FS-HOTCARD.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD CTD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-DATACTL.
          05 CTD-DATA-NEGOCIO     PIC 9(08).
          05 CTD-FIM-MES          PIC X(01).
          05 CTD-FIM-ANO          PIC X(01).

       FD BLQ.
       COPY BOOKBLQ.

       FD CAR.
       01 REG-CARTMST.
          05 CAR-NUMERO           PIC X(16).
          05 CAR-CHAVE            PIC X(09).
          05 CAR-STATUS           PIC X(01).
          05 CAR-VALIDADE         PIC 9(08).
          05 CAR-LIM-DIARIO       PIC 9(06)V99.
          05 CAR-REPRESENTANTE    PIC X(09).

      *-------------------------------------------------*
      *  H-CABECALHO  D-CARTAO  T-TRAILER               *
      *  ACAO = STATUS DO CARTMST: P-PERDIDO            *
      *  R-ROUBADO B-BLOQUEIO TEMPORARIO C-CANCELADO    *
      *  S-SUSPENSO                                     *
      *-------------------------------------------------*
       FD HOT
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 REG-HOTCARD.
          05 HOT-TIPO-REG         PIC X(01).
          05 HOT-NUMERO           PIC X(16).
          05 HOT-ACAO             PIC X(01).
          05 HOT-DATA             PIC 9(08).
          05 HOT-HORA             PIC 9(06).
          05 HOT-VALIDADE         PIC 9(08).
       01 REG-HOTCARD-CAB.
          05 FILLER               PIC X(01).
          05 HOT-CAB-EMISSOR      PIC X(06).
          05 HOT-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(25).
       01 REG-HOTCARD-TRL.
          05 FILLER               PIC X(01).
          05 HOT-TRL-QTD          PIC 9(09).
          05 FILLER               PIC X(30).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTBLQ          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTMST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-HOTCARD          PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-TEM-BLOQUEIOS       PIC X(01) VALUE "N".
       77 WRK-NUMERO-ANT          PIC X(16) VALUE SPACES.
      *------------- ULTIMO BLOQUEIO POR ENVIAR DO CARTAO -
       77 WRK-ULT-DATA            PIC 9(08) VALUE ZEROS.
       77 WRK-ULT-HORA            PIC 9(06) VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-PENDENTES  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ENVIADOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REATIVADOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TEM-BLOQUEIOS EQUAL "S"
             PERFORM 0200-PROCESSAR UNTIL WRK-FS-CARTBLQ EQUAL "10"
             IF WRK-NUMERO-ANT NOT EQUAL SPACES
               PERFORM 0230-ENVIAR-CARTAO
             END-IF
           END-IF.
           MOVE SPACES                TO REG-HOTCARD-TRL.
           MOVE "T"                   TO HOT-TIPO-REG.
           MOVE WRK-CONTADOR-ENVIADOS TO HOT-TRL-QTD.
           WRITE REG-HOTCARD-TRL.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  SEM CARTBLQ (AINDA NAO HOUVE BLOQUEIOS) SAI   *
      *  SO O CABECALHO E O TRAILER A ZERO - A REDE    *
      *  ESPERA O FICHEIRO TODOS OS DIAS               *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "DATACTL INDISPONIVEL - STATUS " WRK-FS-DATACTL
             DISPLAY "PROCESSAMENTO NAO AUTORIZADO"
             GOBACK
           END-IF.
           READ CTD.
           CLOSE CTD.
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC.
           OPEN INPUT CAR.
           IF WRK-FS-CARTMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CARTMST - STATUS "
                     WRK-FS-CARTMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    CARTBLQ ILEGIVEL NAO PODE DAR UM HOTCARD VAZIO -
      *    A REDE TOMA-O POR "SEM BLOQUEIOS"
           OPEN I-O BLQ.
           IF WRK-FS-CARTBLQ NOT EQUAL "00" AND "35"
             DISPLAY "ERRO NA ABERTURA CARTBLQ - STATUS "
                     WRK-FS-CARTBLQ
             DISPLAY "HOTCARD NAO GERADO"
             CLOSE CAR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           IF WRK-FS-CARTBLQ EQUAL "00"
             MOVE "S" TO WRK-TEM-BLOQUEIOS
           END-IF.
           OPEN OUTPUT HOT.
           IF WRK-FS-HOTCARD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA HOTCARD - STATUS "
                     WRK-FS-HOTCARD
             IF WRK-TEM-BLOQUEIOS EQUAL "S"
               CLOSE BLQ
             END-IF
             CLOSE CAR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SPACES           TO REG-HOTCARD-CAB.
           MOVE "H"              TO HOT-TIPO-REG.
           MOVE "506400"         TO HOT-CAB-EMISSOR.
           MOVE WRK-DATA-PROC    TO HOT-CAB-DATA.
           WRITE REG-HOTCARD-CAB.
           IF WRK-TEM-BLOQUEIOS NOT EQUAL "S"
             DISPLAY "CARTBLQ NAO CRIADO - SEM BLOQUEIOS"
             GO TO 0100-INICIALIZAR-FIM
           END-IF.
           READ BLQ.
           IF WRK-FS-CARTBLQ EQUAL "10"
             DISPLAY "CARTBLQ VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  O CARTBLQ VEM POR CARTAO+DATA+HORA - UM       *
      *  CARTAO BLOQUEADO DUAS VEZES DESDE A ULTIMA    *
      *  CORRIDA (B E DEPOIS P OU R) SEGUE UMA SO VEZ  *
      *  COM O ULTIMO; CADA BLOQUEIO TRATADO FICA COM  *
      *  BLQ-ENVIADO "S" PARA NAO VOLTAR A SEGUIR      *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           IF BLQ-ENVIADO NOT EQUAL "S"
             ADD 1 TO WRK-CONTADOR-PENDENTES
             IF BLQ-NUMERO NOT EQUAL WRK-NUMERO-ANT AND
                WRK-NUMERO-ANT NOT EQUAL SPACES
               PERFORM 0230-ENVIAR-CARTAO
             END-IF
             MOVE BLQ-NUMERO TO WRK-NUMERO-ANT
             MOVE BLQ-DATA   TO WRK-ULT-DATA
             MOVE BLQ-HORA   TO WRK-ULT-HORA
             MOVE "S"        TO BLQ-ENVIADO
             REWRITE REG-CARTBLQ
             IF WRK-FS-CARTBLQ NOT EQUAL "00"
               DISPLAY "ERRO NA MARCACAO CARTBLQ " BLQ-NUMERO
                       " STATUS " WRK-FS-CARTBLQ
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           READ BLQ.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0230-ENVIAR-CARTAO                        SECTION.
           MOVE WRK-NUMERO-ANT TO CAR-NUMERO.
           READ CAR.
           IF WRK-FS-CARTMST NOT EQUAL "00"
             DISPLAY "CARTAO BLOQUEADO SEM CARTMST " WRK-NUMERO-ANT
             GO TO 0230-ENVIAR-CARTAO-FIM
           END-IF.
           IF CAR-STATUS EQUAL "A"
             ADD 1 TO WRK-CONTADOR-REATIVADOS
             GO TO 0230-ENVIAR-CARTAO-FIM
           END-IF.
           MOVE SPACES         TO REG-HOTCARD.
           MOVE "D"            TO HOT-TIPO-REG.
           MOVE CAR-NUMERO     TO HOT-NUMERO.
           MOVE CAR-STATUS     TO HOT-ACAO.
           MOVE WRK-ULT-DATA   TO HOT-DATA.
           MOVE WRK-ULT-HORA   TO HOT-HORA.
           MOVE CAR-VALIDADE   TO HOT-VALIDADE.
           WRITE REG-HOTCARD.
           ADD 1 TO WRK-CONTADOR-ENVIADOS.
       0230-ENVIAR-CARTAO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR            TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "BLOQUEIOS LIDOS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-PENDENTES  TO WRK-CONTADOR-IDE.
           DISPLAY "BLOQUEIOS POR ENVIAR.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ENVIADOS   TO WRK-CONTADOR-IDE.
           DISPLAY "CARTOES ENVIADOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REATIVADOS TO WRK-CONTADOR-IDE.
           DISPLAY "JA REATIVADOS......... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-TEM-BLOQUEIOS EQUAL "S"
             CLOSE BLQ
           END-IF.
           CLOSE CAR.
           IF WRK-FS-CARTMST NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-CARTMST
           END-IF.
           CLOSE HOT.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

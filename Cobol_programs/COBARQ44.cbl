       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ44.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: ALERTAS AOS CLIENTES DEPOIS DA POSTAGEM -
      *            AVALIA AS SUBSCRICOES DO ALRSUB (COBVSA65)
      *            CONTRA OS MOVIMENTOS DO DIA (MOVDIA), AS
      *            TRANSACOES DE CARTAO DO DIA NO HISTORICO
      *            ATMHIST (COBVSA27 - DEBITO E CREDITO, O
      *            CARTAO DE CREDITO NAO PASSA PELO MOVDIA)
      *            E O SALDO DO FIM DO DIA NO
      *            ARQCLI, E GRAVA AS MENSAGENS SMS/EMAIL PARA
      *            A GATEWAY (ALRSAI) COM O TELEFONE E O EMAIL
      *            DA FICHA CLIMST DO CONTACTO - O HISTORICO
      *            ALRHIST (CONTA, TIPO, DATA) IMPEDE QUE O
      *            MESMO ALERTA SAIA DUAS VEZES NO MESMO DIA,
      *            MESMO NO RERUN DA CORRIDA
      *            CARTAO NO ESTRANGEIRO: MOVIMENTO DE CARTAO
      *            EM MOEDA QUE NAO EUR
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * ALRSUB      INPUT       BOOKALR
      * MOVDIA      INPUT       BOOKMOV
      * ATMHIST     INPUT       BOOKAHS
      * ARQCLI      INPUT       -----
      * CLIMST      INPUT       -----
      * ALRHIST     I-O         -----
      * ALRSAI      OUTPUT      BOOKALM
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT ALR ASSIGN TO ALRSUB
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS ALR-ID
           FILE STATUS   IS WRK-FS-ALRSUB.

           SELECT MOV ASSIGN TO MOVDIA
           FILE STATUS IS WRK-FS-MOVDIA.

           SELECT AHS ASSIGN TO ATMHIST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS AHS-ID
           FILE STATUS   IS WRK-FS-ATMHIST.

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

           SELECT HIS ASSIGN TO ALRHIST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS HIS-ID
           FILE STATUS   IS WRK-FS-ALRHIST.

           SELECT SAI ASSIGN TO ALRSAI
           FILE STATUS IS WRK-FS-ALRSAI.
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

       FD ALR.
       COPY BOOKALR.

       FD MOV
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       COPY BOOKMOV.

       FD AHS.
       COPY BOOKAHS.

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

       FD HIS.
       01 REG-ALRHIST.
          05 HIS-ID.
             10 HIS-CHAVE         PIC X(09).
             10 HIS-TIPO          PIC X(01).
             10 HIS-DATA          PIC 9(08).
          05 HIS-CLIENTE          PIC X(09).
          05 HIS-CANAL            PIC X(01).
          05 HIS-SINAL            PIC X(01).
          05 HIS-VALOR            PIC 9(08)V99.

       FD SAI
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       COPY BOOKALM.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALRSUB           PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVDIA           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATMHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALRHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ALRSAI           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-MOVDIA          PIC X(01) VALUE "N".
       77 WRK-TEM-ATMHIST         PIC X(01) VALUE "N".
       77 WRK-EOF-ALRSUB          PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
      *------------- ALERTA EM CURSO ---------------------
       77 WRK-ALR-CHAVE           PIC X(09) VALUE SPACES.
       77 WRK-ALR-TIPO            PIC X(01) VALUE SPACES.
       77 WRK-ALR-VALOR           PIC S9(08)V99 VALUE ZEROS.
       77 WRK-ALR-MOEDA           PIC X(03) VALUE SPACES.
       77 WRK-MENSAGENS           PIC 9(01) VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-MOVDIA     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CARTAO     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SALDOS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ALERTAS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-MENSAGENS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REPETIDOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEM-CONT   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           IF WRK-TEM-MOVDIA EQUAL "S"
             PERFORM 0400-DEBITOS-DO-DIA
           END-IF.
           IF WRK-TEM-ATMHIST EQUAL "S"
             PERFORM 0420-MOVIMENTOS-CARTAO
           END-IF.
           PERFORM 0110-POSICIONAR-SUBSCRICOES.
           PERFORM 0200-PROCESSAR UNTIL WRK-EOF-ALRSUB EQUAL "S".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  A DATA DOS ALERTAS E A DATA DE NEGOCIO DO     *
      *  DATACTL; SEM MOVDIA OU ATMHIST SO SE AVALIAM  *
      *  OS SALDOS                                     *
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
           OPEN INPUT ALR.
           IF WRK-FS-ALRSUB NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ALRSUB - STATUS "
                     WRK-FS-ALRSUB
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS "
                     WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O HIS.
           IF WRK-FS-ALRHIST EQUAL "35"
             OPEN OUTPUT HIS
             CLOSE HIS
             OPEN I-O HIS
           END-IF.
           IF WRK-FS-ALRHIST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ALRHIST - STATUS "
                     WRK-FS-ALRHIST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT SAI.
           IF WRK-FS-ALRSAI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ALRSAI - STATUS "
                     WRK-FS-ALRSAI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT MOV.
           IF WRK-FS-MOVDIA EQUAL "00"
             MOVE "S" TO WRK-TEM-MOVDIA
           ELSE
             DISPLAY "MOVDIA INDISPONIVEL - SEM ALERTAS DE DEBITO"
           END-IF.
           OPEN INPUT AHS.
           IF WRK-FS-ATMHIST EQUAL "00"
             MOVE "S" TO WRK-TEM-ATMHIST
           ELSE
             DISPLAY "ATMHIST INDISPONIVEL - SEM ALERTAS DE CARTAO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  DEBITO GRANDE - QUALQUER DEBITO DO DIA IGUAL  *
      *  OU ACIMA DO LIMITE DA SUBSCRICAO D            *
      **************************************************
       0400-DEBITOS-DO-DIA                       SECTION.
           READ MOV.
           PERFORM UNTIL WRK-FS-MOVDIA NOT EQUAL "00"
             ADD 1 TO WRK-CONTADOR-MOVDIA
             IF MOV-TIPO EQUAL "D"
               MOVE MOV-CHAVE TO ALR-CHAVE
               MOVE "D"       TO ALR-TIPO
               READ ALR
               IF WRK-FS-ALRSUB EQUAL "00" AND
                  ALR-ESTADO EQUAL "A" AND
                  MOV-VALOR NOT LESS THAN ALR-LIMITE
                 MOVE MOV-CHAVE TO WRK-ALR-CHAVE
                 MOVE "D"       TO WRK-ALR-TIPO
                 MOVE MOV-VALOR TO WRK-ALR-VALOR
                 MOVE MOV-MOEDA TO WRK-ALR-MOEDA
                 PERFORM 0500-EMITIR-ALERTA
               END-IF
             END-IF
             READ MOV
           END-PERFORM.
       0400-DEBITOS-DO-DIA-FIM.  EXIT.
      **************************************************
      *  O DEBITO DE CARTAO CONTA PARA O DEBITO GRANDE *
      *  E, EM MOEDA QUE NAO EUR, PARA O ALERTA DE     *
      *  CARTAO NO ESTRANGEIRO - AS TRANSACOES DO DIA  *
      *  NO ATMHIST SAO AS DE DEBITO E AS DE CREDITO   *
      **************************************************
       0420-MOVIMENTOS-CARTAO                    SECTION.
           READ AHS NEXT RECORD.
           PERFORM UNTIL WRK-FS-ATMHIST NOT EQUAL "00"
             IF AHS-DATA EQUAL WRK-DATA-PROC AND
                AHS-TIPO EQUAL "D"
               ADD 1 TO WRK-CONTADOR-CARTAO
               MOVE AHS-CHAVE TO WRK-ALR-CHAVE
               MOVE AHS-VALOR TO WRK-ALR-VALOR
               MOVE AHS-MOEDA TO WRK-ALR-MOEDA
               MOVE AHS-CHAVE TO ALR-CHAVE
               MOVE "D"       TO ALR-TIPO
               READ ALR
               IF WRK-FS-ALRSUB EQUAL "00" AND
                  ALR-ESTADO EQUAL "A" AND
                  AHS-VALOR NOT LESS THAN ALR-LIMITE
                 MOVE "D"     TO WRK-ALR-TIPO
                 PERFORM 0500-EMITIR-ALERTA
               END-IF
               IF AHS-MOEDA NOT EQUAL "EUR" AND
                  AHS-MOEDA NOT EQUAL SPACES
                 MOVE AHS-CHAVE TO ALR-CHAVE
                 MOVE "E"       TO ALR-TIPO
                 READ ALR
                 IF WRK-FS-ALRSUB EQUAL "00" AND
                    ALR-ESTADO EQUAL "A" AND
                    AHS-VALOR NOT LESS THAN ALR-LIMITE
                   MOVE "E"     TO WRK-ALR-TIPO
                   PERFORM 0500-EMITIR-ALERTA
                 END-IF
               END-IF
             END-IF
             READ AHS NEXT RECORD
           END-PERFORM.
       0420-MOVIMENTOS-CARTAO-FIM.  EXIT.
      **************************************************
       0110-POSICIONAR-SUBSCRICOES               SECTION.
           MOVE "N"              TO WRK-EOF-ALRSUB.
           MOVE LOW-VALUES       TO ALR-ID.
           START ALR KEY IS GREATER THAN OR EQUAL ALR-ID
             INVALID KEY
               DISPLAY "ALRSUB VAZIO"
               MOVE "S"          TO WRK-EOF-ALRSUB
           END-START.
       0110-POSICIONAR-SUBSCRICOES-FIM.  EXIT.
      **************************************************
      *  SALDO BAIXO - SALDO DO FIM DO DIA NO ARQCLI   *
      *  ABAIXO DO LIMITE DA SUBSCRICAO S              *
      **************************************************
       0200-PROCESSAR                            SECTION.
           READ ALR NEXT RECORD
             AT END
               MOVE "S"          TO WRK-EOF-ALRSUB
           END-READ.
           IF WRK-EOF-ALRSUB EQUAL "S" OR
              ALR-TIPO NOT EQUAL "S" OR
              ALR-ESTADO NOT EQUAL "A"
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           MOVE ALR-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "CONTA INEXISTENTE " ALR-CHAVE
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           ADD 1 TO WRK-CONTADOR-SALDOS.
           IF REG-ARQCLI-SALDO LESS THAN ALR-LIMITE
             MOVE ALR-CHAVE         TO WRK-ALR-CHAVE
             MOVE "S"               TO WRK-ALR-TIPO
             MOVE REG-ARQCLI-SALDO  TO WRK-ALR-VALOR
             MOVE REG-ARQCLI-MOEDA  TO WRK-ALR-MOEDA
             PERFORM 0500-EMITIR-ALERTA
           END-IF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  COM O REGISTO ALRSUB DO ALERTA LIDO - SE O    *
      *  ALERTA JA ESTA NO HISTORICO DO DIA NAO SAI;   *
      *  SO SE GRAVA O HISTORICO SE SAIU MENSAGEM      *
      **************************************************
       0500-EMITIR-ALERTA                        SECTION.
           MOVE WRK-ALR-CHAVE TO HIS-CHAVE.
           MOVE WRK-ALR-TIPO  TO HIS-TIPO.
           MOVE WRK-DATA-PROC TO HIS-DATA.
           READ HIS.
           IF WRK-FS-ALRHIST EQUAL "00"
             ADD 1 TO WRK-CONTADOR-REPETIDOS
             GO TO 0500-EMITIR-ALERTA-FIM
           END-IF.
           IF ALR-CLIENTE EQUAL SPACES
             MOVE ALR-CHAVE   TO CLI-CHAVE
           ELSE
             MOVE ALR-CLIENTE TO CLI-CHAVE
           END-IF.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR
              CLI-FALECIDO EQUAL "S"
             ADD 1 TO WRK-CONTADOR-SEM-CONT
             GO TO 0500-EMITIR-ALERTA-FIM
           END-IF.
           MOVE SPACES             TO REG-ALRMSG.
           MOVE WRK-ALR-CHAVE      TO MSG-CHAVE.
           MOVE WRK-ALR-TIPO       TO MSG-TIPO.
           MOVE WRK-DATA-PROC      TO MSG-DATA.
           IF WRK-ALR-VALOR LESS THAN ZEROS
             MOVE "-"              TO MSG-SINAL
           ELSE
             MOVE "+"              TO MSG-SINAL
           END-IF.
           MOVE WRK-ALR-VALOR      TO MSG-VALOR.
           MOVE WRK-ALR-MOEDA      TO MSG-MOEDA.
           EVALUATE WRK-ALR-TIPO
             WHEN "S"
               MOVE "SALDO DA CONTA ABAIXO DO LIMITE DEFINIDO"
                 TO MSG-TEXTO
             WHEN "D"
               MOVE "DEBITO NA CONTA ACIMA DO LIMITE DEFINIDO"
                 TO MSG-TEXTO
             WHEN "E"
               MOVE "CARTAO DA CONTA USADO NO ESTRANGEIRO"
                 TO MSG-TEXTO
           END-EVALUATE.
           MOVE ZEROS TO WRK-MENSAGENS.
           IF ALR-CANAL NOT EQUAL "E" AND CLI-TELEFONE NOT EQUAL SPACES
             MOVE "S"              TO MSG-CANAL
             MOVE CLI-TELEFONE     TO MSG-DESTINO
             WRITE REG-ALRMSG
             ADD 1 TO WRK-MENSAGENS
           END-IF.
           IF ALR-CANAL NOT EQUAL "S" AND CLI-EMAIL NOT EQUAL SPACES
             MOVE "E"              TO MSG-CANAL
             MOVE CLI-EMAIL        TO MSG-DESTINO
             WRITE REG-ALRMSG
             ADD 1 TO WRK-MENSAGENS
           END-IF.
           IF WRK-MENSAGENS EQUAL ZEROS
             ADD 1 TO WRK-CONTADOR-SEM-CONT
             GO TO 0500-EMITIR-ALERTA-FIM
           END-IF.
           ADD 1             TO WRK-CONTADOR-ALERTAS.
           ADD WRK-MENSAGENS TO WRK-CONTADOR-MENSAGENS.
           MOVE CLI-CHAVE    TO HIS-CLIENTE.
           MOVE ALR-CANAL    TO HIS-CANAL.
           MOVE MSG-SINAL    TO HIS-SINAL.
           MOVE MSG-VALOR    TO HIS-VALOR.
           WRITE REG-ALRHIST
             INVALID KEY
               DISPLAY "ERRO NA GRAVACAO ALRHIST " HIS-ID
           END-WRITE.
       0500-EMITIR-ALERTA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-MOVDIA    TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "MOVIMENTOS LIDOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CARTAO    TO WRK-CONTADOR-IDE.
           DISPLAY "DEBITOS DE CARTAO..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SALDOS    TO WRK-CONTADOR-IDE.
           DISPLAY "SALDOS AVALIADOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ALERTAS   TO WRK-CONTADOR-IDE.
           DISPLAY "ALERTAS EMITIDOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-MENSAGENS TO WRK-CONTADOR-IDE.
           DISPLAY "MENSAGENS GRAVADAS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REPETIDOS TO WRK-CONTADOR-IDE.
           DISPLAY "JA ENVIADOS NO DIA.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEM-CONT  TO WRK-CONTADOR-IDE.
           DISPLAY "SEM CONTACTO.......... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE ALR.
           CLOSE AQL.
           CLOSE CLM.
           CLOSE HIS.
           CLOSE SAI.
           IF WRK-TEM-MOVDIA EQUAL "S"
             CLOSE MOV
           END-IF.
           IF WRK-TEM-ATMHIST EQUAL "S"
             CLOSE AHS
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

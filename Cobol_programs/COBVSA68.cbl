       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA68.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: DISPUTAS DE TRANSACOES DE CARTAO E
      *            CHARGEBACKS - ABRE AS DISPUTAS PEDIDAS
      *            PELAS AGENCIAS (DSPPED) SOBRE A TRANSACAO
      *            ORIGINAL POSTADA PELO COBVSA27 (ATMHIST),
      *            LANCA O CREDITO PROVISORIO QUANDO PEDIDO E
      *            GRAVA O PEDIDO DE CHARGEBACK PARA O
      *            ADQUIRENTE (CHBKCLM); TRATA AS RESPOSTAS
      *            DO ADQUIRENTE (CHBKRSP) TORNANDO O CREDITO
      *            DEFINITIVO OU ESTORNANDO O PROVISORIO, E
      *            LISTA AS DISPUTAS EM ABERTO CONTRA O PRAZO
      *            DA REDE (DSPAGED) - OS LANCAMENTOS SAEM EM
      *            MOVDSP (BOOKMOV) PARA A POSTAGEM DO COBVSA07
      *            OU, NO CARTAO DE CREDITO, NO SALDO DO CARTAO
      *            (CARTCRD)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * DSPPED      INPUT       -----
      * CHBKRSP     INPUT       -----
      * ATMHIST     I-O         BOOKAHS
      * DISPUTA     I-O         BOOKDSP
      * CARTCRD     I-O         BOOKCRD
      * MOVDSP      OUTPUT      BOOKMOV
      * CHBKCLM     OUTPUT      -----
      * DSPREJ      OUTPUT      -----
      * DSPAGED     OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT DPD ASSIGN TO DSPPED
           FILE STATUS IS WRK-FS-DSPPED.

           SELECT RSP ASSIGN TO CHBKRSP
           FILE STATUS IS WRK-FS-CHBKRSP.

           SELECT AHS ASSIGN TO ATMHIST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS AHS-ID
           FILE STATUS   IS WRK-FS-ATMHIST.

           SELECT DSP ASSIGN TO DISPUTA
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS DSP-ID
           FILE STATUS   IS WRK-FS-DISPUTA.

           SELECT CRD ASSIGN TO CARTCRD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CRD-NUMERO
           ALTERNATE RECORD KEY IS CRD-CHAVE WITH DUPLICATES
           FILE STATUS   IS WRK-FS-CARTCRD.

           SELECT MVD ASSIGN TO MOVDSP
           FILE STATUS IS WRK-FS-MOVDSP.

           SELECT CLA ASSIGN TO CHBKCLM
           FILE STATUS IS WRK-FS-CHBKCLM.

           SELECT REJ ASSIGN TO DSPREJ
           FILE STATUS IS WRK-FS-DSPREJ.

           SELECT AGD ASSIGN TO DSPAGED
           FILE STATUS IS WRK-FS-DSPAGED.
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

      *-------------------------------------------------*
      *  PEDIDO DE DISPUTA DA AGENCIA - A TRANSACAO E   *
      *  IDENTIFICADA PELO CARTAO, DATA E VALOR QUE O   *
      *  CLIENTE VE NO EXTRATO; VALOR A ZERO = DISPUTA  *
      *  DO VALOR TOTAL; CRED-PROV S = CREDITO          *
      *  PROVISORIO NA ABERTURA                         *
      *-------------------------------------------------*
       FD DPD
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS.
       01 REG-DSPPED.
          05 DPD-NUMERO           PIC X(16).
          05 DPD-DATA             PIC 9(08).
          05 DPD-VALOR-ORIG       PIC 9(06)V99.
          05 DPD-MOTIVO           PIC X(01).
          05 DPD-VALOR            PIC 9(06)V99.
          05 DPD-CRED-PROV        PIC X(01).

      *-------------------------------------------------*
      *  RESPOSTA DO ADQUIRENTE AO CHARGEBACK           *
      *  RESULTADO: A-ACEITE (O CLIENTE GANHA)          *
      *             R-RECUSADO (A TRANSACAO MANTEM-SE)  *
      *-------------------------------------------------*
       FD RSP
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
       01 REG-CHBKRSP.
          05 CBR-ID.
             10 CBR-NUMERO        PIC X(16).
             10 CBR-DATA          PIC 9(08).
             10 CBR-SEQ           PIC 9(05).
          05 CBR-RESULTADO        PIC X(01).
          05 CBR-DATA-RESPOSTA    PIC 9(08).

       FD AHS.
       COPY BOOKAHS.

       FD DSP.
       COPY BOOKDSP.

       FD CRD.
       COPY BOOKCRD.

       FD MVD
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       COPY BOOKMOV.

       FD CLA
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 REG-CHBKCLM.
          05 CBK-ID.
             10 CBK-NUMERO        PIC X(16).
             10 CBK-DATA          PIC 9(08).
             10 CBK-SEQ           PIC 9(05).
          05 CBK-MOTIVO           PIC X(01).
          05 CBK-VALOR            PIC 9(06)V99.
          05 CBK-MOEDA            PIC X(03).
          05 CBK-DATA-ENVIO       PIC 9(08).
          05 CBK-PRAZO            PIC 9(08).

       FD REJ
           RECORDING MODE IS F.
       01 REG-DSPREJ.
          05 REJ-NUMERO           PIC X(16).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-DATA             PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-VALOR            PIC 9(06)V99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-MOTIVO           PIC X(25).

       FD AGD
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-DSPAGED             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-DSPPED           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHBKRSP          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATMHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-DISPUTA          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTCRD          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CARTCRD         PIC X(01) VALUE "N".
       77 WRK-FS-MOVDSP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CHBKCLM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-DSPREJ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DSPAGED          PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-TIPO-LANC           PIC X(01) VALUE SPACES.
       77 WRK-TEM-DSPPED          PIC X(01) VALUE "N".
       77 WRK-TEM-CHBKRSP         PIC X(01) VALUE "N".
      *------------- PRAZOS DA REDE (DIAS CORRIDOS) ------
      *  ABERTURA: DA DATA DA TRANSACAO AO CHARGEBACK
      *  RESPOSTA: DO ENVIO A RESPOSTA DO ADQUIRENTE
       77 WRK-PRAZO-ABERTURA      PIC 9(03) VALUE 120.
       77 WRK-PRAZO-RESPOSTA      PIC 9(03) VALUE 45.
       77 WRK-DIAS-ALERTA         PIC 9(03) VALUE 15.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2        PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS         PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO    PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO      PIC X(02) VALUE ZEROS.
      *------------- PROCURA DA TRANSACAO ORIGINAL -------
       77 WRK-ACHOU               PIC X(01) VALUE "N".
       77 WRK-JA-DISPUTADA        PIC X(01) VALUE "N".
       77 WRK-FIM-BUSCA           PIC X(01) VALUE "N".
       77 WRK-EOF-DISPUTAS        PIC X(01) VALUE "N".
       77 WRK-DIAS-PRAZO          PIC S9(05) COMP VALUE ZEROS.
       77 WRK-FAIXA               PIC 9(01) COMP VALUE ZEROS.
      *------------- TOTAIS POR FAIXA DE PRAZO -----------
       01 WRK-FAIXAS-NOMES.
          05 FILLER               PIC X(25) VALUE
             "PRAZO ULTRAPASSADO.......".
          05 FILLER               PIC X(25) VALUE
             "ULTIMOS 15 DIAS DO PRAZO.".
          05 FILLER               PIC X(25) VALUE
             "DENTRO DO PRAZO..........".
       01 FILLER REDEFINES WRK-FAIXAS-NOMES.
          05 WRK-FAIXA-NOME       PIC X(25) OCCURS 3 TIMES.
       01 WRK-FAIXAS-TOTAIS.
          05 WRK-FAIXA-TOT OCCURS 3 TIMES.
             10 WRK-FAIXA-QTD     PIC 9(07) COMP.
             10 WRK-FAIXA-VALOR   PIC 9(09)V99.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-PEDIDOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ABERTAS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-PROVISORIOS PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RESPOSTAS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-GANHAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-PERDIDAS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ESTORNOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-EMABERTO   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO ENVELHECIMENTO ------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(42) VALUE
             "DISPUTAS EM ABERTO - PRAZO DA REDE EM DATA".
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(29) VALUE SPACES.
       01 WRK-LINHA-AGED.
          05 FILLER               PIC X(07) VALUE "CARTAO ".
          05 WRK-A-NUMERO         PIC X(16).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-A-DATA           PIC 9(08).
          05 FILLER               PIC X(07) VALUE " CONTA ".
          05 WRK-A-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-A-VALOR          PIC ZZZ.ZZ9,99.
          05 FILLER               PIC X(07) VALUE " PRAZO ".
          05 WRK-A-PRAZO          PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-A-DIAS           PIC -ZZ9.
          05 FILLER               PIC X(01) VALUE SPACE.
       01 WRK-LINHA-TOTAL.
          05 WRK-T-NOME           PIC X(25).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-T-QTD            PIC ZZZ.ZZ9.
          05 FILLER               PIC X(07) VALUE " VALOR ".
          05 WRK-T-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(26) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-ABRIR-DISPUTA UNTIL WRK-FS-DSPPED EQUAL "10".
           PERFORM 0400-TRATAR-RESPOSTA
                   UNTIL WRK-FS-CHBKRSP EQUAL "10".
           PERFORM 0500-ENVELHECIMENTO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  SEM DSPPED OU SEM CHBKRSP NO DIA A FASE       *
      *  CORRESPONDENTE NAO CORRE - O ENVELHECIMENTO   *
      *  SAI SEMPRE                                    *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "DATACTL INDISPONIVEL - STATUS " WRK-FS-DATACTL
             DISPLAY "PROCESSAMENTO NAO AUTORIZADO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ CTD.
           CLOSE CTD.
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC.
           OPEN I-O AHS.
           IF WRK-FS-ATMHIST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ATMHIST - STATUS "
                     WRK-FS-ATMHIST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O DSP.
           IF WRK-FS-DISPUTA EQUAL "35"
             OPEN OUTPUT DSP
             CLOSE DSP
             OPEN I-O DSP
           END-IF.
           IF WRK-FS-DISPUTA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DISPUTA - STATUS "
                     WRK-FS-DISPUTA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O CRD.
           IF WRK-FS-CARTCRD EQUAL "00"
             MOVE "S" TO WRK-TEM-CARTCRD
           ELSE
             IF WRK-FS-CARTCRD NOT EQUAL "35"
               DISPLAY "ERRO NA ABERTURA CARTCRD - STATUS "
                       WRK-FS-CARTCRD
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
           END-IF.
           OPEN OUTPUT MVD.
           IF WRK-FS-MOVDSP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA MOVDSP - STATUS "
                     WRK-FS-MOVDSP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT CLA.
           IF WRK-FS-CHBKCLM NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CHBKCLM - STATUS "
                     WRK-FS-CHBKCLM
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REJ.
           OPEN OUTPUT AGD.
           INITIALIZE WRK-FAIXAS-TOTAIS.
           OPEN INPUT DPD.
           IF WRK-FS-DSPPED EQUAL "00"
             MOVE "S" TO WRK-TEM-DSPPED
             READ DPD
           ELSE
             DISPLAY "DSPPED INDISPONIVEL - SEM DISPUTAS NOVAS"
             MOVE "10" TO WRK-FS-DSPPED
           END-IF.
           OPEN INPUT RSP.
           IF WRK-FS-CHBKRSP EQUAL "00"
             MOVE "S" TO WRK-TEM-CHBKRSP
             READ RSP
           ELSE
             DISPLAY "CHBKRSP INDISPONIVEL - SEM RESPOSTAS"
             MOVE "10" TO WRK-FS-CHBKRSP
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  O PEDIDO SO ABRE DISPUTA SOBRE UM DEBITO QUE  *
      *  EXISTA NO HISTORICO, SEM DISPUTA ANTERIOR E   *
      *  DENTRO DO PRAZO DE ABERTURA DA REDE           *
      **************************************************
       0200-ABRIR-DISPUTA                        SECTION.
           ADD 1 TO WRK-CONTADOR-PEDIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           EVALUATE TRUE
             WHEN DPD-MOTIVO NOT EQUAL "N" AND "D" AND "R"
               MOVE "MOTIVO DE DISPUTA INVALIDO" TO WRK-MOTIVO
             WHEN DPD-VALOR-ORIG NOT NUMERIC OR
                  DPD-VALOR NOT NUMERIC
               MOVE "VALOR INVALIDO"             TO WRK-MOTIVO
             WHEN DPD-VALOR GREATER THAN DPD-VALOR-ORIG
               MOVE "VALOR SUPERIOR AO ORIGINAL" TO WRK-MOTIVO
             WHEN OTHER
               PERFORM 0220-PROCURAR-TRANSACAO
           END-EVALUATE.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE "D"           TO WRK-DAT-FUNCAO
             MOVE AHS-DATA      TO WRK-DAT-DATA1
             MOVE WRK-DATA-PROC TO WRK-DAT-DATA2
             CALL "COBOL020" USING WRK-DATCALC-AREA
             IF WRK-DAT-RETORNO EQUAL "00" AND
                WRK-DAT-DIAS GREATER THAN WRK-PRAZO-ABERTURA
               MOVE "FORA DO PRAZO DA REDE"      TO WRK-MOTIVO
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             PERFORM 0240-REGISTAR-DISPUTA
           END-IF.
           IF WRK-MOTIVO NOT EQUAL SPACES
             MOVE DPD-NUMERO     TO REJ-NUMERO
             MOVE DPD-DATA       TO REJ-DATA
             MOVE DPD-VALOR-ORIG TO REJ-VALOR
             PERFORM 0230-RECUSAR
           END-IF.
           READ DPD.
       0200-ABRIR-DISPUTA-FIM.  EXIT.
      **************************************************
      *  PERCORRE AS TRANSACOES DO CARTAO NO DIA E     *
      *  FICA COM O PRIMEIRO DEBITO DO VALOR SEM       *
      *  DISPUTA - NUM DUPLICADO CAI NO OUTRO DEBITO   *
      **************************************************
       0220-PROCURAR-TRANSACAO                   SECTION.
           MOVE "N"        TO WRK-ACHOU.
           MOVE "N"        TO WRK-JA-DISPUTADA.
           MOVE "N"        TO WRK-FIM-BUSCA.
           MOVE DPD-NUMERO TO AHS-NUMERO.
           MOVE DPD-DATA   TO AHS-DATA.
           MOVE ZEROS      TO AHS-SEQ.
           START AHS KEY IS GREATER THAN OR EQUAL AHS-ID
             INVALID KEY
               MOVE "S"    TO WRK-FIM-BUSCA
           END-START.
           PERFORM UNTIL WRK-FIM-BUSCA EQUAL "S"
             READ AHS NEXT RECORD
               AT END
                 MOVE "S"  TO WRK-FIM-BUSCA
               NOT AT END
                 IF AHS-NUMERO NOT EQUAL DPD-NUMERO OR
                    AHS-DATA   NOT EQUAL DPD-DATA
                   MOVE "S" TO WRK-FIM-BUSCA
                 ELSE
                   IF AHS-TIPO  EQUAL "D" AND
                      AHS-VALOR EQUAL DPD-VALOR-ORIG
                     IF AHS-DISPUTA EQUAL "S"
                       MOVE "S" TO WRK-JA-DISPUTADA
                     ELSE
                       MOVE "S" TO WRK-ACHOU
                       MOVE "S" TO WRK-FIM-BUSCA
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF WRK-ACHOU EQUAL "N"
             IF WRK-JA-DISPUTADA EQUAL "S"
               MOVE "TRANSACAO JA EM DISPUTA"    TO WRK-MOTIVO
             ELSE
               MOVE "TRANSACAO NAO ENCONTRADA"   TO WRK-MOTIVO
             END-IF
           END-IF.
       0220-PROCURAR-TRANSACAO-FIM.  EXIT.
      **************************************************
       0230-RECUSAR                              SECTION.
           MOVE WRK-MOTIVO TO REJ-MOTIVO.
           WRITE REG-DSPREJ.
           ADD 1 TO WRK-CONTADOR-RECUSADOS.
       0230-RECUSAR-FIM.      EXIT.
      **************************************************
      *  A DISPUTA TEM A CHAVE DA TRANSACAO - A MARCA  *
      *  NO ATMHIST IMPEDE UMA SEGUNDA DISPUTA; O PRAZO*
      *  DA RESPOSTA CONTA A PARTIR DO ENVIO           *
      **************************************************
       0240-REGISTAR-DISPUTA                     SECTION.
           MOVE AHS-ID            TO DSP-ID.
           MOVE AHS-CHAVE         TO DSP-CHAVE.
           MOVE DPD-MOTIVO        TO DSP-MOTIVO.
           IF DPD-VALOR EQUAL ZEROS
             MOVE AHS-VALOR       TO DSP-VALOR
           ELSE
             MOVE DPD-VALOR       TO DSP-VALOR
           END-IF.
           MOVE AHS-MOEDA         TO DSP-MOEDA.
           MOVE WRK-DATA-PROC     TO DSP-DATA-ABERTURA.
           MOVE "S"               TO WRK-DAT-FUNCAO.
           MOVE WRK-DATA-PROC     TO WRK-DAT-DATA1.
           MOVE WRK-PRAZO-RESPOSTA TO WRK-DAT-DIAS.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           MOVE WRK-DAT-RESULTADO TO DSP-PRAZO.
           IF DPD-CRED-PROV EQUAL "S"
             MOVE "S"             TO DSP-CRED-PROV
           ELSE
             MOVE "N"             TO DSP-CRED-PROV
           END-IF.
           MOVE "A"               TO DSP-ESTADO.
           MOVE ZEROS             TO DSP-DATA-FECHO.
           WRITE REG-DISPUTA
             INVALID KEY
               MOVE "DISPUTA JA REGISTADA" TO WRK-MOTIVO
               GO TO 0240-REGISTAR-DISPUTA-FIM
           END-WRITE.
           MOVE "S" TO AHS-DISPUTA.
           REWRITE REG-ATMHIST
             INVALID KEY
               DISPLAY "ERRO AO MARCAR O HISTORICO " AHS-ID
           END-REWRITE.
           ADD 1 TO WRK-CONTADOR-ABERTAS.
           PERFORM 0250-ENVIAR-CHARGEBACK.
           IF DSP-CRED-PROV EQUAL "S"
             MOVE "C" TO WRK-TIPO-LANC
             PERFORM 0260-LANCAR
             ADD 1 TO WRK-CONTADOR-PROVISORIOS
           END-IF.
       0240-REGISTAR-DISPUTA-FIM.  EXIT.
      **************************************************
       0250-ENVIAR-CHARGEBACK                    SECTION.
           MOVE DSP-ID            TO CBK-ID.
           MOVE DSP-MOTIVO        TO CBK-MOTIVO.
           MOVE DSP-VALOR         TO CBK-VALOR.
           MOVE DSP-MOEDA         TO CBK-MOEDA.
           MOVE WRK-DATA-PROC     TO CBK-DATA-ENVIO.
           MOVE DSP-PRAZO         TO CBK-PRAZO.
           WRITE REG-CHBKCLM.
       0250-ENVIAR-CHARGEBACK-FIM.  EXIT.
      **************************************************
      *  LANCAMENTO NA CONTA DA DISPUTA NO LAYOUT DO   *
      *  BOOKMOV PARA A POSTAGEM NORMAL DO COBVSA07 -  *
      *  NO CARTAO DE CREDITO VAI DIRETO AO SALDO      *
      **************************************************
       0260-LANCAR                               SECTION.
           IF WRK-TEM-CARTCRD EQUAL "S"
             MOVE DSP-NUMERO TO CRD-NUMERO
             READ CRD
             IF WRK-FS-CARTCRD EQUAL "00"
               IF WRK-TIPO-LANC EQUAL "C"
                 SUBTRACT DSP-VALOR FROM CRD-SALDO
               ELSE
                 ADD DSP-VALOR      TO CRD-SALDO
               END-IF
               REWRITE REG-CARTCRD
                 INVALID KEY
                   DISPLAY "ERRO NA ATUALIZACAO CARTCRD " CRD-NUMERO
               END-REWRITE
               GO TO 0260-LANCAR-FIM
             END-IF
           END-IF.
           MOVE DSP-CHAVE         TO MOV-CHAVE.
           MOVE WRK-TIPO-LANC     TO MOV-TIPO.
           MOVE DSP-VALOR         TO MOV-VALOR.
           MOVE DSP-MOEDA         TO MOV-MOEDA.
           MOVE WRK-DATA-PROC     TO MOV-DATA-VALOR.
           WRITE REG-MOVDIA.
       0260-LANCAR-FIM.       EXIT.
      **************************************************
      *  CHARGEBACK ACEITE: O CREDITO FICA DEFINITIVO  *
      *  (E LANCADO AGORA SE NAO HOUVE PROVISORIO)     *
      *  CHARGEBACK RECUSADO: O PROVISORIO E ESTORNADO *
      **************************************************
       0400-TRATAR-RESPOSTA                      SECTION.
           ADD 1 TO WRK-CONTADOR-RESPOSTAS.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE CBR-ID TO DSP-ID.
           READ DSP.
           EVALUATE TRUE
             WHEN WRK-FS-DISPUTA NOT EQUAL "00"
               MOVE "RESPOSTA SEM DISPUTA"       TO WRK-MOTIVO
             WHEN DSP-ESTADO NOT EQUAL "A"
               MOVE "DISPUTA JA FECHADA"         TO WRK-MOTIVO
             WHEN CBR-RESULTADO EQUAL "A"
               MOVE "G" TO DSP-ESTADO
               IF DSP-CRED-PROV NOT EQUAL "S"
                 MOVE "C" TO WRK-TIPO-LANC
                 PERFORM 0260-LANCAR
               END-IF
               ADD 1 TO WRK-CONTADOR-GANHAS
             WHEN CBR-RESULTADO EQUAL "R"
               MOVE "P" TO DSP-ESTADO
               IF DSP-CRED-PROV EQUAL "S"
                 MOVE "D" TO WRK-TIPO-LANC
                 PERFORM 0260-LANCAR
                 ADD 1 TO WRK-CONTADOR-ESTORNOS
               END-IF
               ADD 1 TO WRK-CONTADOR-PERDIDAS
             WHEN OTHER
               MOVE "RESULTADO INVALIDO"         TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             MOVE CBR-NUMERO  TO REJ-NUMERO
             MOVE CBR-DATA    TO REJ-DATA
             MOVE ZEROS       TO REJ-VALOR
             PERFORM 0230-RECUSAR
           ELSE
             MOVE WRK-DATA-PROC TO DSP-DATA-FECHO
             REWRITE REG-DISPUTA
               INVALID KEY
                 DISPLAY "ERRO AO FECHAR A DISPUTA " DSP-ID
             END-REWRITE
           END-IF.
           READ RSP.
       0400-TRATAR-RESPOSTA-FIM.  EXIT.
      **************************************************
      *  TODAS AS DISPUTAS AINDA ABERTAS COM OS DIAS   *
      *  QUE FALTAM PARA O PRAZO DA REDE (NEGATIVO =   *
      *  ADQUIRENTE FORA DO PRAZO) E TOTAIS POR FAIXA  *
      **************************************************
       0500-ENVELHECIMENTO                       SECTION.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-DSPAGED FROM WRK-LINHA-CAB.
           WRITE REG-DSPAGED FROM WRK-LINHA-BRANCO.
           MOVE "N"        TO WRK-EOF-DISPUTAS.
           MOVE LOW-VALUES TO DSP-ID.
           START DSP KEY IS GREATER THAN OR EQUAL DSP-ID
             INVALID KEY
               MOVE "S"    TO WRK-EOF-DISPUTAS
           END-START.
           PERFORM UNTIL WRK-EOF-DISPUTAS EQUAL "S"
             READ DSP NEXT RECORD
               AT END
                 MOVE "S"  TO WRK-EOF-DISPUTAS
               NOT AT END
                 IF DSP-ESTADO EQUAL "A"
                   PERFORM 0510-LINHA-ENVELHECIMENTO
                 END-IF
             END-READ
           END-PERFORM.
           WRITE REG-DSPAGED FROM WRK-LINHA-BRANCO.
           PERFORM VARYING WRK-FAIXA FROM 1 BY 1
                   UNTIL WRK-FAIXA > 3
             MOVE WRK-FAIXA-NOME  (WRK-FAIXA) TO WRK-T-NOME
             MOVE WRK-FAIXA-QTD   (WRK-FAIXA) TO WRK-T-QTD
             MOVE WRK-FAIXA-VALOR (WRK-FAIXA) TO WRK-T-VALOR
             WRITE REG-DSPAGED FROM WRK-LINHA-TOTAL
           END-PERFORM.
       0500-ENVELHECIMENTO-FIM.  EXIT.
      **************************************************
       0510-LINHA-ENVELHECIMENTO                 SECTION.
           MOVE "D"           TO WRK-DAT-FUNCAO.
           MOVE WRK-DATA-PROC TO WRK-DAT-DATA1.
           MOVE DSP-PRAZO     TO WRK-DAT-DATA2.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO EQUAL "00"
             MOVE WRK-DAT-DIAS TO WRK-DIAS-PRAZO
           ELSE
             MOVE ZEROS        TO WRK-DIAS-PRAZO
           END-IF.
           EVALUATE TRUE
             WHEN WRK-DIAS-PRAZO LESS THAN ZERO
               MOVE 1 TO WRK-FAIXA
             WHEN WRK-DIAS-PRAZO NOT GREATER THAN WRK-DIAS-ALERTA
               MOVE 2 TO WRK-FAIXA
             WHEN OTHER
               MOVE 3 TO WRK-FAIXA
           END-EVALUATE.
           ADD 1         TO WRK-FAIXA-QTD   (WRK-FAIXA).
           ADD DSP-VALOR TO WRK-FAIXA-VALOR (WRK-FAIXA).
           MOVE DSP-NUMERO     TO WRK-A-NUMERO.
           MOVE DSP-DATA       TO WRK-A-DATA.
           MOVE DSP-CHAVE      TO WRK-A-CHAVE.
           MOVE DSP-VALOR      TO WRK-A-VALOR.
           MOVE DSP-PRAZO      TO WRK-A-PRAZO.
           MOVE WRK-DIAS-PRAZO TO WRK-A-DIAS.
           WRITE REG-DSPAGED FROM WRK-LINHA-AGED.
           ADD 1 TO WRK-CONTADOR-EMABERTO.
       0510-LINHA-ENVELHECIMENTO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-PEDIDOS      TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "PEDIDOS DE DISPUTA.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ABERTAS      TO WRK-CONTADOR-IDE.
           DISPLAY "DISPUTAS ABERTAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-PROVISORIOS  TO WRK-CONTADOR-IDE.
           DISPLAY "CREDITOS PROVISORIOS.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RESPOSTAS    TO WRK-CONTADOR-IDE.
           DISPLAY "RESPOSTAS RECEBIDAS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-GANHAS       TO WRK-CONTADOR-IDE.
           DISPLAY "DISPUTAS GANHAS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-PERDIDAS     TO WRK-CONTADOR-IDE.
           DISPLAY "DISPUTAS PERDIDAS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ESTORNOS     TO WRK-CONTADOR-IDE.
           DISPLAY "CREDITOS ESTORNADOS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADOS    TO WRK-CONTADOR-IDE.
           DISPLAY "REGISTOS RECUSADOS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EMABERTO     TO WRK-CONTADOR-IDE.
           DISPLAY "DISPUTAS EM ABERTO.... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           IF WRK-TEM-DSPPED EQUAL "S"
             CLOSE DPD
           END-IF.
           IF WRK-TEM-CHBKRSP EQUAL "S"
             CLOSE RSP
           END-IF.
           CLOSE AHS.
           CLOSE DSP.
           IF WRK-FS-DISPUTA NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-DISPUTA
           END-IF.
           IF WRK-TEM-CARTCRD EQUAL "S"
             CLOSE CRD
           END-IF.
           CLOSE MVD.
           CLOSE CLA.
           CLOSE REJ.
           CLOSE AGD.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

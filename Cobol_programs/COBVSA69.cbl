       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA69.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: CICLO MENSAL DOS CARTOES DE CREDITO
      *            (CARTCRD) - COBRA JUROS SOBRE O SALDO DO
      *            EXTRATO ANTERIOR QUE NAO FOI REEMBOLSADO,
      *            EMITE O EXTRATO DO CARTAO (CRDEXT) COM AS
      *            TRANSACOES DO HISTORICO ATMHIST DESDE O
      *            ULTIMO EXTRATO, CALCULA O PAGAMENTO MINIMO
      *            E COBRA O REEMBOLSO ESCOLHIDO (TOTAL,
      *            MINIMO OU VALOR FIXO) NA CONTA ARQCLI
      *            LIGADA COMO MOVIMENTO DE DEBITO (MOVCRD,
      *            BOOKMOV) PARA A POSTAGEM DO COBVSA07 - SEM
      *            COBERTURA NEM PARA O MINIMO, O MINIMO EM
      *            FALTA SAI NO LAYOUT DO ATRASREL (CRDATRS)
      *            PARA OS CASOS DE COBRANCA DO COBVSA38
      *            O EXTRATO DO CLIENTE COM A MORADA MARCADA
      *            COMO DEVOLVIDA FICA NA CORRESPONDENCIA
      *            RETIDA (CORRRET)
      *            CORRE NO DIA DE FIM DE MES (DATACTL); O
      *            CARTAO COM EXTRATO JA EMITIDO NESSA DATA
      *            NAO TEM SEGUNDO CICLO NA REPETICAO
      *            O REEMBOLSO COBRADO E RECUSADO NA POSTAGEM
      *            VOLTA AO CARTCRD E AO CRDATRS NO COBVSA24
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * CARTCRD     I-O         BOOKCRD
      * ATMHIST     INPUT       BOOKAHS
      * ARQCLI      INPUT       -----
      * CLIMST      INPUT       -----
      * CATIVOS     INPUT       BOOKCAT
      * MOVCRD      OUTPUT      BOOKMOV
      * CRDEXT      OUTPUT      -----
      * CRDATRS     OUTPUT      -----
      * CORRRET     EXTEND      BOOKCRR
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT CRD ASSIGN TO CARTCRD
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS CRD-NUMERO
           ALTERNATE RECORD KEY IS CRD-CHAVE WITH DUPLICATES
           FILE STATUS   IS WRK-FS-CARTCRD.

           SELECT AHS ASSIGN TO ATMHIST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
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

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT MVC ASSIGN TO MOVCRD
           FILE STATUS IS WRK-FS-MOVCRD.

           SELECT EXT ASSIGN TO CRDEXT
           FILE STATUS IS WRK-FS-CRDEXT.

           SELECT ATR ASSIGN TO CRDATRS
           FILE STATUS IS WRK-FS-CRDATRS.

           SELECT CRR ASSIGN TO CORRRET
           FILE STATUS IS WRK-FS-CORRRET.
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

       FD CRD.
       COPY BOOKCRD.

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

       FD CAT.
       COPY BOOKCAT.

       FD MVC
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       COPY BOOKMOV.

       FD EXT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CRDEXT              PIC X(80).

      *-------------------------------------------------*
      *  MESMO LAYOUT DO ATRASREL DO COBVSA18 - O       *
      *  CONTRATO 999 IDENTIFICA O CARTAO DE CREDITO    *
      *  DA CONTA NOS CASOS DE COBRANCA (COBVSA38)      *
      *-------------------------------------------------*
       FD ATR
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01 REG-ATRASREL.
          05 ATR-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 ATR-NUM              PIC 9(03).
          05 FILLER               PIC X(01).
          05 ATR-PRESTACAO        PIC 9(06)V99.
          05 FILLER               PIC X(01).
          05 ATR-VENCIDA-EM       PIC 9(08).
          05 FILLER               PIC X(01).
          05 ATR-MESES-ATRASO     PIC 9(03).
          05 FILLER               PIC X(01).
          05 ATR-MOTIVO           PIC X(25).

       FD CRR
           RECORDING MODE IS F.
       COPY BOOKCRR.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTCRD          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ATMHIST          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-MOVCRD           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRDEXT           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRDATRS          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CORRRET          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-ATMHIST         PIC X(01) VALUE "N".
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-TEM-CORRRET         PIC X(01) VALUE "N".
       77 WRK-EXTRATO-RETIDO      PIC X(01) VALUE "N".
       77 WRK-FIM-HISTORICO       PIC X(01) VALUE "N".
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
      *------------- SALDO LIVRE DA CONTA DE REEMBOLSO ---
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-DISPONIVEL          PIC S9(09)V99 COMP VALUE ZEROS.
      *------------- CONTRATO DO CARTAO NA COBRANCA ------
       77 WRK-NUM-CARTAO          PIC 9(03) VALUE 999.
      *------------- MINIMO ABSOLUTO DO PAGAMENTO --------
       77 WRK-MINIMO-ABSOLUTO     PIC 9(07)V99 VALUE 25,00.
      *------------- VALORES DO CICLO --------------------
       77 WRK-REVOLVIDO           PIC S9(08)V99 VALUE ZEROS.
       77 WRK-JUROS               PIC S9(07)V99 VALUE ZEROS.
       77 WRK-COMPRAS             PIC S9(08)V99 VALUE ZEROS.
       77 WRK-CREDITOS            PIC S9(08)V99 VALUE ZEROS.
       77 WRK-OUTROS              PIC S9(08)V99 VALUE ZEROS.
       77 WRK-MINIMO              PIC 9(07)V99 VALUE ZEROS.
       77 WRK-REEMBOLSO           PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COBRADO             PIC 9(07)V99 VALUE ZEROS.
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-EXTRATOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RETIDOS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-JA-FEITOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-JUROS      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-COBRADOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-EM-FALTA   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO EXTRATO -------------------
       01 WRK-LINHA-CAB1.
          05 FILLER               PIC X(30) VALUE
             "EXTRATO DO CARTAO DE CREDITO  ".
          05 WRK-C1-NUMERO        PIC X(16).
          05 FILLER               PIC X(07) VALUE "  DATA ".
          05 WRK-C1-DATA          PIC 9(08).
          05 FILLER               PIC X(19) VALUE SPACES.
       01 WRK-LINHA-CAB2.
          05 FILLER               PIC X(08) VALUE "TITULAR ".
          05 WRK-C2-NOME          PIC X(30).
          05 FILLER               PIC X(08) VALUE "  CONTA ".
          05 WRK-C2-CHAVE         PIC X(09).
          05 FILLER               PIC X(09) VALUE "  LIMITE ".
          05 WRK-C2-LIMITE        PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(04) VALUE SPACES.
       01 WRK-LINHA-MORADA.
          05 WRK-M-MORADA         PIC X(69) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE SPACES.
       01 WRK-LINHA-EXT.
          05 WRK-E-DATA           PIC X(10).
          05 WRK-E-DESCR          PIC X(35).
          05 WRK-E-VALOR          PIC -Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(22) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CARTCRD EQUAL "10".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  O CICLO SO CORRE NO FIM DE MES; SEM CARTCRD   *
      *  AINDA NAO HA CARTOES DE CREDITO               *
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
           IF CTD-FIM-MES NOT EQUAL "S"
             DISPLAY "NAO E FIM DE MES - CICLO NAO EXECUTADO"
             GOBACK
           END-IF.
           OPEN I-O CRD.
           IF WRK-FS-CARTCRD EQUAL "35"
             DISPLAY "CARTCRD INEXISTENTE - SEM CARTOES DE CREDITO"
             GOBACK
           END-IF.
           IF WRK-FS-CARTCRD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CARTCRD - STATUS "
                     WRK-FS-CARTCRD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT AHS.
           IF WRK-FS-ATMHIST EQUAL "00"
             MOVE "S" TO WRK-TEM-ATMHIST
           ELSE
             DISPLAY "ATMHIST INDISPONIVEL - EXTRATOS SEM DETALHE"
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST EQUAL "00"
             MOVE "S" TO WRK-TEM-CLIMST
           ELSE
             DISPLAY "CLIMST INDISPONIVEL - EXTRATOS SEM MORADA"
           END-IF.
      *    SO HA EXTRATOS RETIDOS QUANDO HA FICHAS A LER
           IF WRK-TEM-CLIMST EQUAL "S"
             OPEN EXTEND CRR
             IF WRK-FS-CORRRET NOT EQUAL "00"
               OPEN OUTPUT CRR
             END-IF
             IF WRK-FS-CORRRET NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA CORRRET - STATUS "
                       WRK-FS-CORRRET
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             MOVE "S" TO WRK-TEM-CORRRET
           END-IF.
           OPEN OUTPUT MVC.
           OPEN OUTPUT EXT.
           OPEN OUTPUT ATR.
           READ CRD NEXT RECORD.
           IF WRK-FS-CARTCRD EQUAL "10"
             DISPLAY "CARTCRD VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  A CONTA CANCELADA SO TEM CICLO ENQUANTO HOUVER*
      *  DIVIDA POR PAGAR; O EXTRATO JA DATADO DE HOJE *
      *  E DE UMA CORRIDA ANTERIOR - NAO SE REPETE     *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           IF CRD-DATA-EXTRATO EQUAL WRK-DATA-PROC
             ADD 1 TO WRK-CONTADOR-JA-FEITOS
           ELSE
             IF CRD-STATUS EQUAL "A" OR
                CRD-SALDO GREATER THAN ZEROS
               PERFORM 0220-CICLO-CARTAO
             END-IF
           END-IF.
           READ CRD NEXT RECORD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  JUROS, EXTRATO, MINIMO E COBRANCA DO REEMBOLSO*
      *  - O REGISTO DO CARTAO GUARDA O NOVO EXTRATO   *
      **************************************************
       0220-CICLO-CARTAO                         SECTION.
           MOVE "N" TO WRK-EXTRATO-RETIDO.
           PERFORM 0230-CABECALHO-EXTRATO.
           PERFORM 0240-TRANSACOES-CICLO.
           PERFORM 0250-CALCULAR-JUROS.
      *    O QUE NAO SE EXPLICA PELAS TRANSACOES, JUROS E
      *    REEMBOLSOS SAO AJUSTES (DISPUTAS NO COBVSA68)
           COMPUTE WRK-OUTROS = CRD-SALDO - CRD-SALDO-EXTRATO
                              + CRD-PAGO-CICLO - WRK-COMPRAS
                              + WRK-CREDITOS - WRK-JUROS.
           MOVE SPACES                     TO WRK-E-DATA.
           IF CRD-PAGO-CICLO GREATER THAN ZEROS
             MOVE "REEMBOLSO COBRADO NA CONTA"  TO WRK-E-DESCR
             COMPUTE WRK-E-VALOR = CRD-PAGO-CICLO * -1
             PERFORM 0235-ESCREVER-LINHA
           END-IF.
           IF WRK-OUTROS NOT EQUAL ZEROS
             MOVE "OUTROS MOVIMENTOS"       TO WRK-E-DESCR
             MOVE WRK-OUTROS                TO WRK-E-VALOR
             PERFORM 0235-ESCREVER-LINHA
           END-IF.
           IF WRK-JUROS GREATER THAN ZEROS
             MOVE "JUROS SOBRE O SALDO EM DIVIDA" TO WRK-E-DESCR
             MOVE WRK-JUROS                 TO WRK-E-VALOR
             PERFORM 0235-ESCREVER-LINHA
           END-IF.
           PERFORM 0260-CALCULAR-MINIMO.
           MOVE "SALDO DO EXTRATO"          TO WRK-E-DESCR.
           MOVE CRD-SALDO                   TO WRK-E-VALOR.
           PERFORM 0235-ESCREVER-LINHA.
           MOVE "PAGAMENTO MINIMO"          TO WRK-E-DESCR.
           MOVE WRK-MINIMO                  TO WRK-E-VALOR.
           PERFORM 0235-ESCREVER-LINHA.
           MOVE CRD-SALDO                   TO CRD-SALDO-EXTRATO.
           MOVE WRK-MINIMO                  TO CRD-PAG-MINIMO.
           MOVE WRK-DATA-PROC               TO CRD-DATA-EXTRATO.
           MOVE ZEROS                       TO CRD-PAGO-CICLO.
           IF WRK-REEMBOLSO GREATER THAN ZEROS
             PERFORM 0270-COBRAR-REEMBOLSO
           END-IF.
           REWRITE REG-CARTCRD
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO CARTCRD " CRD-NUMERO
           END-REWRITE.
           IF WRK-EXTRATO-RETIDO EQUAL "S"
             ADD 1 TO WRK-CONTADOR-RETIDOS
           ELSE
             ADD 1 TO WRK-CONTADOR-EXTRATOS
           END-IF.
       0220-CICLO-CARTAO-FIM.  EXIT.
      **************************************************
      *  MORADA DEVOLVIDA PELOS CORREIOS - O EXTRATO   *
      *  NAO SE IMPRIME E FICA NA CORRESPONDENCIA      *
      *  RETIDA; O CICLO CORRE NA MESMA                *
      **************************************************
       0230-CABECALHO-EXTRATO                    SECTION.
           MOVE SPACES TO WRK-C2-NOME.
           IF WRK-TEM-CLIMST EQUAL "S"
             MOVE CRD-CHAVE TO CLI-CHAVE
             READ CLM
             IF WRK-FS-CLIMST EQUAL "00"
               MOVE CLI-NOME TO WRK-C2-NOME
               IF CLI-MORADA-DEVOL EQUAL "S"
                 MOVE "S"            TO WRK-EXTRATO-RETIDO
                 MOVE SPACES         TO REG-CORRRET
                 MOVE WRK-DATA-PROC  TO CRR-DATA
                 MOVE CRD-CHAVE      TO CRR-CHAVE
                 MOVE "EXT"          TO CRR-DOCUMENTO
                 MOVE "COBVSA69"     TO CRR-ORIGEM
                 MOVE CLI-NOME       TO CRR-NOME
                 STRING "CARTAO "    DELIMITED BY SIZE
                        CRD-NUMERO   DELIMITED BY SIZE
                        INTO CRR-REFER
                 WRITE REG-CORRRET
                 GO TO 0230-CABECALHO-EXTRATO-FIM
               END-IF
             END-IF
           END-IF.
           MOVE CRD-NUMERO    TO WRK-C1-NUMERO.
           MOVE WRK-DATA-PROC TO WRK-C1-DATA.
           MOVE CRD-CHAVE     TO WRK-C2-CHAVE.
           MOVE CRD-LIMITE    TO WRK-C2-LIMITE.
           WRITE REG-CRDEXT FROM WRK-LINHA-BRANCO.
           WRITE REG-CRDEXT FROM WRK-LINHA-CAB1.
           WRITE REG-CRDEXT FROM WRK-LINHA-CAB2.
           IF WRK-TEM-CLIMST EQUAL "S" AND
              WRK-FS-CLIMST EQUAL "00"
             MOVE CLI-MORADA1 TO WRK-M-MORADA
             WRITE REG-CRDEXT FROM WRK-LINHA-MORADA
             MOVE CLI-MORADA2 TO WRK-M-MORADA
             WRITE REG-CRDEXT FROM WRK-LINHA-MORADA
             MOVE SPACES TO WRK-M-MORADA
             STRING CLI-CODPOSTAL  DELIMITED BY SIZE
                    " "            DELIMITED BY SIZE
                    CLI-LOCALIDADE DELIMITED BY SIZE
                    INTO WRK-M-MORADA
             WRITE REG-CRDEXT FROM WRK-LINHA-MORADA
           END-IF.
           WRITE REG-CRDEXT FROM WRK-LINHA-BRANCO.
           MOVE SPACES                 TO WRK-E-DATA.
           MOVE "SALDO DO EXTRATO ANTERIOR" TO WRK-E-DESCR.
           MOVE CRD-SALDO-EXTRATO      TO WRK-E-VALOR.
           WRITE REG-CRDEXT FROM WRK-LINHA-EXT.
       0230-CABECALHO-EXTRATO-FIM.  EXIT.
      **************************************************
       0235-ESCREVER-LINHA                       SECTION.
           IF WRK-EXTRATO-RETIDO EQUAL "N"
             WRITE REG-CRDEXT FROM WRK-LINHA-EXT
           END-IF.
       0235-ESCREVER-LINHA-FIM.  EXIT.
      **************************************************
      *  AS COMPRAS E DEVOLUCOES DO CARTAO POSTADAS    *
      *  PELO COBVSA27 DEPOIS DO ULTIMO EXTRATO        *
      **************************************************
       0240-TRANSACOES-CICLO                     SECTION.
           MOVE ZEROS TO WRK-COMPRAS.
           MOVE ZEROS TO WRK-CREDITOS.
           IF WRK-TEM-ATMHIST EQUAL "N"
             GO TO 0240-TRANSACOES-CICLO-FIM
           END-IF.
           MOVE "N"              TO WRK-FIM-HISTORICO.
           MOVE CRD-NUMERO       TO AHS-NUMERO.
           MOVE CRD-DATA-EXTRATO TO AHS-DATA.
           MOVE 99999            TO AHS-SEQ.
           START AHS KEY IS GREATER THAN AHS-ID
             INVALID KEY
               MOVE "S"          TO WRK-FIM-HISTORICO
           END-START.
           PERFORM UNTIL WRK-FIM-HISTORICO EQUAL "S"
             READ AHS NEXT RECORD
               AT END
                 MOVE "S" TO WRK-FIM-HISTORICO
               NOT AT END
                 IF AHS-NUMERO NOT EQUAL CRD-NUMERO OR
                    AHS-DATA GREATER THAN WRK-DATA-PROC
                   MOVE "S" TO WRK-FIM-HISTORICO
                 ELSE
                   MOVE AHS-DATA TO WRK-E-DATA
                   IF AHS-TIPO EQUAL "D"
                     MOVE "COMPRA/LEVANTAMENTO" TO WRK-E-DESCR
                     MOVE AHS-VALOR             TO WRK-E-VALOR
                     ADD AHS-VALOR              TO WRK-COMPRAS
                   ELSE
                     MOVE "DEVOLUCAO"           TO WRK-E-DESCR
                     COMPUTE WRK-E-VALOR = AHS-VALOR * -1
                     ADD AHS-VALOR              TO WRK-CREDITOS
                   END-IF
                   PERFORM 0235-ESCREVER-LINHA
                 END-IF
             END-READ
           END-PERFORM.
       0240-TRANSACOES-CICLO-FIM.  EXIT.
      **************************************************
      *  JUROS DO MES SO SOBRE A PARTE DO SALDO DO     *
      *  EXTRATO ANTERIOR QUE NAO FOI REEMBOLSADA      *
      **************************************************
       0250-CALCULAR-JUROS                       SECTION.
           MOVE ZEROS TO WRK-JUROS.
           COMPUTE WRK-REVOLVIDO = CRD-SALDO-EXTRATO - CRD-PAGO-CICLO.
           IF WRK-REVOLVIDO GREATER THAN ZEROS AND
              CRD-DATA-EXTRATO GREATER THAN ZEROS
             COMPUTE WRK-JUROS ROUNDED =
                     WRK-REVOLVIDO * CRD-TAXA-ANUAL / 12
             ADD WRK-JUROS TO CRD-SALDO
             ADD 1 TO WRK-CONTADOR-JUROS
           END-IF.
       0250-CALCULAR-JUROS-FIM.  EXIT.
      **************************************************
      *  MINIMO = PERCENTAGEM DO SALDO COM UM VALOR    *
      *  ABSOLUTO DE BASE (NUNCA ACIMA DO SALDO); O    *
      *  FIXO ABAIXO DO MINIMO COBRA O MINIMO          *
      **************************************************
       0260-CALCULAR-MINIMO                      SECTION.
           MOVE ZEROS TO WRK-MINIMO.
           MOVE ZEROS TO WRK-REEMBOLSO.
           IF CRD-SALDO NOT GREATER THAN ZEROS
             GO TO 0260-CALCULAR-MINIMO-FIM
           END-IF.
           COMPUTE WRK-MINIMO ROUNDED =
                   CRD-SALDO * CRD-PERC-MINIMO / 100.
           IF WRK-MINIMO LESS THAN WRK-MINIMO-ABSOLUTO
             MOVE WRK-MINIMO-ABSOLUTO TO WRK-MINIMO
           END-IF.
           IF WRK-MINIMO GREATER THAN CRD-SALDO
             MOVE CRD-SALDO TO WRK-MINIMO
           END-IF.
           EVALUATE CRD-MODALIDADE
             WHEN "T"
               MOVE CRD-SALDO      TO WRK-REEMBOLSO
             WHEN "F"
               MOVE CRD-VALOR-FIXO TO WRK-REEMBOLSO
               IF WRK-REEMBOLSO LESS THAN WRK-MINIMO
                 MOVE WRK-MINIMO   TO WRK-REEMBOLSO
               END-IF
               IF WRK-REEMBOLSO GREATER THAN CRD-SALDO
                 MOVE CRD-SALDO    TO WRK-REEMBOLSO
               END-IF
             WHEN OTHER
               MOVE WRK-MINIMO     TO WRK-REEMBOLSO
           END-EVALUATE.
       0260-CALCULAR-MINIMO-FIM.  EXIT.
      **************************************************
      *  SEM COBERTURA PARA O REEMBOLSO ESCOLHIDO COBRA*
      *  SO O MINIMO; SEM COBERTURA NEM PARA ESSE, O   *
      *  MINIMO FICA EM FALTA E SEGUE PARA A COBRANCA  *
      *  A CONTA QUE A POSTAGEM RECUSA NOS DEBITOS     *
      *  (CONGELADA, ENCERRADA, HERANCA, DOCUMENTO     *
      *  CADUCADO) NAO E COBRADA; O SALDO CATIVO NAO   *
      *  CONTA COMO COBERTURA                          *
      **************************************************
       0270-COBRAR-REEMBOLSO                     SECTION.
           MOVE ZEROS     TO WRK-COBRADO.
           MOVE CRD-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI EQUAL "00" AND
              REG-ARQCLI-STATUS NOT EQUAL "F" AND "E" AND "O"
                                      AND "K"
             PERFORM 0216-SOMAR-CATIVOS
             COMPUTE WRK-DISPONIVEL =
                     REG-ARQCLI-SALDO - WRK-TOT-CATIVOS
             IF WRK-REEMBOLSO NOT GREATER THAN WRK-DISPONIVEL
               MOVE WRK-REEMBOLSO TO WRK-COBRADO
             ELSE
               IF WRK-MINIMO NOT GREATER THAN WRK-DISPONIVEL
                 MOVE WRK-MINIMO  TO WRK-COBRADO
               END-IF
             END-IF
           END-IF.
           MOVE SPACES TO WRK-E-DATA.
           IF WRK-COBRADO EQUAL ZEROS
             MOVE WRK-MINIMO TO CRD-MIN-EM-FALTA
             ADD 1          TO CRD-MESES-ATRASO
             MOVE CRD-CHAVE        TO ATR-CHAVE
             MOVE WRK-NUM-CARTAO   TO ATR-NUM
             MOVE CRD-MIN-EM-FALTA TO ATR-PRESTACAO
             MOVE WRK-DATA-PROC    TO ATR-VENCIDA-EM
             MOVE CRD-MESES-ATRASO TO ATR-MESES-ATRASO
             MOVE "MINIMO DO CARTAO EM FALTA" TO ATR-MOTIVO
             WRITE REG-ATRASREL
             ADD 1 TO WRK-CONTADOR-EM-FALTA
             MOVE "REEMBOLSO NAO COBRADO - SEM SALDO" TO WRK-E-DESCR
             MOVE ZEROS            TO WRK-E-VALOR
             PERFORM 0235-ESCREVER-LINHA
             GO TO 0270-COBRAR-REEMBOLSO-FIM
           END-IF.
           MOVE CRD-CHAVE         TO MOV-CHAVE.
           MOVE "D"               TO MOV-TIPO.
           MOVE WRK-COBRADO       TO MOV-VALOR.
           MOVE REG-ARQCLI-MOEDA  TO MOV-MOEDA.
           MOVE WRK-DATA-PROC     TO MOV-DATA-VALOR.
           WRITE REG-MOVDIA.
           SUBTRACT WRK-COBRADO FROM CRD-SALDO.
           MOVE WRK-COBRADO       TO CRD-PAGO-CICLO.
           MOVE ZEROS             TO CRD-MIN-EM-FALTA.
           MOVE ZEROS             TO CRD-MESES-ATRASO.
           ADD 1 TO WRK-CONTADOR-COBRADOS.
           MOVE "A DEBITAR NA CONTA " TO WRK-E-DESCR.
           MOVE CRD-CHAVE         TO WRK-E-DESCR(20:9).
           MOVE WRK-COBRADO       TO WRK-E-VALOR.
           PERFORM 0235-ESCREVER-LINHA.
       0270-COBRAR-REEMBOLSO-FIM.  EXIT.
      **************************************************
      *  SOMA OS CATIVOS ATIVOS E NAO EXPIRADOS DA     *
      *  CONTA (VER COBVSA55) - O CLIENTE SO PODE      *
      *  GASTAR O SALDO MENOS ESTA SOMA                *
      **************************************************
       0216-SOMAR-CATIVOS                        SECTION.
           MOVE ZEROS            TO WRK-TOT-CATIVOS.
           MOVE "N"              TO WRK-FIM-CATIVOS.
           MOVE REG-ARQCLI-CHAVE TO CAT-CONTA.
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
                 IF CAT-CONTA NOT EQUAL REG-ARQCLI-CHAVE
                   MOVE "S"      TO WRK-FIM-CATIVOS
                 ELSE
                   IF CAT-ESTADO EQUAL "A" AND
                      (CAT-DATA-FIM EQUAL ZEROS OR
                       CAT-DATA-FIM NOT LESS THAN WRK-DATA-PROC)
                     ADD CAT-VALOR TO WRK-TOT-CATIVOS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0216-SOMAR-CATIVOS-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR          TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "CARTOES LIDOS......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EXTRATOS TO WRK-CONTADOR-IDE.
           DISPLAY "EXTRATOS EMITIDOS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RETIDOS  TO WRK-CONTADOR-IDE.
           DISPLAY "EXTRATOS RETIDOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-JA-FEITOS TO WRK-CONTADOR-IDE.
           DISPLAY "JA COM EXTRATO HOJE... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-JUROS    TO WRK-CONTADOR-IDE.
           DISPLAY "CARTOES COM JUROS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-COBRADOS TO WRK-CONTADOR-IDE.
           DISPLAY "REEMBOLSOS COBRADOS... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EM-FALTA TO WRK-CONTADOR-IDE.
           DISPLAY "MINIMOS EM FALTA...... " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CRD.
           IF WRK-FS-CARTCRD NOT EQUAL "00" AND "10"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-CARTCRD
           END-IF.
           CLOSE AQL.
           CLOSE CAT.
           IF WRK-TEM-ATMHIST EQUAL "S"
             CLOSE AHS
           END-IF.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLM
           END-IF.
           IF WRK-TEM-CORRRET EQUAL "S"
             CLOSE CRR
           END-IF.
           CLOSE MVC.
           CLOSE EXT.
           CLOSE ATR.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

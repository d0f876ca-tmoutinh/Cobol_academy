      *            A GRAVACAO NO FICHEIRO DE COMPENSACAO
      *            FALHAR) E CONSTROI O FICHEIRO DE LAYOUT
      *            FIXO COMPSAI PARA A CAMARA - RECUSAS EM
      *            TRFREJ COM O MOTIVO - SO SE TRANSFERE O
      *            SALDO DISPONIVEL (SALDO MENOS CATIVOS) -
      *            CADA TRANSFERENCIA ENVIADA FICA NO TRFENV
      *            PELA REFERENCIA, PARA AS DEVOLUCOES DA
      *            CAMARA (COBVSA59); REFERENCIA EM FALTA OU
      *            REPETIDA E RECUSADA
      *            PEDIDO COM DATA FUTURA (SALARIOS PARA OUTROS
      *            BANCOS DA PONTE COBVSA23, COM A DATA DE
      *            PAGAMENTO) NAO E DEBITADO NEM ENVIADO: SEGUE
      *            TAL COMO ESTA PARA O TRFDIF, QUE ENTRA NO
      *            TRFPED DOS DIAS SEGUINTES ATE CHEGAR A DATA
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * MOVHIST     EXTEND      -----
      * COMPSAI     OUTPUT      -----
      * TRFREJ      OUTPUT      -----
      * CATIVOS     INPUT       BOOKCAT
      * TRFENV      I-O         BOOKTRF
      * TRFDIF      OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
           SELECT SAI ASSIGN TO COMPSAI
           FILE STATUS IS WRK-FS-COMPSAI.

           SELECT CAT ASSIGN TO CATIVOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CAT-CHAVE
           FILE STATUS   IS WRK-FS-CATIVOS.

           SELECT ENV ASSIGN TO TRFENV
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS TRE-REFER
           FILE STATUS   IS WRK-FS-TRFENV.

           SELECT REJ ASSIGN TO TRFREJ
           FILE STATUS IS WRK-FS-TRFREJ.

           SELECT DIF ASSIGN TO TRFDIF
           FILE STATUS IS WRK-FS-TRFDIF.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD HST
           RECORDING MODE IS F
          05 SAI-DATA             PIC 9(08).
          05 SAI-REFER            PIC X(20).

       FD CAT.
       COPY BOOKCAT.

       FD ENV.
       COPY BOOKTRF.

       FD REJ
           RECORDING MODE IS F.
       01 REG-TRFREJ.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 REJ-MOTIVO           PIC X(25).

      *    MESMO DESENHO DO TRFPED
       FD DIF
           RECORDING MODE IS F
           RECORD CONTAINS 72 CHARACTERS.
       01 REG-TRFDIF              PIC X(72).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-TRFPED           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-COMPSAI          PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRFREJ           PIC X(02) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-DISPONIVEL          PIC S9(09)V99 COMP VALUE ZEROS.
      *------------- CATIVOS DE SALDO (VER COBVSA55) ------
       77 WRK-FS-CATIVOS          PIC X(02) VALUE ZEROS.
       77 WRK-CATIVO-CONTA        PIC X(09) VALUE SPACES.
       77 WRK-CATIVO-DATA         PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-CATIVOS         PIC X(01) VALUE "N".
       77 WRK-TOT-CATIVOS         PIC S9(07)V99 COMP VALUE ZEROS.
       77 WRK-FS-TRFENV           PIC X(02) VALUE ZEROS.
       01 WRK-IBAN-AREA.
          05 WRK-IBN-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-IBN-CHAVE        PIC X(09) VALUE SPACES.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ENVIADAS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADAS  PIC 9(10) COMP VALUE 0.
      *------------- PEDIDOS COM DATA FUTURA --------------
       77 WRK-FS-TRFDIF           PIC X(02) VALUE ZEROS.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-CONTADOR-ADIADAS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           OPEN INPUT PED.
           IF WRK-FS-TRFPED NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA TRFPED - STATUS "
                     WRK-FS-COMPSAI
             GOBACK
           END-IF.
      *    SEM OS CATIVOS NAO SE SABE O QUE O CLIENTE
      *    PODE GASTAR - NADA E DEBITADO
           OPEN INPUT CAT.
           IF WRK-FS-CATIVOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CATIVOS - STATUS "
                     WRK-FS-CATIVOS
             GOBACK
           END-IF.
      *    SEM O REGISTO DAS ENVIADAS UMA DEVOLUCAO DA
      *    CAMARA NAO TERIA A QUEM SER CREDITADA
           OPEN I-O ENV.
           IF WRK-FS-TRFENV EQUAL "35"
             OPEN OUTPUT ENV
             CLOSE ENV
             OPEN I-O ENV
           END-IF.
           IF WRK-FS-TRFENV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA TRFENV - STATUS "
                     WRK-FS-TRFENV
             GOBACK
           END-IF.
           OPEN OUTPUT REJ.
           OPEN OUTPUT DIF.
           IF WRK-FS-TRFDIF NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA TRFDIF - STATUS "
                     WRK-FS-TRFDIF
             GOBACK
           END-IF.
           READ PED.
           IF WRK-FS-TRFPED EQUAL "10"
             DISPLAY "ARQUIVO TRFPED VAZIO"
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR.
           MOVE SPACES TO WRK-MOTIVO.
      *    SO SE ENVIA NA DATA DO PEDIDO (DATA DE PAGAMENTO)
           IF PED-DATA GREATER THAN WRK-DATA-PROC
             WRITE REG-TRFDIF FROM REG-TRFPED
             ADD 1 TO WRK-CONTADOR-ADIADAS
             GO TO 0200-PROCESSAR-LER
           END-IF.
      *    O DESTINO TEM DE SER UM IBAN VALIDO DE OUTRO
      *    BANCO - PARA O NOSSO BANCO USA-SE A
      *    TRANSFERENCIA INTERNA (COBVSA08)
             WHEN OTHER
               MOVE "IBAN DESTINO INVALIDO"   TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO EQUAL SPACES
             IF PED-REFER EQUAL SPACES
               MOVE "REFERENCIA EM FALTA"     TO WRK-MOTIVO
             ELSE
               MOVE PED-REFER TO TRE-REFER
               READ ENV
               IF WRK-FS-TRFENV EQUAL "00"
                 MOVE "REFERENCIA REPETIDA"   TO WRK-MOTIVO
               END-IF
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE PED-CHAVE TO REG-ARQCLI-CHAVE
             READ AQL
                   MOVE "CONTA EM HERANCA"  TO WRK-MOTIVO
                 WHEN PED-VALOR GREATER THAN REG-ARQCLI-SALDO
                   MOVE "SALDO INSUFICIENTE" TO WRK-MOTIVO
                 WHEN OTHER
                   MOVE PED-CHAVE TO WRK-CATIVO-CONTA
                   MOVE PED-DATA  TO WRK-CATIVO-DATA
                   PERFORM 0216-SOMAR-CATIVOS
                   COMPUTE WRK-DISPONIVEL =
                           REG-ARQCLI-SALDO - WRK-TOT-CATIVOS
                   IF PED-VALOR GREATER THAN WRK-DISPONIVEL
                     MOVE "SALDO CATIVO"     TO WRK-MOTIVO
                   END-IF
               END-EVALUATE
             END-IF
           END-IF.
           ELSE
             PERFORM 0230-RECUSAR
           END-IF.
       0200-PROCESSAR-LER.
           READ PED.
       0200-PROCESSAR-FIM.    EXIT.
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
      *  DEBITA E GRAVA NA COMPENSACAO - SE A GRAVACAO *
      *  FALHAR O DEBITO E DESFEITO NA MESMA EXECUCAO, *
      *  NUNCA FICA UMA PERNA SOLTA (VER COBVSA08)     *
           MOVE PED-DATA         TO HST-DATA-VALOR.
           MOVE PED-DATA         TO HST-DATA-PROC.
           WRITE REG-MOVHIST.
           MOVE PED-REFER        TO TRE-REFER.
           MOVE PED-CHAVE        TO TRE-CHAVE.
           MOVE PED-IBAN-DEST    TO TRE-IBAN-DEST.
           MOVE PED-VALOR        TO TRE-VALOR.
           MOVE REG-ARQCLI-MOEDA TO TRE-MOEDA.
           MOVE PED-DATA         TO TRE-DATA.
           MOVE "E"              TO TRE-ESTADO.
           MOVE ZEROS            TO TRE-DATA-DEV.
           MOVE SPACES           TO TRE-MOTIVO-DEV.
           WRITE REG-TRFENV
             INVALID KEY
               DISPLAY "ERRO NA GRAVACAO DO TRFENV " TRE-REFER
           END-WRITE.
           ADD 1 TO WRK-CONTADOR-ENVIADAS.
       0220-DEBITAR-E-ENVIAR-FIM.  EXIT.
      **************************************************
           DISPLAY "TRANSFERENCIAS ENVIADAS " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADAS TO WRK-CONTADOR-IDE.
           DISPLAY "PEDIDOS RECUSADOS..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-ADIADAS   TO WRK-CONTADOR-IDE.
           DISPLAY "ADIADOS (DATA FUTURA). " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE HST.
           CLOSE SAI.
           CLOSE REJ.
           CLOSE CAT.
           CLOSE ENV.
           CLOSE DIF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.  TR00PBA4.
      *===================================================
      *   AUTOR: TRUTT
      *   OBJETIVO: LINHA DE BLOQUEIO DE CARTOES - O
      *             OPERADOR ENCONTRA O CARTAO PELO NUMERO
      *             (CARTMST) OU PELA AGENCIA+CONTA (CAMINHO
      *             CARTCHV SOBRE CAR-CHAVE, PF8 PERCORRE OS
      *             CARTOES DA CONTA) E BLOQUEIA-O NA HORA
      *             COMO PERDIDO (P), ROUBADO (R) OU BLOQUEIO
      *             TEMPORARIO (B) - O COBVSA27 RECUSA LOGO A
      *             SEGUIR. O BLOQUEIO FICA NO CARTBLQ COM O
      *             MOTIVO E O OPERADOR, O PERDIDO/ROUBADO
      *             PEDE A SEGUNDA VIA NA FILA CPED (CARTPED
      *             DO COBVSA26) LIGADA AO CARTAO ANTIGO E
      *             TUDO VAI AO JORNAL DA FILA AUDT, COMO NO
      *             TR00PBA1 - O COBARQ49 MANDA OS BLOQUEIOS
      *             DO DIA AO ADQUIRENTE
      *   DATA: 15/10/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA                                      DIVISION.
       WORKING-STORAGE                            SECTION.
           COPY TR00MCA.
           COPY DFHAID.
           COPY BOOKBLQ.
       01 WRK-CARTAO.
         05 WRK-CAR-NUMERO                PIC X(16).
         05 WRK-CAR-CHAVE.
            10 WRK-CAR-AGENCIA            PIC 9(04).
            10 WRK-CAR-CONTA              PIC 9(05).
         05 WRK-CAR-STATUS                PIC X(01) VALUE SPACES.
         05 WRK-CAR-VALIDADE              PIC 9(08) VALUE ZEROS.
         05 WRK-CAR-LIM-DIARIO            PIC 9(06)V99 VALUE ZEROS.
         05 WRK-CAR-REPRESENTANTE         PIC X(09) VALUE SPACES.
      *------------- PEDIDO DE SEGUNDA VIA (CARTPED) -------
       01 WRK-PEDIDO.
         05 WRK-PED-CHAVE                 PIC X(09).
         05 WRK-PED-LIM-DIARIO            PIC 9(06)V99.
         05 WRK-PED-REPRESENTANTE         PIC X(09).
         05 WRK-PED-CARTAO-ANT            PIC X(16).
      *------------- AREA DE CONVERSACAO -------------------
       01 WRK-COMMAREA.
         05 WRK-CA-NUMERO                 PIC X(16).
         05 WRK-CA-CHAVE                  PIC X(09).
       01 WRK-CHAVE-PESQ.
         05 WRK-PESQ-AGENCIA              PIC 9(04).
         05 WRK-PESQ-CONTA                PIC 9(05).
       77 WRK-RESP                        PIC S9(08) COMP VALUE ZERO.
       77 WRK-ABSTIME                     PIC S9(15) COMP-3 VALUE ZERO.
       77 WRK-ACHOU                       PIC X(01) VALUE "N".
       77 WRK-FIM-CONTA                   PIC X(01) VALUE "N".
       77 WRK-STATUS-ANT                  PIC X(01) VALUE SPACES.
       77 WRK-NUMERO-ATUAL                PIC X(16) VALUE SPACES.
       77 WRK-VALOR-IDE                   PIC ZZZ.ZZ9,99.
       01 WRK-JORNAL.
         05 WRK-JRN-DATA                  PIC 9(08).
         05 FILLER                        PIC X(01) VALUE SPACE.
         05 WRK-JRN-HORA                  PIC 9(06).
         05 FILLER                        PIC X(01) VALUE SPACE.
         05 WRK-JRN-OPERACAO              PIC X(09).
         05 FILLER                        PIC X(01) VALUE SPACE.
         05 WRK-JRN-CHAVE                 PIC X(09).
         05 FILLER                        PIC X(01) VALUE SPACE.
         05 WRK-JRN-NOME                  PIC X(30).
         05 FILLER                        PIC X(01) VALUE SPACE.
         05 WRK-JRN-SALDO-ANTES           PIC S9(06)V99.
         05 FILLER                        PIC X(01) VALUE SPACE.
         05 WRK-JRN-SALDO-DEPOIS          PIC S9(06)V99.
         05 FILLER                        PIC X(01) VALUE SPACE.
         05 WRK-JRN-USERID                PIC X(08).
       LINKAGE                                   SECTION.
       01 DFHCOMMAREA.
         05 CA-NUMERO                     PIC X(16).
         05 CA-CHAVE                      PIC X(09).
       PROCEDURE                                 DIVISION.

           IF EIBCALEN EQUAL ZERO
             MOVE LOW-VALUES      TO WRK-COMMAREA
           ELSE
             MOVE DFHCOMMAREA     TO WRK-COMMAREA
           END-IF.

           EXEC CICS SEND
                MAPSET('TR00MCA')
                MAP('CARTHOTA')
                MAPONLY
                ERASE
           END-EXEC.

           EXEC CICS RECEIVE
                MAPSET('TR00MCA')
                MAP('CARTHOTA')
                INTO(CARTHOTAI)
           END-EXEC.

           EVALUATE EIBAID
               WHEN DFHPF5
                 PERFORM 0300-BLOQUEAR
               WHEN DFHPF8
                 PERFORM 0500-SEGUINTE-CONTA
               WHEN OTHER
                 PERFORM 0200-CONSULTAR
           END-EVALUATE.

           EXEC CICS SEND
                MAPSET('TR00MCA')
                MAP('CARTHOTA')
                DATAONLY
           END-EXEC.

           EXEC CICS
                RETURN
                TRANSID(EIBTRNID)
                COMMAREA(WRK-COMMAREA)
                LENGTH(25)
           END-EXEC.

      ***************************************************
      *  PELO NUMERO DO CARTAO OU, NA FALTA DELE, PELO *
      *  PRIMEIRO CARTAO DA AGENCIA+CONTA              *
      ***************************************************
       0200-CONSULTAR                            SECTION.
           MOVE SPACES         TO MSGO.
           MOVE ZERO           TO WRK-RESP.
           IF NUMCARTI NOT EQUAL SPACES AND
              NUMCARTI NOT EQUAL LOW-VALUES
             MOVE NUMCARTI  TO WRK-CAR-NUMERO
             PERFORM 0210-LER-CARTAO
             IF WRK-ACHOU EQUAL "S"
               PERFORM 0600-MOSTRAR
             ELSE
               MOVE 'CARTAO NAO ENCONTRADO' TO MSGO
             END-IF
           ELSE
             IF AGENCIAI NOT NUMERIC OR CONTAI NOT NUMERIC
               MOVE 'INDIQUE O CARTAO OU A AGENCIA/CONTA' TO MSGO
             ELSE
               MOVE AGENCIAI     TO WRK-PESQ-AGENCIA
               MOVE CONTAI       TO WRK-PESQ-CONTA
               MOVE LOW-VALUES   TO WRK-CA-NUMERO
               PERFORM 0250-PROCURAR-NA-CONTA
               IF WRK-ACHOU EQUAL "S"
                 PERFORM 0600-MOSTRAR
                 MOVE 'PRIMEIRO CARTAO DA CONTA' TO MSGO
               ELSE
                 MOVE 'CONTA SEM CARTOES' TO MSGO
               END-IF
             END-IF
           END-IF.
       0200-CONSULTAR-FIM.  EXIT.
      ***************************************************
       0210-LER-CARTAO                           SECTION.
           MOVE "N"            TO WRK-ACHOU.
           EXEC CICS READ
                FILE('CARTMST')
                RIDFLD(WRK-CAR-NUMERO)
                KEYLENGTH(16)
                INTO(WRK-CARTAO)
                RESP(WRK-RESP)
           END-EXEC.
           IF WRK-RESP EQUAL DFHRESP(NORMAL)
             MOVE "S"            TO WRK-ACHOU
             MOVE WRK-CAR-NUMERO TO WRK-CA-NUMERO
             MOVE WRK-CAR-CHAVE  TO WRK-CA-CHAVE
           END-IF.
       0210-LER-CARTAO-FIM. EXIT.
      ***************************************************
      *  PERCORRE OS CARTOES DA CONTA PELO CAMINHO     *
      *  CARTCHV - SEM WRK-CA-NUMERO DEVOLVE O         *
      *  PRIMEIRO, COM ELE DEVOLVE O QUE SE LHE SEGUE  *
      ***************************************************
       0250-PROCURAR-NA-CONTA                    SECTION.
           MOVE "N"            TO WRK-ACHOU.
           MOVE "N"            TO WRK-FIM-CONTA.
           EXEC CICS STARTBR
                FILE('CARTCHV')
                RIDFLD(WRK-CHAVE-PESQ)
                KEYLENGTH(9)
                EQUAL
                RESP(WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
             GO TO 0250-PROCURAR-NA-CONTA-FIM
           END-IF.
           PERFORM UNTIL WRK-ACHOU EQUAL "S" OR
                         WRK-FIM-CONTA EQUAL "S"
             EXEC CICS READNEXT
                  FILE('CARTCHV')
                  RIDFLD(WRK-CHAVE-PESQ)
                  KEYLENGTH(9)
                  INTO(WRK-CARTAO)
                  RESP(WRK-RESP)
             END-EXEC
             IF (WRK-RESP EQUAL DFHRESP(NORMAL) OR
                 WRK-RESP EQUAL DFHRESP(DUPKEY)) AND
                WRK-CAR-CHAVE EQUAL WRK-CHAVE-PESQ
               IF WRK-CA-NUMERO EQUAL LOW-VALUES
                 MOVE "S" TO WRK-ACHOU
               ELSE
                 IF WRK-CAR-NUMERO EQUAL WRK-CA-NUMERO
                   MOVE LOW-VALUES TO WRK-CA-NUMERO
                 END-IF
               END-IF
             ELSE
               MOVE "S" TO WRK-FIM-CONTA
             END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('CARTCHV')
           END-EXEC.
           IF WRK-ACHOU EQUAL "S"
             MOVE WRK-CAR-NUMERO TO WRK-CA-NUMERO
             MOVE WRK-CAR-CHAVE  TO WRK-CA-CHAVE
           END-IF.
       0250-PROCURAR-NA-CONTA-FIM.  EXIT.
      ***************************************************
      *  BLOQUEIO NA HORA - CANCELADO, PERDIDO E       *
      *  ROUBADO SAO FINAIS; O TEMPORARIO AINDA PODE   *
      *  PASSAR A PERDIDO OU ROUBADO. O DESBLOQUEIO    *
      *  DO TEMPORARIO FAZ-SE NO COBVSA25              *
      ***************************************************
       0300-BLOQUEAR                             SECTION.
           MOVE SPACES          TO MSGO.
           MOVE ZERO            TO WRK-RESP.
           IF NUMCARTI NOT EQUAL SPACES AND
              NUMCARTI NOT EQUAL LOW-VALUES
             MOVE NUMCARTI      TO WRK-CAR-NUMERO
           ELSE
             IF WRK-CA-NUMERO EQUAL LOW-VALUES
               MOVE 'CONSULTE PRIMEIRO UM CARTAO' TO MSGO
               GO TO 0300-BLOQUEAR-FIM
             END-IF
             MOVE WRK-CA-NUMERO TO WRK-CAR-NUMERO
           END-IF.
           IF ACAOI NOT EQUAL 'P' AND 'R' AND 'B'
             MOVE 'BLOQUEIO INVALIDO - P, R OU B' TO MSGO
             GO TO 0300-BLOQUEAR-FIM
           END-IF.
           IF MOTIVOI EQUAL SPACES OR MOTIVOI EQUAL LOW-VALUES
             MOVE 'INDIQUE O MOTIVO DO BLOQUEIO' TO MSGO
             GO TO 0300-BLOQUEAR-FIM
           END-IF.
           EXEC CICS READ
                FILE('CARTMST')
                RIDFLD(WRK-CAR-NUMERO)
                KEYLENGTH(16)
                INTO(WRK-CARTAO)
                UPDATE
                RESP(WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE 'CARTAO NAO ENCONTRADO' TO MSGO
             GO TO 0300-BLOQUEAR-FIM
           END-IF.
           MOVE WRK-CAR-NUMERO TO WRK-CA-NUMERO.
           MOVE WRK-CAR-CHAVE  TO WRK-CA-CHAVE.
           IF WRK-CAR-STATUS EQUAL 'C' OR 'P' OR 'R' OR
              (WRK-CAR-STATUS EQUAL 'B' AND ACAOI EQUAL 'B')
             EXEC CICS UNLOCK
                  FILE('CARTMST')
             END-EXEC
             PERFORM 0600-MOSTRAR
             MOVE 'CARTAO JA BLOQUEADO OU CANCELADO' TO MSGO
             GO TO 0300-BLOQUEAR-FIM
           END-IF.
           MOVE WRK-CAR-STATUS TO WRK-STATUS-ANT.
           MOVE ACAOI          TO WRK-CAR-STATUS.
           EXEC CICS REWRITE
                FILE('CARTMST')
                FROM(WRK-CARTAO)
                RESP(WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE 'ERRO NA ATUALIZACAO' TO MSGO
             GO TO 0300-BLOQUEAR-FIM
           END-IF.
           EXEC CICS ASKTIME
                ABSTIME(WRK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WRK-ABSTIME)
                YYYYMMDD(WRK-JRN-DATA)
                TIME(WRK-JRN-HORA)
           END-EXEC.
           EXEC CICS ASSIGN
                USERID(WRK-JRN-USERID)
           END-EXEC.
           PERFORM 0700-REGISTAR-BLOQUEIO.
      *    SEM O REGISTO NO CARTBLQ O ADQUIRENTE NAO SABE
      *    DO BLOQUEIO - DESFAZ-SE A ATUALIZACAO DO CARTMST
      *    E O OPERADOR REPETE
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
             EXEC CICS SYNCPOINT
                  ROLLBACK
             END-EXEC
             MOVE WRK-STATUS-ANT TO WRK-CAR-STATUS
             PERFORM 0600-MOSTRAR
             GO TO 0300-BLOQUEAR-FIM
           END-IF.
      *    A FILA CPED NAO E RECUPERAVEL - O PEDIDO DE
      *    SEGUNDA VIA SO SE ESCREVE DEPOIS DO CARTBLQ, E SE
      *    FALHAR DESFAZ-SE O BLOQUEIO TODO
           IF BLQ-SEGUNDA-VIA EQUAL 'S'
             PERFORM 0710-PEDIR-SEGUNDA-VIA
             IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                    ROLLBACK
               END-EXEC
               MOVE WRK-STATUS-ANT TO WRK-CAR-STATUS
               PERFORM 0600-MOSTRAR
               GO TO 0300-BLOQUEAR-FIM
             END-IF
           END-IF.
           PERFORM 0720-JORNAL.
           PERFORM 0600-MOSTRAR.
           IF BLQ-SEGUNDA-VIA EQUAL 'S'
             MOVE 'CARTAO BLOQUEADO - SEGUNDA VIA PEDIDA' TO MSGO
           ELSE
             MOVE 'CARTAO BLOQUEADO' TO MSGO
           END-IF.
       0300-BLOQUEAR-FIM.   EXIT.
      ***************************************************
       0500-SEGUINTE-CONTA                       SECTION.
           MOVE SPACES TO MSGO.
           MOVE ZERO   TO WRK-RESP.
           IF WRK-CA-NUMERO EQUAL LOW-VALUES
             MOVE 'CONSULTE PRIMEIRO UM CARTAO' TO MSGO
             GO TO 0500-SEGUINTE-CONTA-FIM
           END-IF.
           MOVE WRK-CA-CHAVE   TO WRK-CHAVE-PESQ.
           MOVE WRK-CA-NUMERO  TO WRK-NUMERO-ATUAL.
           PERFORM 0250-PROCURAR-NA-CONTA.
           IF WRK-ACHOU EQUAL "S"
             PERFORM 0600-MOSTRAR
             MOVE 'CARTAO SEGUINTE DA CONTA' TO MSGO
           ELSE
      *      VOLTA A MOSTRAR O CARTAO EM QUE SE ESTAVA
             MOVE WRK-NUMERO-ATUAL TO WRK-CAR-NUMERO
             PERFORM 0210-LER-CARTAO
             IF WRK-ACHOU EQUAL "S"
               PERFORM 0600-MOSTRAR
             END-IF
             MOVE 'NAO HA MAIS CARTOES NA CONTA' TO MSGO
           END-IF.
       0500-SEGUINTE-CONTA-FIM.  EXIT.
      ***************************************************
       0600-MOSTRAR                              SECTION.
           MOVE WRK-CAR-NUMERO     TO NUMCARTO.
           MOVE WRK-CAR-AGENCIA    TO AGENCIAO.
           MOVE WRK-CAR-CONTA      TO CONTAO.
           MOVE WRK-CAR-CHAVE      TO CHAVEO.
           MOVE WRK-CAR-STATUS     TO STATUSO.
           EVALUATE WRK-CAR-STATUS
               WHEN 'A'
                 MOVE 'ATIVO'               TO DSTATUSO
               WHEN 'S'
                 MOVE 'SUSPENSO'            TO DSTATUSO
               WHEN 'C'
                 MOVE 'CANCELADO'           TO DSTATUSO
               WHEN 'P'
                 MOVE 'PERDIDO'             TO DSTATUSO
               WHEN 'R'
                 MOVE 'ROUBADO'             TO DSTATUSO
               WHEN 'B'
                 MOVE 'BLOQUEIO TEMPORARIO' TO DSTATUSO
               WHEN OTHER
                 MOVE SPACES                TO DSTATUSO
           END-EVALUATE.
           MOVE WRK-CAR-VALIDADE   TO VALIDADO.
           MOVE WRK-CAR-LIM-DIARIO TO WRK-VALOR-IDE.
           MOVE WRK-VALOR-IDE      TO LIMITEO.
       0600-MOSTRAR-FIM.    EXIT.
      ***************************************************
      *  REGISTO DO BLOQUEIO NO CARTBLQ - E DAQUI QUE  *
      *  O COBARQ49 TIRA O FICHEIRO PARA O ADQUIRENTE; *
      *  O PERDIDO/ROUBADO JA LEVA A SEGUNDA VIA, QUE  *
      *  SE PEDE A SEGUIR                              *
      ***************************************************
       0700-REGISTAR-BLOQUEIO                    SECTION.
           IF WRK-CAR-STATUS EQUAL 'P' OR 'R'
             MOVE 'S'              TO BLQ-SEGUNDA-VIA
           ELSE
             MOVE 'N'              TO BLQ-SEGUNDA-VIA
           END-IF.
           MOVE WRK-CAR-NUMERO     TO BLQ-NUMERO.
           MOVE WRK-JRN-DATA       TO BLQ-DATA.
           MOVE WRK-JRN-HORA       TO BLQ-HORA.
           MOVE WRK-CAR-CHAVE      TO BLQ-CHAVE.
           MOVE WRK-CAR-STATUS     TO BLQ-TIPO.
           MOVE WRK-STATUS-ANT     TO BLQ-STATUS-ANT.
           MOVE MOTIVOI            TO BLQ-MOTIVO.
           MOVE WRK-JRN-USERID     TO BLQ-OPERADOR.
           MOVE 'N'                TO BLQ-ENVIADO.
           EXEC CICS WRITE
                FILE('CARTBLQ')
                FROM(REG-CARTBLQ)
                RIDFLD(BLQ-ID)
                RESP(WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE 'ERRO AO REGISTAR O BLOQUEIO' TO MSGO
           END-IF.
       0700-REGISTAR-BLOQUEIO-FIM.  EXIT.
      ***************************************************
      *  PERDIDO OU ROUBADO - PEDIDO DE SEGUNDA VIA NA *
      *  FILA CPED, QUE O BATCH JUNTA AO CARTPED DA    *
      *  NOITE; O NOVO CARTAO HERDA O LIMITE E O       *
      *  REPRESENTANTE LEGAL DO ANTIGO                 *
      ***************************************************
       0710-PEDIR-SEGUNDA-VIA                    SECTION.
           MOVE WRK-CAR-CHAVE         TO WRK-PED-CHAVE.
           MOVE WRK-CAR-LIM-DIARIO    TO WRK-PED-LIM-DIARIO.
           MOVE WRK-CAR-REPRESENTANTE TO WRK-PED-REPRESENTANTE.
           MOVE WRK-CAR-NUMERO        TO WRK-PED-CARTAO-ANT.
           EXEC CICS WRITEQ TD
                QUEUE('CPED')
                FROM(WRK-PEDIDO)
                LENGTH(42)
                RESP(WRK-RESP)
           END-EXEC.
           IF WRK-RESP NOT EQUAL DFHRESP(NORMAL)
             MOVE 'ERRO NO PEDIDO DA SEGUNDA VIA' TO MSGO
           END-IF.
       0710-PEDIR-SEGUNDA-VIA-FIM.  EXIT.
      ***************************************************
      *  JORNAL DO BLOQUEIO - O BATCH NOTURNO COPIA A  *
      *  FILA AUDT PARA O ARQCLIAUD                    *
      ***************************************************
       0720-JORNAL                               SECTION.
           EVALUATE WRK-CAR-STATUS
               WHEN 'P'
                 MOVE 'BLQ-PERD'  TO WRK-JRN-OPERACAO
               WHEN 'R'
                 MOVE 'BLQ-ROUB'  TO WRK-JRN-OPERACAO
               WHEN OTHER
                 MOVE 'BLQ-TEMP'  TO WRK-JRN-OPERACAO
           END-EVALUATE.
           MOVE WRK-CAR-CHAVE    TO WRK-JRN-CHAVE.
           MOVE WRK-CAR-NUMERO   TO WRK-JRN-NOME.
           MOVE ZEROS            TO WRK-JRN-SALDO-ANTES.
           MOVE ZEROS            TO WRK-JRN-SALDO-DEPOIS.
           EXEC CICS WRITEQ TD
                QUEUE('AUDT')
                FROM(WRK-JORNAL)
                LENGTH(93)
           END-EXEC.
       0720-JORNAL-FIM.     EXIT.
      ***************************************************

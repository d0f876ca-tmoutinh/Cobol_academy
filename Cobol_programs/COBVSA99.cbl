      *  AUTOR: TRUTT                                                   00040000
      *  OBJETIVO: CRUD DO ARQUIVO ARQCLI KSDS                          00050000
      *            CONSULTA/GRAVAÇÃO/EXCLUSAO E ALTERACAO               00051000
      *            CONTROLO DUPLO: A EXCLUSAO, O DESCONGELAMENTO
      *            E A ALTERACAO DE SALDO ACIMA DO LIMITE NAO
      *            TOCAM O ARQCLI - FICAM NO ARQCLIPND ATE UM
      *            SEGUNDO OPERADOR NIVEL T APROVAR (COBVSA70)
      *  DATA: 20/11/2023                                               00052000
      *==========================================                       00053000
       ENVIRONMENT                              DIVISION.               00054000
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS OPE-USERID
           FILE STATUS   IS WRK-FS-OPERMST.

           SELECT PND ASSIGN TO ARQCLIPND
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PND-ID
           FILE STATUS   IS WRK-FS-ARQCLIPND.
      *                                                                 00065000
       DATA                                     DIVISION.               00066000
       FILE                                      SECTION.               00067000
          05 REG-ARQCLI-MOEDA     PIC X(03).                            00081010
          05 REG-ARQCLI-STATUS    PIC X(01).                            00081015
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).
                                                                        00082000
       FD AUD                                                           00082100
           RECORDING MODE IS F.                                         00082200
          05 OPE-USERID           PIC X(08).
          05 OPE-NOME             PIC X(30).
          05 OPE-NIVEL            PIC X(01).
          05 OPE-IDFUN            PIC 9(05).

       FD PND.
       COPY BOOKPND.

       WORKING-STORAGE                           SECTION.               00083100
       01 WRK-REG-ARQCLI.                                               00083100
          05 WRK-ARQCLI-MOEDA     PIC X(03) VALUE SPACES.               00083410
          05 WRK-ARQCLI-STATUS    PIC X(01) VALUE "A".                  00083415
          05 WRK-ARQCLI-ULT-MOVTO PIC 9(08) VALUE ZEROES.
          05 WRK-ARQCLI-PRODUTO   PIC X(03) VALUE SPACES.
                                                                        00083501
       01 WRK-AUX.                                                      00083601
          05 WRK-STATUS           PIC X(25) VALUE SPACES.               00083701
       77 WRK-FS-OPERMST          PIC X(02) VALUE ZEROS.
       77 WRK-USERID              PIC X(08) VALUE SPACES.
       77 WRK-NIVEL-OPER          PIC X(01) VALUE SPACES.
      *-------------------------------------------------*
      *  CONTROLO DUPLO (ARQCLIPND, VER COBVSA70)       *
      *-------------------------------------------------*
       77 WRK-FS-ARQCLIPND        PIC X(02) VALUE ZEROS.
       77 WRK-LIMITE-APROVACAO    PIC 9(06)V99 VALUE 5000,00.
       77 WRK-DIFERENCA           PIC S9(07)V99 VALUE ZEROES.
       77 WRK-OPER-PENDENTE       PIC X(01) VALUE SPACES.
       77 WRK-HORA-SIS            PIC 9(08) VALUE ZEROS.
       01 WRK-DIGITO-AREA.
          05 WRK-DIG-FUNCAO       PIC X(01).
          05 WRK-DIG-CHAVE        PIC X(09).
             DISPLAY "CONTA CONGELADA - EXCLUSAO NAO PERMITIDA"          00110010
             MOVE "DID NOT DELETE"  TO WRK-STATUS                        00110015
           ELSE                                                          00110020
             IF WRK-FS-ARQCLI NOT EQUAL "00"                              00110101
               DISPLAY "CHAVE INEXISTENTE "                               00110201
               MOVE "DID NOT DELETE"  TO WRK-STATUS                       00110301
             ELSE
      *        A EXCLUSAO SO SE FAZ COM A APROVACAO DE OUTRO
      *        OPERADOR - FICA PENDENTE COM O REGISTO ATUAL
               MOVE REG-ARQCLI      TO WRK-REG-ARQCLI
               MOVE "E"             TO WRK-OPER-PENDENTE
               PERFORM 0280-PEDIR-APROVACAO
             END-IF                                                       00110401
           END-IF.                                                        00110410
       0220-EXCLUSAO-FIM.     EXIT.                                     00110601
                         " PODE ALTERAR O SALDO"                         00111234
                 MOVE "DID NOT WRITE" TO WRK-STATUS                      00111235
               ELSE                                                      00111236
                 COMPUTE WRK-DIFERENCA =
                         WRK-ARQCLI-SALDO - REG-ARQCLI-SALDO
                 IF WRK-DIFERENCA LESS THAN ZEROES
                   COMPUTE WRK-DIFERENCA = WRK-DIFERENCA * -1
                 END-IF
                 MOVE SPACES TO WRK-OPER-PENDENTE
                 IF WRK-DIFERENCA GREATER THAN WRK-LIMITE-APROVACAO
                   MOVE "A" TO WRK-OPER-PENDENTE
                 END-IF
                 IF REG-ARQCLI-STATUS EQUAL "F" AND
                    WRK-ARQCLI-STATUS NOT EQUAL "F"
                   MOVE "D" TO WRK-OPER-PENDENTE
                 END-IF
                 IF WRK-OPER-PENDENTE NOT EQUAL SPACES
                   PERFORM 0280-PEDIR-APROVACAO
                 ELSE
                   MOVE REG-ARQCLI-SALDO  TO WRK-SALDO-ANTES            00111220
                   MOVE WRK-ARQCLI-SALDO  TO WRK-SALDO-DEPOIS           00111240
                   REWRITE REG-ARQCLI     FROM WRK-REG-ARQCLI           00111301
                 END-IF
               END-IF                                                    00111237
             END-IF                                                       00111310
           ELSE                                                         00111401
           WRITE REG-AUDITORIA.                                         00113504
       0270-GRAVAR-AUDITORIA-FIM.  EXIT.                                00113505
      **************************************************
      *  CONTROLO DUPLO - O PEDIDO FICA NO ARQCLIPND   *
      *  COM O REGISTO ATUAL E A IMAGEM NOVA; SO O     *
      *  COBVSA70, COM OUTRO OPERADOR NIVEL T, O       *
      *  APLICA E AUDITA                               *
      **************************************************
       0280-PEDIR-APROVACAO                      SECTION.
           MOVE "PENDING APPROVAL" TO WRK-STATUS.
           OPEN I-O PND.
           IF WRK-FS-ARQCLIPND EQUAL "35"
             OPEN OUTPUT PND
             CLOSE PND
             OPEN I-O PND
           END-IF.
           IF WRK-FS-ARQCLIPND NOT EQUAL "00"
             DISPLAY "ARQCLIPND INDISPONIVEL - STATUS "
                     WRK-FS-ARQCLIPND
             DISPLAY "OPERACAO NAO EXECUTADA"
             GO TO 0280-PEDIR-APROVACAO-FIM
           END-IF.
           MOVE SPACES             TO REG-ARQCLIPND.
           ACCEPT PND-DATA         FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SIS     FROM TIME.
           MOVE WRK-HORA-SIS(1:6)  TO PND-HORA.
           MOVE REG-ARQCLI-CHAVE   TO PND-CHAVE.
           MOVE WRK-OPER-PENDENTE  TO PND-OPERACAO.
           MOVE "COBVSA99"         TO PND-ORIGEM.
           MOVE WRK-USERID         TO PND-USERID.
           MOVE REG-ARQCLI-SALDO   TO PND-SALDO-ANTES.
           MOVE REG-ARQCLI-STATUS  TO PND-STATUS-ANTES.
           MOVE WRK-REG-ARQCLI     TO PND-NOVO.
           MOVE "P"                TO PND-ESTADO.
           MOVE ZEROES             TO PND-DATA-DECISAO.
           WRITE REG-ARQCLIPND
             INVALID KEY
               DISPLAY "PEDIDO DUPLICADO - REPITA A OPERACAO"
               CLOSE PND
               GO TO 0280-PEDIR-APROVACAO-FIM
           END-WRITE.
           CLOSE PND.
           DISPLAY "PENDENTE DE APROVACAO POR OUTRO OPERADOR - "
                   PND-ID.
       0280-PEDIR-APROVACAO-FIM.  EXIT.
      **************************************************
      *  SELA O REGISTO DE AUDITORIA - NUMERO DE       *
      *  SEQUENCIA DA CORRIDA E VALOR DE PROVA         *
      *  ENCADEADO NO REGISTO ANTERIOR, QUE O COBVSA43 *

      *             ORDEM DE CHAVE E ALTERACAO DE NOME E
      *             STATUS COM JORNAL PARA A FILA AUDT, QUE
      *             O BATCH DESCARREGA PARA ARQCLIAUD
      *             O DESCONGELAMENTO NAO E FEITO NO BALCAO -
      *             FICA NO ARQCLIPND PARA UM SEGUNDO OPERADOR
      *             NIVEL T APROVAR (COBVSA70)
      *   DATA: 21/08/2026
      *===================================================
       DATA                                      DIVISION.
       WORKING-STORAGE                            SECTION.
           COPY TR00MBA.
           COPY DFHAID.
           COPY BOOKPND.
       01 WRK-RETORNO.
         05 WRK-CHAVE.
            10 WRK-CHAVE-AGENCIA       PIC 9(04).
         05 WRK-MOEDA                  PIC X(03) VALUE SPACES.
         05 WRK-STATUS                 PIC X(01) VALUE SPACES.
         05 WRK-ULT-MOVTO              PIC 9(08) VALUE ZEROS.
         05 WRK-PRODUTO                PIC X(03) VALUE SPACES.
       77 WRK-CHAVE-ATUAL              PIC X(09) VALUE LOW-VALUES.
       77 WRK-RESP                     PIC S9(08) COMP VALUE ZERO.
       77 WRK-SALDO-IDE                PIC -ZZZ.ZZ9,99.
                          FILE('ARQCLI')
                     END-EXEC
                   ELSE
                     IF WRK-STATUS EQUAL 'F' AND
                        (STATUSI EQUAL 'A' OR 'D')
                       EXEC CICS UNLOCK
                            FILE('ARQCLI')
                       END-EXEC
                       PERFORM 0800-PEDIR-APROVACAO
                     ELSE
                       IF NOMEI NOT EQUAL SPACES
                         MOVE NOMEI   TO WRK-NOME
                       END-IF
                       IF STATUSI EQUAL 'A' OR 'F' OR 'D'
                         MOVE STATUSI TO WRK-STATUS
                       END-IF
                       EXEC CICS REWRITE
                            FILE('ARQCLI')
                            FROM(WRK-RETORNO)
                            RESP(WRK-RESP)
                       END-EXEC
                       IF WRK-RESP EQUAL DFHRESP(NORMAL)
                         MOVE WRK-CHAVE TO WRK-CHAVE-ATUAL
                         PERFORM 0700-JORNAL
                         PERFORM 0600-MOSTRAR
                         MOVE 'REGISTO ATUALIZADO' TO MSGO
                       ELSE
                         MOVE 'ERRO NA ATUALIZACAO' TO MSGO
                       END-IF
                     END-IF
                   END-IF
                 WHEN OTHER
           END-EXEC.
       0700-JORNAL-FIM.     EXIT.
      ***************************************************
      *  DESCONGELAMENTO - PEDIDO NO ARQCLIPND COM O   *
      *  REGISTO ATUAL E A IMAGEM NOVA; O ARQCLI SO    *
      *  MUDA QUANDO OUTRO OPERADOR APROVAR            *
      ***************************************************
       0800-PEDIR-APROVACAO                      SECTION.
           MOVE SPACES           TO REG-ARQCLIPND.
           EXEC CICS ASKTIME
                ABSTIME(WRK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WRK-ABSTIME)
                YYYYMMDD(PND-DATA)
                TIME(PND-HORA)
           END-EXEC.
           MOVE WRK-CHAVE        TO PND-CHAVE.
           MOVE 'D'              TO PND-OPERACAO.
           MOVE 'TR00PBA1'       TO PND-ORIGEM.
           EXEC CICS ASSIGN
                USERID(PND-USERID)
           END-EXEC.
           MOVE WRK-SALDO        TO PND-SALDO-ANTES.
           MOVE WRK-STATUS       TO PND-STATUS-ANTES.
           IF NOMEI NOT EQUAL SPACES
             MOVE NOMEI          TO WRK-NOME
           END-IF.
           MOVE STATUSI          TO WRK-STATUS.
           MOVE WRK-RETORNO      TO PND-NOVO.
           MOVE 'P'              TO PND-ESTADO.
           MOVE ZERO             TO PND-DATA-DECISAO.
           EXEC CICS WRITE
                FILE('ARQCLIPND')
                FROM(REG-ARQCLIPND)
                RIDFLD(PND-ID)
                KEYLENGTH(23)
                RESP(WRK-RESP)
           END-EXEC.
           IF WRK-RESP EQUAL DFHRESP(NORMAL)
             MOVE 'DESCONGELAMENTO PENDENTE APROVACAO' TO MSGO
           ELSE
             MOVE 'PEDIDO NAO REGISTADO - REPITA' TO MSGO
           END-IF.
       0800-PEDIR-APROVACAO-FIM.  EXIT.
      ***************************************************

       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.  TR00PBA3.
      *===================================================
      *   AUTOR: TRUTT
      *   OBJETIVO: ECRA DE BALCAO DE CONSULTA DOS
      *             EMPRESTIMOS (EMPRST) - POR AGENCIA+
      *             CONTA+EMPRESTIMO MOSTRA AS CONDICOES DO
      *             CONTRATO, O SALDO DEVEDOR, A PROXIMA
      *             PRESTACAO E O CASO DE COBRANCA ABERTO
      *             (COBRANCA). PF7/PF8 PAGINAM O PLANO DAS
      *             PRESTACOES POR PAGAR COM A DIVISAO EM
      *             JUROS E CAPITAL E PF9 TROCA PARA A LISTA
      *             DAS PRESTACOES EM ATRASO COM OS DIAS DE
      *             ATRASO (COBOL020) - SO CONSULTA, NADA SE
      *             ATUALIZA
      *   DATA: 15/10/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       DATA                                      DIVISION.
       WORKING-STORAGE                            SECTION.
           COPY TR00MEM.
           COPY DFHAID.
       01 WRK-EMPRESTIMO.
         05 WRK-EMP-ID.
            10 WRK-EMP-CHAVE.
               15 WRK-EMP-AGENCIA         PIC 9(04).
               15 WRK-EMP-CONTA           PIC 9(05).
            10 WRK-EMP-NUM                PIC 9(03).
         05 WRK-EMP-CAPITAL               PIC 9(07)V99 VALUE ZEROS.
         05 WRK-EMP-TAXA-ANUAL            PIC 9(02)V9(04) VALUE ZEROS.
         05 WRK-EMP-PRAZO-MESES           PIC 9(03) VALUE ZEROS.
         05 WRK-EMP-PRESTACAO             PIC 9(06)V99 VALUE ZEROS.
         05 WRK-EMP-PROX-PREST            PIC 9(08) VALUE ZEROS.
         05 WRK-EMP-SALDO-DEV             PIC 9(07)V99 VALUE ZEROS.
         05 WRK-EMP-STATUS                PIC X(01) VALUE SPACES.
         05 WRK-EMP-TIPO-TAXA             PIC X(01) VALUE SPACES.
         05 WRK-EMP-INDEXANTE             PIC X(06) VALUE SPACES.
         05 WRK-EMP-SPREAD                PIC 9(02)V9(04) VALUE ZEROS.
         05 WRK-EMP-PERIODO-REV           PIC 9(02) VALUE ZEROS.
         05 WRK-EMP-DATA-REVISAO          PIC 9(08) VALUE ZEROS.
         05 WRK-EMP-REESTRUT              PIC X(01) VALUE SPACES.
         05 WRK-EMP-DATA-FIM-PROVA        PIC 9(08) VALUE ZEROS.
         05 WRK-EMP-COBRANCA              PIC X(01) VALUE SPACES.
       01 WRK-COBRANCA.
         05 WRK-CSO-ID                    PIC X(12).
         05 WRK-CSO-DATA-ABERTURA         PIC 9(08) VALUE ZEROS.
         05 WRK-CSO-FASE                  PIC 9(01) VALUE ZEROS.
         05 WRK-CSO-PROMESSA              PIC 9(08) VALUE ZEROS.
         05 WRK-CSO-VALOR                 PIC 9(06)V99 VALUE ZEROS.
         05 WRK-CSO-STATUS                PIC X(01) VALUE SPACES.
      *------------- AREA DE CONVERSACAO -------------------
       01 WRK-COMMAREA.
         05 WRK-CA-EMP-ID                 PIC X(12).
         05 WRK-CA-VISTA                  PIC X(01).
         05 WRK-CA-PAGINA                 PIC 9(03).
       77 WRK-RESP                        PIC S9(08) COMP VALUE ZERO.
       77 WRK-ABSTIME                     PIC S9(15) COMP-3 VALUE ZERO.
       77 WRK-HOJE                        PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-IDE                   PIC ZZZ.ZZ9,99.
       77 WRK-SALDO-IDE                   PIC Z.ZZZ.ZZ9,99.
       77 WRK-TAXA-IDE                    PIC ZZ9,9999.
       77 WRK-TAXA-PCT                    PIC 9(03)V9(04) VALUE ZEROS.
      *------------- PLANO DAS PRESTACOES ------------------
       77 WRK-N-PREST                     PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO                       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-K                           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX                         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-N-LINHAS                    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TOT-PAGINAS                 PIC 9(03) VALUE ZEROS.
       77 WRK-PRIMEIRA                    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ULTIMA                      PIC 9(04) COMP VALUE ZEROS.
       77 WRK-VALOR-PREST                 PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TAXA-MES                    PIC 9V9(09) COMP-3 VALUE 0.
       77 WRK-DESCONTO                    PIC 9V9(12) COMP-3 VALUE 0.
       77 WRK-CAPITAL-VIVO                PIC 9(07)V9(06) COMP-3
                                          VALUE ZEROS.
       77 WRK-CAPITAL-DIVIDA              PIC 9(07)V99 VALUE ZEROS.
       77 WRK-JUROS                       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-AMORT                       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-N-ATRASO                    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-TOTAL-ATRASO                PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MONTAR                      PIC X(01) VALUE "N".
       77 WRK-N-IDE                       PIC ZZ9.
       77 WRK-PAG-IDE                     PIC ZZ9.
       77 WRK-TOT-PAG-IDE                 PIC ZZ9.
       01 WRK-VENC-DATA.
          05 WRK-VENC-ANO                 PIC 9(04).
          05 WRK-VENC-MES                 PIC 9(02).
          05 WRK-VENC-DIA                 PIC 9(02).
       01 WRK-VENC-DATA-NUM REDEFINES WRK-VENC-DATA PIC 9(08).
       01 WRK-DIAS-MES-TAB.
          05 FILLER                       PIC X(24) VALUE
             "312831303130313130313031".
       01 WRK-DIAS-MES REDEFINES WRK-DIAS-MES-TAB.
          05 WRK-DIAS                     PIC 9(02) OCCURS 12 TIMES.
       01 WRK-DATCALC-AREA.
          05 WRK-DAT-FUNCAO               PIC X(01) VALUE SPACES.
          05 WRK-DAT-DATA1                PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DATA2                PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-DIAS                 PIC S9(05) VALUE ZEROS.
          05 WRK-DAT-RESULTADO            PIC 9(08) VALUE ZEROS.
          05 WRK-DAT-RETORNO              PIC X(02) VALUE ZEROS.
      *------------- LINHAS DO ECRA ------------------------
       01 WRK-LINHAS.
          05 WRK-LINHA                    PIC X(76) OCCURS 10 TIMES.
       01 WRK-TIT-PLANO.
          05 FILLER                       PIC X(40) VALUE
             " NUM  VENCIM.     PRESTACAO       JUROS ".
          05 FILLER                       PIC X(36) VALUE
             "    CAPITAL     EM DIVIDA  SITUACAO ".
       01 WRK-TIT-ATRASO.
          05 FILLER                       PIC X(40) VALUE
             " NUM  VENCIM.     PRESTACAO DIAS ATRASO".
          05 FILLER                       PIC X(36) VALUE SPACES.
       01 WRK-LINHA-PLANO.
          05 FILLER                       PIC X(01) VALUE SPACE.
          05 WRK-PLN-NUM                  PIC ZZ9.
          05 FILLER                       PIC X(02) VALUE SPACES.
          05 WRK-PLN-VENC                 PIC 9(08).
          05 FILLER                       PIC X(03) VALUE SPACES.
          05 WRK-PLN-PREST                PIC ZZZ.ZZ9,99.
          05 FILLER                       PIC X(02) VALUE SPACES.
          05 WRK-PLN-JUROS                PIC ZZZ.ZZ9,99.
          05 FILLER                       PIC X(02) VALUE SPACES.
          05 WRK-PLN-AMORT                PIC ZZZ.ZZ9,99.
          05 FILLER                       PIC X(02) VALUE SPACES.
          05 WRK-PLN-DIVIDA               PIC Z.ZZZ.ZZ9,99.
          05 FILLER                       PIC X(02) VALUE SPACES.
          05 WRK-PLN-SITUACAO             PIC X(09) VALUE SPACES.
       01 WRK-LINHA-ATRASO.
          05 FILLER                       PIC X(01) VALUE SPACE.
          05 WRK-ATL-NUM                  PIC ZZ9.
          05 FILLER                       PIC X(02) VALUE SPACES.
          05 WRK-ATL-VENC                 PIC 9(08).
          05 FILLER                       PIC X(03) VALUE SPACES.
          05 WRK-ATL-VALOR                PIC ZZZ.ZZ9,99.
          05 FILLER                       PIC X(06) VALUE SPACES.
          05 WRK-ATL-DIAS                 PIC ZZ.ZZ9.
          05 FILLER                       PIC X(37) VALUE SPACES.
       LINKAGE                                   SECTION.
       01 DFHCOMMAREA.
         05 CA-EMP-ID                     PIC X(12).
         05 CA-VISTA                      PIC X(01).
         05 CA-PAGINA                     PIC 9(03).
       PROCEDURE                                 DIVISION.

           IF EIBCALEN EQUAL ZERO
             MOVE LOW-VALUES      TO WRK-CA-EMP-ID
             MOVE "P"             TO WRK-CA-VISTA
             MOVE 1               TO WRK-CA-PAGINA
           ELSE
             MOVE DFHCOMMAREA     TO WRK-COMMAREA
           END-IF.

           EXEC CICS SEND
                MAPSET('TR00MEM')
                MAP('EMPCONSA')
                MAPONLY
                ERASE
           END-EXEC.

           EXEC CICS RECEIVE
                MAPSET('TR00MEM')
                MAP('EMPCONSA')
                INTO(EMPCONSAI)
           END-EXEC.

           EVALUATE EIBAID
               WHEN DFHPF7
                 PERFORM 0400-PAGINA-ANTERIOR
               WHEN DFHPF8
                 PERFORM 0500-PAGINA-SEGUINTE
               WHEN DFHPF9
                 PERFORM 0550-TROCAR-VISTA
               WHEN OTHER
                 PERFORM 0200-CONSULTAR
           END-EVALUATE.

           EXEC CICS SEND
                MAPSET('TR00MEM')
                MAP('EMPCONSA')
                DATAONLY
           END-EXEC.

           EXEC CICS
                RETURN
                TRANSID(EIBTRNID)
                COMMAREA(WRK-COMMAREA)
                LENGTH(16)
           END-EXEC.

      ***************************************************
       0200-CONSULTAR                            SECTION.
           MOVE SPACES         TO MSGO.
           MOVE ZERO           TO WRK-RESP.
           IF AGENCIAI NOT NUMERIC OR CONTAI NOT NUMERIC OR
              NUMEMPI NOT NUMERIC
             MOVE 'AGENCIA/CONTA/EMPRESTIMO INVALIDO' TO MSGO
           ELSE
             MOVE AGENCIAI  TO WRK-EMP-AGENCIA
             MOVE CONTAI    TO WRK-EMP-CONTA
             MOVE NUMEMPI   TO WRK-EMP-NUM
             MOVE "P"       TO WRK-CA-VISTA
             MOVE 1         TO WRK-CA-PAGINA
             PERFORM 0300-LER-EMPRESTIMO
           END-IF.
       0200-CONSULTAR-FIM.  EXIT.
      ***************************************************
      *  LE O CONTRATO E MONTA A VISTA PEDIDA - PLANO  *
      *  (P) OU PRESTACOES EM ATRASO (A)               *
      ***************************************************
       0300-LER-EMPRESTIMO                       SECTION.
           EXEC CICS READ
                FILE('EMPRST')
                RIDFLD(WRK-EMP-ID)
                KEYLENGTH(12)
                INTO(WRK-EMPRESTIMO)
                RESP(WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                 MOVE WRK-EMP-ID TO WRK-CA-EMP-ID
                 PERFORM 0600-MOSTRAR
                 PERFORM 0610-COBRANCA
                 PERFORM 0620-DATA-HOJE
                 PERFORM 0630-CONTAR-PRESTACOES
                 IF WRK-CA-VISTA EQUAL "A"
                   PERFORM 0800-ATRASOS
                 ELSE
                   PERFORM 0700-PLANO
                 END-IF
               WHEN OTHER
                 MOVE LOW-VALUES TO WRK-CA-EMP-ID
                 MOVE 'EMPRESTIMO NAO ENCONTRADO' TO MSGO
           END-EVALUATE.
       0300-LER-EMPRESTIMO-FIM.  EXIT.
      ***************************************************
       0400-PAGINA-ANTERIOR                      SECTION.
           MOVE SPACES TO MSGO.
           IF WRK-CA-EMP-ID EQUAL LOW-VALUES
             MOVE 'CONSULTE PRIMEIRO UM EMPRESTIMO' TO MSGO
             GO TO 0400-PAGINA-ANTERIOR-FIM
           END-IF.
           IF WRK-CA-PAGINA GREATER THAN 1
             SUBTRACT 1 FROM WRK-CA-PAGINA
           END-IF.
           MOVE WRK-CA-EMP-ID TO WRK-EMP-ID.
           PERFORM 0300-LER-EMPRESTIMO.
       0400-PAGINA-ANTERIOR-FIM.  EXIT.
      ***************************************************
       0500-PAGINA-SEGUINTE                      SECTION.
           MOVE SPACES TO MSGO.
           IF WRK-CA-EMP-ID EQUAL LOW-VALUES
             MOVE 'CONSULTE PRIMEIRO UM EMPRESTIMO' TO MSGO
             GO TO 0500-PAGINA-SEGUINTE-FIM
           END-IF.
           IF WRK-CA-PAGINA LESS THAN 999
             ADD 1 TO WRK-CA-PAGINA
           END-IF.
           MOVE WRK-CA-EMP-ID TO WRK-EMP-ID.
           PERFORM 0300-LER-EMPRESTIMO.
       0500-PAGINA-SEGUINTE-FIM.  EXIT.
      ***************************************************
       0550-TROCAR-VISTA                         SECTION.
           MOVE SPACES TO MSGO.
           IF WRK-CA-EMP-ID EQUAL LOW-VALUES
             MOVE 'CONSULTE PRIMEIRO UM EMPRESTIMO' TO MSGO
             GO TO 0550-TROCAR-VISTA-FIM
           END-IF.
           IF WRK-CA-VISTA EQUAL "A"
             MOVE "P" TO WRK-CA-VISTA
           ELSE
             MOVE "A" TO WRK-CA-VISTA
           END-IF.
           MOVE 1             TO WRK-CA-PAGINA.
           MOVE WRK-CA-EMP-ID TO WRK-EMP-ID.
           PERFORM 0300-LER-EMPRESTIMO.
       0550-TROCAR-VISTA-FIM.  EXIT.
      ***************************************************
       0600-MOSTRAR                              SECTION.
           MOVE WRK-EMP-AGENCIA    TO AGENCIAO.
           MOVE WRK-EMP-CONTA      TO CONTAO.
           MOVE WRK-EMP-NUM        TO NUMEMPO.
           MOVE WRK-EMP-CAPITAL    TO WRK-SALDO-IDE.
           MOVE WRK-SALDO-IDE      TO CAPITALO.
           COMPUTE WRK-TAXA-PCT = WRK-EMP-TAXA-ANUAL * 100.
           MOVE WRK-TAXA-PCT       TO WRK-TAXA-IDE.
           MOVE WRK-TAXA-IDE       TO TAXAO.
           MOVE WRK-EMP-PRAZO-MESES TO PRAZOO.
           MOVE WRK-EMP-TIPO-TAXA  TO TIPOTXO.
           MOVE WRK-EMP-PRESTACAO  TO WRK-VALOR-IDE.
           MOVE WRK-VALOR-IDE      TO PRESTACO.
           MOVE WRK-EMP-SALDO-DEV  TO WRK-SALDO-IDE.
           MOVE WRK-SALDO-IDE      TO SALDOO.
           MOVE WRK-EMP-PROX-PREST TO PROXPREO.
           MOVE WRK-EMP-STATUS     TO STATUSO.
           MOVE WRK-EMP-REESTRUT   TO REESTRO.
       0600-MOSTRAR-FIM.    EXIT.
      ***************************************************
      *  CASO DE COBRANCA DO CONTRATO (COBVSA38) - SO  *
      *  SE MOSTRA O QUE ESTIVER ABERTO                *
      ***************************************************
       0610-COBRANCA                             SECTION.
           MOVE SPACES         TO COBRANCO.
           EXEC CICS READ
                FILE('COBRANCA')
                RIDFLD(WRK-EMP-ID)
                KEYLENGTH(12)
                INTO(WRK-COBRANCA)
                RESP(WRK-RESP)
           END-EXEC.
           EVALUATE WRK-RESP
               WHEN DFHRESP(NORMAL)
                 IF WRK-CSO-STATUS EQUAL "A"
                   IF WRK-CSO-PROMESSA GREATER THAN ZEROS
                     STRING 'ABERTO EM '          DELIMITED BY SIZE
                            WRK-CSO-DATA-ABERTURA DELIMITED BY SIZE
                            ' FASE '              DELIMITED BY SIZE
                            WRK-CSO-FASE          DELIMITED BY SIZE
                            ' PROM. '             DELIMITED BY SIZE
                            WRK-CSO-PROMESSA      DELIMITED BY SIZE
                       INTO COBRANCO
                     END-STRING
                   ELSE
                     STRING 'ABERTO EM '          DELIMITED BY SIZE
                            WRK-CSO-DATA-ABERTURA DELIMITED BY SIZE
                            ' FASE '              DELIMITED BY SIZE
                            WRK-CSO-FASE          DELIMITED BY SIZE
                       INTO COBRANCO
                     END-STRING
                   END-IF
                 ELSE
                   MOVE 'SEM CASO ABERTO' TO COBRANCO
                 END-IF
               WHEN DFHRESP(NOTFND)
                 MOVE 'SEM CASO ABERTO' TO COBRANCO
               WHEN OTHER
                 MOVE 'COBRANCA INDISPONIVEL' TO COBRANCO
           END-EVALUATE.
       0610-COBRANCA-FIM.   EXIT.
      ***************************************************
       0620-DATA-HOJE                            SECTION.
           EXEC CICS ASKTIME
                ABSTIME(WRK-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WRK-ABSTIME)
                YYYYMMDD(WRK-HOJE)
           END-EXEC.
       0620-DATA-HOJE-FIM.  EXIT.
      ***************************************************
      *  PRESTACOES POR PAGAR - O COBVSA18 ABATE A     *
      *  PRESTACAO INTEIRA AO SALDO DEVEDOR, LOGO SAO  *
      *  SALDO/PRESTACAO ARREDONDADO PARA CIMA, COM A  *
      *  ULTIMA PELO RESTO                             *
      ***************************************************
       0630-CONTAR-PRESTACOES                    SECTION.
           MOVE ZEROS TO WRK-N-PREST.
           IF WRK-EMP-STATUS NOT EQUAL "A" OR
              WRK-EMP-PRESTACAO EQUAL ZEROS OR
              WRK-EMP-SALDO-DEV EQUAL ZEROS
             GO TO 0630-CONTAR-PRESTACOES-FIM
           END-IF.
           DIVIDE WRK-EMP-SALDO-DEV BY WRK-EMP-PRESTACAO
                  GIVING WRK-N-PREST REMAINDER WRK-RESTO.
           IF WRK-RESTO GREATER THAN ZEROS
             ADD 1 TO WRK-N-PREST
           END-IF.
           IF WRK-N-PREST GREATER THAN 999
             MOVE 999 TO WRK-N-PREST
           END-IF.
       0630-CONTAR-PRESTACOES-FIM.  EXIT.
      ***************************************************
       0640-VALOR-PRESTACAO                      SECTION.
           IF WRK-K LESS THAN WRK-N-PREST
             MOVE WRK-EMP-PRESTACAO TO WRK-VALOR-PREST
           ELSE
             COMPUTE WRK-VALOR-PREST = WRK-EMP-SALDO-DEV
                   - (WRK-N-PREST - 1) * WRK-EMP-PRESTACAO
           END-IF.
       0640-VALOR-PRESTACAO-FIM.  EXIT.
      ***************************************************
      *  VENCIMENTO SEGUINTE - MESMA REGRA DO COBVSA18 *
      ***************************************************
       0650-AVANCAR-DATA                         SECTION.
           ADD 1 TO WRK-VENC-MES.
           IF WRK-VENC-MES GREATER THAN 12
             SUBTRACT 12 FROM WRK-VENC-MES
             ADD 1 TO WRK-VENC-ANO
           END-IF.
           IF WRK-VENC-DIA GREATER THAN WRK-DIAS (WRK-VENC-MES)
             MOVE WRK-DIAS (WRK-VENC-MES) TO WRK-VENC-DIA
           END-IF.
       0650-AVANCAR-DATA-FIM.  EXIT.
      ***************************************************
      *  PAGINA PEDIDA LIMITADA AO TOTAL DE PAGINAS DE *
      *  WRK-N-LINHAS - DEVOLVE A PRIMEIRA E A ULTIMA  *
      *  LINHA A MOSTRAR                               *
      ***************************************************
       0660-PAGINAR                              SECTION.
           COMPUTE WRK-TOT-PAGINAS = (WRK-N-LINHAS + 9) / 10.
           IF WRK-TOT-PAGINAS EQUAL ZEROS
             MOVE 1 TO WRK-TOT-PAGINAS
           END-IF.
           IF WRK-CA-PAGINA GREATER THAN WRK-TOT-PAGINAS
             MOVE WRK-TOT-PAGINAS TO WRK-CA-PAGINA
           END-IF.
           IF WRK-CA-PAGINA EQUAL ZEROS
             MOVE 1 TO WRK-CA-PAGINA
           END-IF.
           COMPUTE WRK-PRIMEIRA = (WRK-CA-PAGINA - 1) * 10 + 1.
           COMPUTE WRK-ULTIMA   = WRK-PRIMEIRA + 9.
           MOVE WRK-CA-PAGINA   TO WRK-PAG-IDE.
           MOVE WRK-TOT-PAGINAS TO WRK-TOT-PAG-IDE.
           MOVE SPACES          TO WRK-LINHAS.
       0660-PAGINAR-FIM.    EXIT.
      ***************************************************
       0690-PASSAR-LINHAS                        SECTION.
           MOVE WRK-LINHA (1)  TO LIN01O.
           MOVE WRK-LINHA (2)  TO LIN02O.
           MOVE WRK-LINHA (3)  TO LIN03O.
           MOVE WRK-LINHA (4)  TO LIN04O.
           MOVE WRK-LINHA (5)  TO LIN05O.
           MOVE WRK-LINHA (6)  TO LIN06O.
           MOVE WRK-LINHA (7)  TO LIN07O.
           MOVE WRK-LINHA (8)  TO LIN08O.
           MOVE WRK-LINHA (9)  TO LIN09O.
           MOVE WRK-LINHA (10) TO LIN10O.
       0690-PASSAR-LINHAS-FIM.  EXIT.
      ***************************************************
      *  PLANO PROJETADO DAS PRESTACOES POR PAGAR - O  *
      *  CAPITAL EM DIVIDA E O VALOR ATUAL DAS         *
      *  PRESTACOES A TAXA DO CONTRATO E CADA          *
      *  PRESTACAO DIVIDE-SE EM JUROS SOBRE ESSE       *
      *  CAPITAL E AMORTIZACAO                         *
      ***************************************************
       0700-PLANO                                SECTION.
           MOVE WRK-TIT-PLANO TO TITULOO.
           MOVE WRK-N-PREST   TO WRK-N-LINHAS.
           PERFORM 0660-PAGINAR.
           IF WRK-N-PREST EQUAL ZEROS
             PERFORM 0690-PASSAR-LINHAS
             MOVE 'SEM PRESTACOES POR PAGAR' TO MSGO
             GO TO 0700-PLANO-FIM
           END-IF.
           COMPUTE WRK-TAXA-MES ROUNDED = WRK-EMP-TAXA-ANUAL / 12.
           IF WRK-TAXA-MES EQUAL ZEROS
             MOVE WRK-EMP-SALDO-DEV TO WRK-CAPITAL-VIVO
           ELSE
             MOVE 1     TO WRK-DESCONTO
             MOVE ZEROS TO WRK-CAPITAL-VIVO
             PERFORM VARYING WRK-K FROM 1 BY 1
                     UNTIL WRK-K GREATER THAN WRK-N-PREST
               PERFORM 0640-VALOR-PRESTACAO
               COMPUTE WRK-DESCONTO ROUNDED =
                       WRK-DESCONTO / (1 + WRK-TAXA-MES)
               COMPUTE WRK-CAPITAL-VIVO ROUNDED = WRK-CAPITAL-VIVO
                     + WRK-VALOR-PREST * WRK-DESCONTO
             END-PERFORM
           END-IF.
           COMPUTE WRK-CAPITAL-DIVIDA ROUNDED = WRK-CAPITAL-VIVO.
           MOVE WRK-EMP-PROX-PREST TO WRK-VENC-DATA-NUM.
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K GREATER THAN WRK-ULTIMA OR
                         WRK-K GREATER THAN WRK-N-PREST
             IF WRK-K GREATER THAN 1
               PERFORM 0650-AVANCAR-DATA
             END-IF
             PERFORM 0640-VALOR-PRESTACAO
             PERFORM 0710-DIVIDIR-PRESTACAO
             IF WRK-K NOT LESS THAN WRK-PRIMEIRA
               COMPUTE WRK-IDX = WRK-K - WRK-PRIMEIRA + 1
               PERFORM 0720-LINHA-PLANO
             END-IF
           END-PERFORM.
           PERFORM 0690-PASSAR-LINHAS.
           MOVE WRK-N-PREST TO WRK-N-IDE.
           STRING 'PLANO - PAGINA '          DELIMITED BY SIZE
                  WRK-PAG-IDE                DELIMITED BY SIZE
                  ' DE '                     DELIMITED BY SIZE
                  WRK-TOT-PAG-IDE            DELIMITED BY SIZE
                  ' - '                      DELIMITED BY SIZE
                  WRK-N-IDE                  DELIMITED BY SIZE
                  ' PRESTACOES POR PAGAR'    DELIMITED BY SIZE
             INTO MSGO
           END-STRING.
       0700-PLANO-FIM.      EXIT.
      ***************************************************
      *  A ULTIMA PRESTACAO AMORTIZA O CAPITAL QUE     *
      *  RESTA E ABSORVE OS ARREDONDAMENTOS            *
      ***************************************************
       0710-DIVIDIR-PRESTACAO                    SECTION.
           COMPUTE WRK-JUROS ROUNDED =
                   WRK-CAPITAL-DIVIDA * WRK-TAXA-MES.
           IF WRK-K EQUAL WRK-N-PREST
             MOVE WRK-CAPITAL-DIVIDA TO WRK-AMORT
             IF WRK-AMORT GREATER THAN WRK-VALOR-PREST
               MOVE WRK-VALOR-PREST TO WRK-AMORT
             END-IF
             COMPUTE WRK-JUROS = WRK-VALOR-PREST - WRK-AMORT
           ELSE
             IF WRK-JUROS GREATER THAN WRK-VALOR-PREST
               MOVE WRK-VALOR-PREST TO WRK-JUROS
             END-IF
             COMPUTE WRK-AMORT = WRK-VALOR-PREST - WRK-JUROS
             IF WRK-AMORT GREATER THAN WRK-CAPITAL-DIVIDA
               MOVE WRK-CAPITAL-DIVIDA TO WRK-AMORT
             END-IF
           END-IF.
           SUBTRACT WRK-AMORT FROM WRK-CAPITAL-DIVIDA.
       0710-DIVIDIR-PRESTACAO-FIM.  EXIT.
      ***************************************************
       0720-LINHA-PLANO                          SECTION.
           MOVE WRK-K              TO WRK-PLN-NUM.
           MOVE WRK-VENC-DATA-NUM  TO WRK-PLN-VENC.
           MOVE WRK-VALOR-PREST    TO WRK-PLN-PREST.
           MOVE WRK-JUROS          TO WRK-PLN-JUROS.
           MOVE WRK-AMORT          TO WRK-PLN-AMORT.
           MOVE WRK-CAPITAL-DIVIDA TO WRK-PLN-DIVIDA.
           IF WRK-VENC-DATA-NUM LESS THAN WRK-HOJE
             MOVE 'EM ATRASO'      TO WRK-PLN-SITUACAO
           ELSE
             MOVE SPACES           TO WRK-PLN-SITUACAO
           END-IF.
           MOVE WRK-LINHA-PLANO    TO WRK-LINHA (WRK-IDX).
       0720-LINHA-PLANO-FIM.  EXIT.
      ***************************************************
      *  PRESTACOES EM ATRASO - CADA VENCIMENTO DESDE  *
      *  A PROXIMA PRESTACAO ATE HOJE FICOU POR PAGAR  *
      *  (O COBVSA18 SO AVANCA A DATA QUANDO COBRA).   *
      *  PRIMEIRO CONTA-SE PARA PAGINAR, DEPOIS MONTA  *
      ***************************************************
       0800-ATRASOS                              SECTION.
           MOVE WRK-TIT-ATRASO TO TITULOO.
           MOVE "N"            TO WRK-MONTAR.
           MOVE ZEROS          TO WRK-PRIMEIRA WRK-ULTIMA.
           PERFORM 0810-PERCORRER-ATRASOS.
           MOVE WRK-N-ATRASO   TO WRK-N-LINHAS.
           PERFORM 0660-PAGINAR.
           IF WRK-N-ATRASO EQUAL ZEROS
             PERFORM 0690-PASSAR-LINHAS
             MOVE 'SEM PRESTACOES EM ATRASO' TO MSGO
             GO TO 0800-ATRASOS-FIM
           END-IF.
           MOVE "S"            TO WRK-MONTAR.
           PERFORM 0810-PERCORRER-ATRASOS.
           PERFORM 0690-PASSAR-LINHAS.
           MOVE WRK-TOTAL-ATRASO TO WRK-SALDO-IDE.
           STRING 'ATRASOS - PAGINA '        DELIMITED BY SIZE
                  WRK-PAG-IDE                DELIMITED BY SIZE
                  ' DE '                     DELIMITED BY SIZE
                  WRK-TOT-PAG-IDE            DELIMITED BY SIZE
                  ' - TOTAL EM ATRASO '      DELIMITED BY SIZE
                  WRK-SALDO-IDE              DELIMITED BY SIZE
             INTO MSGO
           END-STRING.
       0800-ATRASOS-FIM.    EXIT.
      ***************************************************
       0810-PERCORRER-ATRASOS                    SECTION.
           MOVE ZEROS              TO WRK-N-ATRASO WRK-TOTAL-ATRASO.
           MOVE WRK-EMP-PROX-PREST TO WRK-VENC-DATA-NUM.
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K GREATER THAN WRK-N-PREST OR
                         WRK-VENC-DATA-NUM NOT LESS THAN WRK-HOJE
             ADD 1 TO WRK-N-ATRASO
             PERFORM 0640-VALOR-PRESTACAO
             ADD WRK-VALOR-PREST TO WRK-TOTAL-ATRASO
             IF WRK-MONTAR EQUAL "S" AND
                WRK-K NOT LESS THAN WRK-PRIMEIRA AND
                WRK-K NOT GREATER THAN WRK-ULTIMA
               COMPUTE WRK-IDX = WRK-K - WRK-PRIMEIRA + 1
               PERFORM 0820-LINHA-ATRASO
             END-IF
             PERFORM 0650-AVANCAR-DATA
           END-PERFORM.
       0810-PERCORRER-ATRASOS-FIM.  EXIT.
      ***************************************************
       0820-LINHA-ATRASO                         SECTION.
           MOVE "D"               TO WRK-DAT-FUNCAO.
           MOVE WRK-VENC-DATA-NUM TO WRK-DAT-DATA1.
           MOVE WRK-HOJE          TO WRK-DAT-DATA2.
           CALL "COBOL020" USING WRK-DATCALC-AREA.
           IF WRK-DAT-RETORNO NOT EQUAL "00" OR
              WRK-DAT-DIAS LESS THAN ZEROS
             MOVE ZEROS TO WRK-DAT-DIAS
           END-IF.
           MOVE WRK-K              TO WRK-ATL-NUM.
           MOVE WRK-VENC-DATA-NUM  TO WRK-ATL-VENC.
           MOVE WRK-VALOR-PREST    TO WRK-ATL-VALOR.
           MOVE WRK-DAT-DIAS       TO WRK-ATL-DIAS.
           MOVE WRK-LINHA-ATRASO   TO WRK-LINHA (WRK-IDX).
       0820-LINHA-ATRASO-FIM.  EXIT.
      ***************************************************

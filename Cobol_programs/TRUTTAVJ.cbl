       IDENTIFICATION                            DIVISION.
       PROGRAM-ID.   TRUTTAVJ.
      *===================================================
      *   AUTOR     : TRUTT
      *   OBJETIVO  : CORRIDA DE PAGAMENTOS A FORNECEDORES -
      *               SELECIONA AS LINHAS PENDENTES DA
      *               PROPOSTA DE PAGAMENTO (PAGPROP, VER
      *               TRUTTAVD) VENCIDAS ATE A DATA DA
      *               CORRIDA, AGRUPA-AS POR FORNECEDOR E PAGA
      *               CADA FORNECEDOR PELO IBAN DO FORNMST
      *               (VER TRUTTAV3), A DEBITO DA CONTA DA
      *               EMPRESA NO ARQCLI:
      *               - IBAN DO NOSSO BANCO: CREDITO DIRETO NA
      *                 CONTA (MOVFOR, DEBITO E CREDITO)
      *               - IBAN DE OUTRO BANCO: PEDIDO NO TRFPED
      *                 QUE O COBVSA48 ENVIA PELA COMPENSACAO
      *               AS LINHAS PAGAS FICAM MARCADAS P-PAGA NO
      *               PAGPROP COM A DATA; O PAGFREL TRAZ UM
      *               AVISO DE PAGAMENTO POR FORNECEDOR E A
      *               LISTA DO QUE FICOU RETIDO (FORNECEDOR
      *               BLOQUEADO, SEM CADASTRO, SEM IBAN OU COM
      *               IBAN/CONTA INVALIDOS), QUE SEGUE
      *               PENDENTE PARA A PROXIMA CORRIDA
      *               O TOTAL PAGO VAI PARA A CONTABILIDADE
      *               COMO EVENTO PAGFORN NO GLEVENT
      *               SYSIN: 1. CONTA DA EMPRESA NO ARQCLI (9)
      *                      2. DATA DA CORRIDA AAAAMMDD - SEM
      *                         CARTAO, A DATA DO DIA
      *               RETURN-CODE 4: HA LINHAS RETIDAS
      *               RETURN-CODE 8: CONTA DA EMPRESA INVALIDA
      *                              OU FICHEIRO INDISPONIVEL
      *   DATA      : 15/10/2026
      *   EMPRESA   : NATIXIS
      *===================================================
       ENVIRONMENT                               DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                               SECTION.
       FILE-CONTROL.
           SELECT PAG ASSIGN TO PAGPROP
           FILE STATUS IS WRK-FS-PAG.
           SELECT FRN ASSIGN TO FORNMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS FRN-CODIGO
           FILE STATUS   IS WRK-FS-FRN.
           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-AQL.
           SELECT PED ASSIGN TO TRFPED
           FILE STATUS IS WRK-FS-PED.
           SELECT MVF ASSIGN TO MOVFOR
           FILE STATUS IS WRK-FS-MVF.
           SELECT REL ASSIGN TO PAGFREL
           FILE STATUS IS WRK-FS-REL.
           SELECT EVT ASSIGN TO GLEVENT
           FILE STATUS IS WRK-FS-EVT.
       DATA                                      DIVISION.
       FILE                                      SECTION.
      *    MESMO DESENHO DO TRUTTAVD
       FD PAG
           RECORDING MODE IS F.
       01 REG-PAGPROP.
          05 PAG-FORNECEDOR       PIC 9(03).
          05 FILLER               PIC X(01).
          05 PAG-COD-PECA         PIC 9(05).
          05 FILLER               PIC X(01).
          05 PAG-VALOR            PIC 9(07)V99.
          05 FILLER               PIC X(01).
          05 PAG-DATA-VENC        PIC 9(08).
          05 FILLER               PIC X(01).
          05 PAG-ESTADO           PIC X(01).
          05 FILLER               PIC X(01).
          05 PAG-DATA-PAG         PIC 9(08).

       FD FRN.
       01 REG-FORNMST.
          05 FRN-CODIGO           PIC 9(03).
          05 FRN-NOME             PIC X(30).
          05 FRN-MORADA           PIC X(30).
          05 FRN-MOEDA            PIC X(03).
          05 FRN-PRAZO-DIAS       PIC 9(03).
          05 FRN-MIN-ENCOMENDA    PIC 9(07)V99.
          05 FRN-IBAN             PIC X(25).
          05 FRN-PRAZO-PAG        PIC 9(03).
          05 FRN-STATUS           PIC X(01).
          05 FRN-PAIS             PIC X(02).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

      *    MESMO DESENHO DO COBVSA48
       FD PED
           RECORDING MODE IS F
           RECORD CONTAINS 72 CHARACTERS.
       01 REG-TRFPED.
          05 PED-CHAVE            PIC X(09).
          05 PED-IBAN-DEST        PIC X(25).
          05 PED-VALOR            PIC 9(08)V99.
          05 PED-DATA             PIC 9(08).
          05 PED-REFER            PIC X(20).

       FD MVF
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       COPY BOOKMOV.

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-PAGFREL             PIC X(80).

       FD EVT
           RECORDING MODE IS F.
       01 REG-GLEVENT.
          05 EVT-TIPO             PIC X(08).
          05 EVT-DATA             PIC 9(08).
          05 EVT-VALOR            PIC S9(09)V99.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-PAG              PIC X(02) VALUE ZEROS.
       77 WRK-FS-FRN              PIC X(02) VALUE ZEROS.
       77 WRK-FS-AQL              PIC X(02) VALUE ZEROS.
       77 WRK-FS-PED              PIC X(02) VALUE ZEROS.
       77 WRK-FS-MVF              PIC X(02) VALUE ZEROS.
       77 WRK-FS-REL              PIC X(02) VALUE ZEROS.
       77 WRK-FS-EVT              PIC X(02) VALUE ZEROS.
       77 WRK-CHAVE-EMPRESA       PIC X(09) VALUE SPACES.
       77 WRK-MOEDA-EMPRESA       PIC X(03) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CORRIDA        PIC 9(08) VALUE ZEROS.
       77 WRK-HORA                PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(25) VALUE SPACES.
       77 WRK-LIMITE-CREDITO      PIC 9(08)V99 VALUE 999999,99.
       77 WRK-LIMITE-TRANSF       PIC 9(09)V99 VALUE 99999999,99.
       01 WRK-IBAN-AREA.
          05 WRK-IBN-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-IBN-CHAVE        PIC X(09) VALUE SPACES.
          05 WRK-IBN-IBAN         PIC X(25) VALUE SPACES.
          05 WRK-IBN-RETORNO      PIC X(02) VALUE ZEROS.
       01 WRK-REFERENCIA.
          05 WRK-REF-TIPO         PIC X(01) VALUE "F".
          05 WRK-REF-DATA         PIC 9(08).
          05 WRK-REF-HORA         PIC 9(06).
          05 WRK-REF-FORNECEDOR   PIC 9(03).
          05 FILLER               PIC X(02) VALUE SPACES.
      *------------- TOTAIS POR FORNECEDOR (CODIGO) ------
      *  DECISAO: C-CREDITO DIRETO  T-TRANSFERENCIA
      *           R-RETIDO
       01 WRK-FOR-TAB.
          05 WRK-FOR-ENTRY OCCURS 999 TIMES.
             10 WRK-FOR-QTD       PIC 9(04) COMP.
             10 WRK-FOR-TOTAL     PIC 9(09)V99 COMP.
             10 WRK-FOR-DECISAO   PIC X(01).
             10 WRK-FOR-DESTINO   PIC X(25).
             10 WRK-FOR-MOTIVO    PIC X(25).
       77 WRK-FOR-SUB             PIC 9(04) COMP VALUE ZEROS.
      *------------- LINHAS SELECIONADAS (ORDEM DO FICHEIRO)
       01 WRK-ITM-TAB.
          05 WRK-ITM-ENTRY OCCURS 2000 TIMES.
             10 WRK-ITM-SEQ       PIC 9(07) COMP.
             10 WRK-ITM-FORN      PIC 9(03).
             10 WRK-ITM-PECA      PIC 9(05).
             10 WRK-ITM-VALOR     PIC 9(07)V99.
             10 WRK-ITM-VENC      PIC 9(08).
       77 WRK-ITM-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ITM-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-ITM-PROX            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-SEQ                 PIC 9(07) COMP VALUE ZEROS.
      *------------- CONTADORES E TOTAIS -----------------
       77 WRK-CONTADOR-LIDAS      PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CONTADOR-FORA-TAB   PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CONTADOR-PAGAS      PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CONTADOR-RETIDAS    PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CONTADOR-CREDITOS   PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CONTADOR-TRANSF     PIC 9(09) COMP VALUE ZEROS.
       77 WRK-CONTADOR-FOR-RET    PIC 9(09) COMP VALUE ZEROS.
       77 WRK-TOT-CREDITOS        PIC 9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-TRANSF          PIC 9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-RETIDO          PIC 9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-PAGO            PIC 9(11)V99 COMP VALUE ZEROS.
       77 WRK-ACUM-IDE            PIC ZZZ.ZZZ.ZZ9.
      *------------- LINHAS DO RELATORIO ----------------
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(40) VALUE
             "CORRIDA DE PAGAMENTOS A FORNECEDORES - ".
          05 WRK-T-DATA           PIC 9(08).
          05 FILLER               PIC X(32) VALUE SPACES.
       01 WRK-LINHA-SEPARADOR     PIC X(80) VALUE ALL "-".
       01 WRK-LINHA-AVISO.
          05 FILLER               PIC X(24) VALUE
             "AVISO DE PAGAMENTO    - ".
          05 WRK-A-CODIGO         PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-A-NOME           PIC X(30).
          05 FILLER               PIC X(22) VALUE SPACES.
       01 WRK-LINHA-MORADA.
          05 FILLER               PIC X(28) VALUE SPACES.
          05 WRK-M-MORADA         PIC X(30).
          05 FILLER               PIC X(22) VALUE SPACES.
       01 WRK-LINHA-METODO.
          05 WRK-P-METODO         PIC X(28).
          05 WRK-P-DESTINO        PIC X(25).
          05 FILLER               PIC X(27) VALUE SPACES.
       01 WRK-LINHA-RETIDO.
          05 FILLER               PIC X(11) VALUE
             "RETIDO   - ".
          05 WRK-R-CODIGO         PIC 9(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-R-NOME           PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-R-MOTIVO         PIC X(25).
          05 FILLER               PIC X(09) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
          05 FILLER               PIC X(40) VALUE
             "     PECA    VENCIMENTO        VALOR".
          05 FILLER               PIC X(40) VALUE SPACES.
       01 WRK-LINHA-ITEM.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 WRK-I-PECA           PIC 9(05).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-I-VENC           PIC 9(08).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-I-VALOR          PIC Z.ZZZ.ZZ9,99.
          05 FILLER               PIC X(44) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 WRK-S-ROTULO         PIC X(30).
          05 WRK-S-QTD            PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-VALOR          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(26) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-SELECIONAR UNTIL WRK-FS-PAG NOT EQUAL "00".
           CLOSE PAG.
           PERFORM 0220-DECIDIR-FORNECEDOR
               VARYING WRK-FOR-SUB FROM 1 BY 1
               UNTIL WRK-FOR-SUB GREATER THAN 999.
           PERFORM 0240-MARCAR-PAGAS.
           PERFORM 0250-IMPRIMIR-RELATORIO.
           PERFORM 0270-GRAVAR-EVENTO.
           PERFORM 0280-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           ACCEPT WRK-CHAVE-EMPRESA FROM SYSIN.
           ACCEPT WRK-DATA-CORRIDA FROM SYSIN.
           IF WRK-DATA-CORRIDA NOT NUMERIC OR
              WRK-DATA-CORRIDA EQUAL ZEROS
             MOVE WRK-DATA-PROC TO WRK-DATA-CORRIDA
           END-IF.
           INITIALIZE WRK-FOR-TAB.
           OPEN INPUT AQL.
           IF WRK-FS-AQL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS " WRK-FS-AQL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    A CONTA DA EMPRESA TEM DE EXISTIR E ESTAR ATIVA -
      *    SEM ELA NAO SE PAGA NADA
           MOVE WRK-CHAVE-EMPRESA TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-AQL NOT EQUAL "00" OR
              REG-ARQCLI-STATUS NOT EQUAL "A"
             DISPLAY "CONTA DA EMPRESA INVALIDA " WRK-CHAVE-EMPRESA
             CLOSE AQL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE REG-ARQCLI-MOEDA TO WRK-MOEDA-EMPRESA.
           OPEN INPUT FRN.
           IF WRK-FS-FRN NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FORNMST - STATUS " WRK-FS-FRN
             CLOSE AQL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT PAG.
           IF WRK-FS-PAG NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA PAGPROP - STATUS " WRK-FS-PAG
             CLOSE AQL
             CLOSE FRN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    OS PEDIDOS JUNTAM-SE AOS DO DIA PARA O COBVSA48
           OPEN EXTEND PED.
           IF WRK-FS-PED NOT EQUAL "00"
             OPEN OUTPUT PED
           END-IF.
           OPEN OUTPUT MVF.
           OPEN OUTPUT REL.
           READ PAG.
           IF WRK-FS-PAG EQUAL "10"
             DISPLAY "PAGPROP VAZIO"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SO ENTRAM AS LINHAS PENDENTES JA VENCIDAS NA   *
      *  DATA DA CORRIDA; A POSICAO NO FICHEIRO GUARDA- *
      *  SE PARA A MARCACAO DAS PAGAS                   *
      **************************************************
       0200-SELECIONAR                           SECTION.
           ADD 1 TO WRK-SEQ.
           ADD 1 TO WRK-CONTADOR-LIDAS.
           IF PAG-ESTADO NOT EQUAL SPACE OR
              PAG-DATA-VENC NOT NUMERIC OR
              PAG-DATA-VENC GREATER THAN WRK-DATA-CORRIDA
             GO TO 0200-SELECIONAR-LER
           END-IF.
           IF PAG-FORNECEDOR NOT NUMERIC OR
              PAG-FORNECEDOR EQUAL ZEROS
             DISPLAY "LINHA SEM FORNECEDOR - PECA " PAG-COD-PECA
             GO TO 0200-SELECIONAR-LER
           END-IF.
           IF WRK-ITM-QTD NOT LESS THAN 2000
             ADD 1 TO WRK-CONTADOR-FORA-TAB
             GO TO 0200-SELECIONAR-LER
           END-IF.
           ADD 1 TO WRK-ITM-QTD.
           MOVE WRK-SEQ        TO WRK-ITM-SEQ (WRK-ITM-QTD).
           MOVE PAG-FORNECEDOR TO WRK-ITM-FORN (WRK-ITM-QTD).
           MOVE PAG-COD-PECA   TO WRK-ITM-PECA (WRK-ITM-QTD).
           MOVE PAG-VALOR      TO WRK-ITM-VALOR (WRK-ITM-QTD).
           MOVE PAG-DATA-VENC  TO WRK-ITM-VENC (WRK-ITM-QTD).
           MOVE PAG-FORNECEDOR TO WRK-FOR-SUB.
           ADD 1         TO WRK-FOR-QTD (WRK-FOR-SUB).
           ADD PAG-VALOR TO WRK-FOR-TOTAL (WRK-FOR-SUB).
       0200-SELECIONAR-LER.
           READ PAG.
       0200-SELECIONAR-FIM.   EXIT.
      **************************************************
      *  UM PAGAMENTO POR FORNECEDOR PELO TOTAL DAS     *
      *  LINHAS - OU FICA TUDO RETIDO COM O MOTIVO      *
      **************************************************
       0220-DECIDIR-FORNECEDOR                   SECTION.
           IF WRK-FOR-QTD (WRK-FOR-SUB) EQUAL ZEROS
             GO TO 0220-DECIDIR-FORNECEDOR-FIM
           END-IF.
           MOVE SPACES      TO WRK-MOTIVO.
           MOVE WRK-FOR-SUB TO FRN-CODIGO.
           READ FRN.
           EVALUATE TRUE
             WHEN WRK-FS-FRN NOT EQUAL "00"
               MOVE "FORNECEDOR SEM CADASTRO" TO WRK-MOTIVO
             WHEN FRN-STATUS EQUAL "B"
               MOVE "FORNECEDOR BLOQUEADO"    TO WRK-MOTIVO
             WHEN FRN-IBAN EQUAL SPACES
               MOVE "FORNECEDOR SEM IBAN"     TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             GO TO 0220-DECIDIR-FORNECEDOR-RET
           END-IF.
           MOVE "V"      TO WRK-IBN-FUNCAO.
           MOVE FRN-IBAN TO WRK-IBN-IBAN.
           CALL "COBOL021" USING WRK-IBAN-AREA.
           EVALUATE WRK-IBN-RETORNO
             WHEN "00"
               PERFORM 0225-CREDITAR-CONTA
             WHEN "92"
               PERFORM 0230-PEDIR-TRANSFERENCIA
             WHEN OTHER
               MOVE "IBAN INVALIDO"            TO WRK-MOTIVO
           END-EVALUATE.
       0220-DECIDIR-FORNECEDOR-RET.
           IF WRK-MOTIVO NOT EQUAL SPACES
             MOVE "R"        TO WRK-FOR-DECISAO (WRK-FOR-SUB)
             MOVE WRK-MOTIVO TO WRK-FOR-MOTIVO (WRK-FOR-SUB)
             ADD 1 TO WRK-CONTADOR-FOR-RET
             ADD WRK-FOR-QTD (WRK-FOR-SUB)   TO WRK-CONTADOR-RETIDAS
             ADD WRK-FOR-TOTAL (WRK-FOR-SUB) TO WRK-TOT-RETIDO
           ELSE
             ADD WRK-FOR-QTD (WRK-FOR-SUB)   TO WRK-CONTADOR-PAGAS
           END-IF.
       0220-DECIDIR-FORNECEDOR-FIM. EXIT.
      **************************************************
      *  CONTA NO NOSSO BANCO: DEBITO NA CONTA DA       *
      *  EMPRESA E CREDITO NA DO FORNECEDOR (MOVFOR)    *
      **************************************************
       0225-CREDITAR-CONTA                       SECTION.
           MOVE WRK-IBN-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-AQL NOT EQUAL "00" OR
              REG-ARQCLI-STATUS NOT EQUAL "A"
             MOVE "CONTA DO FORNECEDOR INATIVA" TO WRK-MOTIVO
             GO TO 0225-CREDITAR-CONTA-FIM
           END-IF.
           IF WRK-FOR-TOTAL (WRK-FOR-SUB) GREATER THAN
              WRK-LIMITE-CREDITO
             MOVE "VALOR ACIMA DO LIMITE"       TO WRK-MOTIVO
             GO TO 0225-CREDITAR-CONTA-FIM
           END-IF.
           MOVE WRK-IBN-CHAVE               TO MOV-CHAVE.
           MOVE "C"                         TO MOV-TIPO.
           MOVE WRK-FOR-TOTAL (WRK-FOR-SUB) TO MOV-VALOR.
           MOVE REG-ARQCLI-MOEDA            TO MOV-MOEDA.
           MOVE WRK-DATA-CORRIDA            TO MOV-DATA-VALOR.
           WRITE REG-MOVDIA.
           MOVE WRK-CHAVE-EMPRESA           TO MOV-CHAVE.
           MOVE "D"                         TO MOV-TIPO.
           MOVE WRK-MOEDA-EMPRESA           TO MOV-MOEDA.
           WRITE REG-MOVDIA.
           MOVE "C"                         TO
                WRK-FOR-DECISAO (WRK-FOR-SUB).
           MOVE WRK-IBN-CHAVE               TO
                WRK-FOR-DESTINO (WRK-FOR-SUB).
           ADD 1 TO WRK-CONTADOR-CREDITOS.
           ADD WRK-FOR-TOTAL (WRK-FOR-SUB)  TO WRK-TOT-CREDITOS.
       0225-CREDITAR-CONTA-FIM. EXIT.
      **************************************************
      *  IBAN DE OUTRO BANCO: PEDIDO DE TRANSFERENCIA   *
      *  A DEBITO DA CONTA DA EMPRESA NA DATA DA        *
      *  CORRIDA                                        *
      **************************************************
       0230-PEDIR-TRANSFERENCIA                  SECTION.
           IF WRK-FOR-TOTAL (WRK-FOR-SUB) GREATER THAN
              WRK-LIMITE-TRANSF
             MOVE "VALOR ACIMA DO LIMITE"       TO WRK-MOTIVO
             GO TO 0230-PEDIR-TRANSFERENCIA-FIM
           END-IF.
           MOVE WRK-DATA-CORRIDA            TO WRK-REF-DATA.
           MOVE WRK-HORA(1:6)               TO WRK-REF-HORA.
           MOVE WRK-FOR-SUB                 TO WRK-REF-FORNECEDOR.
           MOVE WRK-CHAVE-EMPRESA           TO PED-CHAVE.
           MOVE FRN-IBAN                    TO PED-IBAN-DEST.
           MOVE WRK-FOR-TOTAL (WRK-FOR-SUB) TO PED-VALOR.
           MOVE WRK-DATA-CORRIDA            TO PED-DATA.
           MOVE WRK-REFERENCIA              TO PED-REFER.
           WRITE REG-TRFPED.
           MOVE "T"                         TO
                WRK-FOR-DECISAO (WRK-FOR-SUB).
           MOVE FRN-IBAN                    TO
                WRK-FOR-DESTINO (WRK-FOR-SUB).
           ADD 1 TO WRK-CONTADOR-TRANSF.
           ADD WRK-FOR-TOTAL (WRK-FOR-SUB)  TO WRK-TOT-TRANSF.
       0230-PEDIR-TRANSFERENCIA-FIM. EXIT.
      **************************************************
      *  SEGUNDA PASSAGEM NO PAGPROP: AS LINHAS DOS     *
      *  FORNECEDORES PAGOS PASSAM A P-PAGA COM A DATA  *
      *  DA CORRIDA - AS RETIDAS FICAM PENDENTES        *
      **************************************************
       0240-MARCAR-PAGAS                         SECTION.
           IF WRK-ITM-QTD EQUAL ZEROS
             GO TO 0240-MARCAR-PAGAS-FIM
           END-IF.
           OPEN I-O PAG.
           IF WRK-FS-PAG NOT EQUAL "00"
             DISPLAY "ERRO NA REABERTURA PAGPROP - STATUS "
                     WRK-FS-PAG " - LINHAS NAO MARCADAS"
             MOVE 8 TO RETURN-CODE
             GO TO 0240-MARCAR-PAGAS-FIM
           END-IF.
           MOVE ZEROS TO WRK-SEQ.
           MOVE 1     TO WRK-ITM-PROX.
           READ PAG.
           PERFORM 0245-MARCAR-LINHA
               UNTIL WRK-FS-PAG NOT EQUAL "00"
                  OR WRK-ITM-PROX GREATER THAN WRK-ITM-QTD.
           CLOSE PAG.
       0240-MARCAR-PAGAS-FIM. EXIT.
      **************************************************
       0245-MARCAR-LINHA                         SECTION.
           ADD 1 TO WRK-SEQ.
           IF WRK-SEQ EQUAL WRK-ITM-SEQ (WRK-ITM-PROX)
             MOVE WRK-ITM-FORN (WRK-ITM-PROX) TO WRK-FOR-SUB
             IF WRK-FOR-DECISAO (WRK-FOR-SUB) EQUAL "C" OR
                WRK-FOR-DECISAO (WRK-FOR-SUB) EQUAL "T"
               MOVE "P"              TO PAG-ESTADO
               MOVE WRK-DATA-CORRIDA TO PAG-DATA-PAG
               REWRITE REG-PAGPROP
             END-IF
             ADD 1 TO WRK-ITM-PROX
           END-IF.
           READ PAG.
       0245-MARCAR-LINHA-FIM. EXIT.
      **************************************************
      *  UM AVISO POR FORNECEDOR PAGO, DEPOIS OS        *
      *  RETIDOS COM O MOTIVO E NO FIM OS TOTAIS        *
      **************************************************
       0250-IMPRIMIR-RELATORIO                   SECTION.
           MOVE WRK-DATA-CORRIDA TO WRK-T-DATA.
           WRITE REG-PAGFREL FROM WRK-LINHA-TITULO.
           PERFORM 0255-IMPRIMIR-AVISO
               VARYING WRK-FOR-SUB FROM 1 BY 1
               UNTIL WRK-FOR-SUB GREATER THAN 999.
           IF WRK-CONTADOR-FOR-RET GREATER THAN ZEROS
             WRITE REG-PAGFREL FROM WRK-LINHA-BRANCO
             WRITE REG-PAGFREL FROM WRK-LINHA-SEPARADOR
             MOVE "PAGAMENTOS RETIDOS" TO WRK-S-ROTULO
             MOVE WRK-CONTADOR-RETIDAS TO WRK-S-QTD
             MOVE WRK-TOT-RETIDO       TO WRK-S-VALOR
             WRITE REG-PAGFREL FROM WRK-LINHA-TOTAL
             PERFORM 0260-IMPRIMIR-RETIDO
                 VARYING WRK-FOR-SUB FROM 1 BY 1
                 UNTIL WRK-FOR-SUB GREATER THAN 999
           END-IF.
           WRITE REG-PAGFREL FROM WRK-LINHA-BRANCO.
           WRITE REG-PAGFREL FROM WRK-LINHA-SEPARADOR.
           MOVE "CREDITOS NO NOSSO BANCO"  TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR-CREDITOS      TO WRK-S-QTD.
           MOVE WRK-TOT-CREDITOS           TO WRK-S-VALOR.
           WRITE REG-PAGFREL FROM WRK-LINHA-TOTAL.
           MOVE "TRANSFERENCIAS (TRFPED)"  TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR-TRANSF        TO WRK-S-QTD.
           MOVE WRK-TOT-TRANSF             TO WRK-S-VALOR.
           WRITE REG-PAGFREL FROM WRK-LINHA-TOTAL.
           MOVE "FORNECEDORES RETIDOS"     TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR-FOR-RET       TO WRK-S-QTD.
           MOVE WRK-TOT-RETIDO             TO WRK-S-VALOR.
           WRITE REG-PAGFREL FROM WRK-LINHA-TOTAL.
           COMPUTE WRK-TOT-PAGO = WRK-TOT-CREDITOS + WRK-TOT-TRANSF.
           MOVE "TOTAL PAGO"               TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR-PAGAS         TO WRK-S-QTD.
           MOVE WRK-TOT-PAGO               TO WRK-S-VALOR.
           WRITE REG-PAGFREL FROM WRK-LINHA-TOTAL.
       0250-IMPRIMIR-RELATORIO-FIM. EXIT.
      **************************************************
       0255-IMPRIMIR-AVISO                       SECTION.
           IF WRK-FOR-DECISAO (WRK-FOR-SUB) NOT EQUAL "C" AND
              WRK-FOR-DECISAO (WRK-FOR-SUB) NOT EQUAL "T"
             GO TO 0255-IMPRIMIR-AVISO-FIM
           END-IF.
           MOVE WRK-FOR-SUB TO FRN-CODIGO.
           READ FRN.
           WRITE REG-PAGFREL FROM WRK-LINHA-BRANCO.
           WRITE REG-PAGFREL FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-FOR-SUB  TO WRK-A-CODIGO.
           MOVE FRN-NOME     TO WRK-A-NOME.
           WRITE REG-PAGFREL FROM WRK-LINHA-AVISO.
           MOVE FRN-MORADA   TO WRK-M-MORADA.
           WRITE REG-PAGFREL FROM WRK-LINHA-MORADA.
           IF WRK-FOR-DECISAO (WRK-FOR-SUB) EQUAL "C"
             MOVE "CREDITO NA CONTA"        TO WRK-P-METODO
           ELSE
             MOVE "TRANSFERENCIA PARA O IBAN" TO WRK-P-METODO
           END-IF.
           MOVE WRK-FOR-DESTINO (WRK-FOR-SUB) TO WRK-P-DESTINO.
           WRITE REG-PAGFREL FROM WRK-LINHA-METODO.
           WRITE REG-PAGFREL FROM WRK-LINHA-COLUNAS.
           PERFORM 0265-IMPRIMIR-ITEM
               VARYING WRK-ITM-SUB FROM 1 BY 1
               UNTIL WRK-ITM-SUB GREATER THAN WRK-ITM-QTD.
           MOVE "TOTAL DO PAGAMENTO"          TO WRK-S-ROTULO.
           MOVE WRK-FOR-QTD (WRK-FOR-SUB)     TO WRK-S-QTD.
           MOVE WRK-FOR-TOTAL (WRK-FOR-SUB)   TO WRK-S-VALOR.
           WRITE REG-PAGFREL FROM WRK-LINHA-TOTAL.
       0255-IMPRIMIR-AVISO-FIM. EXIT.
      **************************************************
       0260-IMPRIMIR-RETIDO                      SECTION.
           IF WRK-FOR-DECISAO (WRK-FOR-SUB) NOT EQUAL "R"
             GO TO 0260-IMPRIMIR-RETIDO-FIM
           END-IF.
           MOVE WRK-FOR-SUB TO FRN-CODIGO.
           READ FRN.
           IF WRK-FS-FRN NOT EQUAL "00"
             MOVE SPACES   TO FRN-NOME
           END-IF.
           WRITE REG-PAGFREL FROM WRK-LINHA-BRANCO.
           MOVE WRK-FOR-SUB                  TO WRK-R-CODIGO.
           MOVE FRN-NOME                     TO WRK-R-NOME.
           MOVE WRK-FOR-MOTIVO (WRK-FOR-SUB) TO WRK-R-MOTIVO.
           WRITE REG-PAGFREL FROM WRK-LINHA-RETIDO.
           WRITE REG-PAGFREL FROM WRK-LINHA-COLUNAS.
           PERFORM 0265-IMPRIMIR-ITEM
               VARYING WRK-ITM-SUB FROM 1 BY 1
               UNTIL WRK-ITM-SUB GREATER THAN WRK-ITM-QTD.
           MOVE "TOTAL RETIDO"               TO WRK-S-ROTULO.
           MOVE WRK-FOR-QTD (WRK-FOR-SUB)    TO WRK-S-QTD.
           MOVE WRK-FOR-TOTAL (WRK-FOR-SUB)  TO WRK-S-VALOR.
           WRITE REG-PAGFREL FROM WRK-LINHA-TOTAL.
       0260-IMPRIMIR-RETIDO-FIM. EXIT.
      **************************************************
       0265-IMPRIMIR-ITEM                        SECTION.
           IF WRK-ITM-FORN (WRK-ITM-SUB) NOT EQUAL WRK-FOR-SUB
             GO TO 0265-IMPRIMIR-ITEM-FIM
           END-IF.
           MOVE WRK-ITM-PECA (WRK-ITM-SUB)  TO WRK-I-PECA.
           MOVE WRK-ITM-VENC (WRK-ITM-SUB)  TO WRK-I-VENC.
           MOVE WRK-ITM-VALOR (WRK-ITM-SUB) TO WRK-I-VALOR.
           WRITE REG-PAGFREL FROM WRK-LINHA-ITEM.
       0265-IMPRIMIR-ITEM-FIM. EXIT.
      **************************************************
       0270-GRAVAR-EVENTO                        SECTION.
           IF WRK-TOT-PAGO EQUAL ZEROS
             GO TO 0270-GRAVAR-EVENTO-FIM
           END-IF.
           OPEN EXTEND EVT.
           IF WRK-FS-EVT NOT EQUAL "00"
             OPEN OUTPUT EVT
           END-IF.
           IF WRK-FS-EVT NOT EQUAL "00"
             DISPLAY "GLEVENT INDISPONIVEL - STATUS " WRK-FS-EVT
           ELSE
             MOVE "PAGFORN"        TO EVT-TIPO
             MOVE WRK-DATA-CORRIDA TO EVT-DATA
             MOVE WRK-TOT-PAGO     TO EVT-VALOR
             WRITE REG-GLEVENT
             CLOSE EVT
           END-IF.
       0270-GRAVAR-EVENTO-FIM. EXIT.
      **************************************************
       0280-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LIDAS TO WRK-ACUM-IDE.
           DISPLAY "LINHAS DO PAGPROP LIDAS  " WRK-ACUM-IDE.
           MOVE WRK-ITM-QTD TO WRK-ACUM-IDE.
           DISPLAY "LINHAS VENCIDAS          " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-PAGAS TO WRK-ACUM-IDE.
           DISPLAY "LINHAS PAGAS             " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-RETIDAS TO WRK-ACUM-IDE.
           DISPLAY "LINHAS RETIDAS           " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-CREDITOS TO WRK-ACUM-IDE.
           DISPLAY "CREDITOS NO NOSSO BANCO  " WRK-ACUM-IDE.
           MOVE WRK-CONTADOR-TRANSF TO WRK-ACUM-IDE.
           DISPLAY "TRANSFERENCIAS PEDIDAS   " WRK-ACUM-IDE.
           IF WRK-CONTADOR-FORA-TAB GREATER THAN ZEROS
             MOVE WRK-CONTADOR-FORA-TAB TO WRK-ACUM-IDE
             DISPLAY "TABELA CHEIA - FICAM PARA A PROXIMA CORRIDA "
                     WRK-ACUM-IDE
           END-IF.
           IF WRK-CONTADOR-RETIDAS GREATER THAN ZEROS AND
              RETURN-CODE LESS THAN 4
             MOVE 4 TO RETURN-CODE
           END-IF.
       0280-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE FRN.
           CLOSE AQL.
           CLOSE PED.
           CLOSE MVF.
           CLOSE REL.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

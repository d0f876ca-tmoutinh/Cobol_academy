      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: PONTE DE CREDITO DE SALARIOS - CRUZA O
      *            FICHEIRO DE PAGAMENTOS PAGEXT
      *            COM O FICHEIRO DE CORRESPONDENCIA
      *            FUNCONTA (IDFUN -> AGENCIA+CONTA) E GERA
      *            UM MOVIMENTO DE CREDITO POR FUNCIONARIO
      *            PARA A POSTAGEM - FUNCIONARIOS SEM CONTA
      *            ASSOCIADA OU COM CONTA CONGELADA SAEM NO
      *            RELATORIO DE EXCECOES
      *            NA FOLHA MENSAL E NOS SUBSIDIOS DE
      *            FERIAS/NATAL O PAGEXT E O PAGSUB DO TR00PTT8
      *            (MESMO LAYOUT), COM O LIQUIDO DE CADA RECIBO
      *            DO FOLPAG - O EXTRATO BRUTO DO TR00PTT3 NAO
      *            SERVE PARA CREDITAR
      *            SO CORRE DEPOIS DO CONTROLO DA FOLHA
      *            (TR00PTTU) TERMINAR COM RETURN-CODE 0
      *            QUEM NAO TEM CONTA NO FUNCONTA MAS TEM IBAN
      *            DE OUTRO BANCO NO FUNIBAN (COBVSA73) RECEBE
      *            POR TRANSFERENCIA: UM PEDIDO NO TRFPED A
      *            DEBITO DA CONTA DE SALARIOS DA EMPRESA, COM
      *            A DATA DE PAGAMENTO, QUE O COBVSA48 ENVIA
      *            PELA COMPENSACAO NESSE DIA - O RELATORIO
      *            SALREL MOSTRA EM SEPARADO OS CREDITOS
      *            INTERNOS, AS TRANSFERENCIAS E AS EXCECOES,
      *            E CONCILIA O TOTAL COM O LIQUIDO DO FOLPAG
      *            (DIFERENCA OU FOLPAG EM FALTA: RETURN-CODE 4)
      *            SYSIN: 1. CONTA DE SALARIOS DA EMPRESA (9)
      *                   2. DATA DE PAGAMENTO AAAAMMDD -
      *                      SEM CARTAO, A DATA DO DIA
      *                   3. D = REEMBOLSO DE DESPESAS - O
      *                      PAGEXT E O DESPPAG DO TR00PTTV
      *                      (CREDITO IMEDIATO DAS DESPESAS
      *                      APROVADAS) E NAO HA CONCILIACAO
      *                      COM O FOLPAG
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * ARQCLI      INPUT       -----
      * MOVSAL      OUTPUT      BOOKMOV
      * SALEXC      OUTPUT      -----
      * FUNIBAN     INPUT       BOOKFIB
      * TRFPED      EXTEND      -----
      * FOLPAG      INPUT       -----
      * SALREL      OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.

           SELECT EXC ASSIGN TO SALEXC
           FILE STATUS IS WRK-FS-SALEXC.

           SELECT FIB ASSIGN TO FUNIBAN
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS FIB-IDFUN
           FILE STATUS   IS WRK-FS-FUNIBAN.

           SELECT PED ASSIGN TO TRFPED
           FILE STATUS IS WRK-FS-TRFPED.

           SELECT FOL ASSIGN TO FOLPAG
           FILE STATUS IS WRK-FS-FOLPAG.

           SELECT REL ASSIGN TO SALREL
           FILE STATUS IS WRK-FS-SALREL.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
      *    NO PAGSUB O PAG-SALFUN E O LIQUIDO DO RECIBO
       01 REG-PAGEXT.
          05 PAG-IDFUN             PIC 9(05).
          05 FILLER                PIC X(02).
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD MVS
           RECORDING MODE IS F
          05 FILLER               PIC X(01).
          05 EXC-MOTIVO           PIC X(25).

       FD FIB.
       COPY BOOKFIB.

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

      *    SO SE USA O LIQUIDO PARA A CONCILIACAO
       FD FOL
           RECORDING MODE IS F
           RECORD CONTAINS 191 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-FOLPAG.
          05 FOL-IDFUN            PIC 9(05).
          05 FILLER               PIC X(125).
          05 FOL-LIQUIDO          PIC 9(08)V99.
          05 FILLER               PIC X(51).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-SALREL              PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-FUNCONTA         PIC X(02) VALUE ZEROS.
       77 WRK-FS-PAGEXT           PIC X(02) VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CREDITOS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-EXCECOES   PIC 9(10) COMP VALUE 0.
      *------------- TRANSFERENCIAS PARA OUTROS BANCOS ---
       77 WRK-FS-FUNIBAN          PIC X(02) VALUE ZEROS.
       77 WRK-FS-TRFPED           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-FUNIBAN         PIC X(01) VALUE "N".
       77 WRK-CHAVE-EMPRESA       PIC X(09) VALUE SPACES.
       77 WRK-EMPRESA-OK          PIC X(01) VALUE "N".
       77 WRK-DATA-PAG            PIC 9(08) VALUE ZEROS.
       77 WRK-HORA                PIC 9(08) VALUE ZEROS.
       77 WRK-TIPO-PONTE          PIC X(01) VALUE SPACES.
       77 WRK-IBAN-DESTINO        PIC X(25) VALUE SPACES.
       01 WRK-IBAN-AREA.
          05 WRK-IBN-FUNCAO       PIC X(01) VALUE SPACES.
          05 WRK-IBN-CHAVE        PIC X(09) VALUE SPACES.
          05 WRK-IBN-IBAN         PIC X(25) VALUE SPACES.
          05 WRK-IBN-RETORNO      PIC X(02) VALUE ZEROS.
       01 WRK-REFERENCIA.
          05 WRK-REF-TIPO         PIC X(01) VALUE "S".
          05 WRK-REF-DATA         PIC 9(08).
          05 WRK-REF-HORA         PIC 9(06).
          05 WRK-REF-IDFUN        PIC 9(05).
       77 WRK-CONTADOR-TRANSF     PIC 9(10) COMP VALUE 0.
      *------------- CONCILIACAO COM O FOLPAG -------------
       77 WRK-FS-FOLPAG           PIC X(02) VALUE ZEROS.
       77 WRK-FS-SALREL           PIC X(02) VALUE ZEROS.
       77 WRK-TEM-FOLPAG          PIC X(01) VALUE "N".
       77 WRK-TOT-CREDITOS        PIC 9(11)V99 COMP VALUE 0.
       77 WRK-TOT-TRANSF          PIC 9(11)V99 COMP VALUE 0.
       77 WRK-TOT-EXCECOES        PIC 9(11)V99 COMP VALUE 0.
       77 WRK-TOT-PONTE           PIC 9(11)V99 COMP VALUE 0.
       77 WRK-TOT-FOLPAG          PIC 9(11)V99 COMP VALUE 0.
       77 WRK-DIFERENCA           PIC S9(11)V99 COMP VALUE 0.
       77 WRK-CONTADOR-FOLPAG     PIC 9(10) COMP VALUE 0.
      *------------- LINHAS DO RELATORIO EM MEMORIA -------
      *  TIPO: C-CREDITO INTERNO  T-TRANSFERENCIA
      *        E-EXCECAO
       01 WRK-REL-TAB.
          05 WRK-REL-ENTRY OCCURS 2000 TIMES.
             10 WRK-REL-TIPO      PIC X(01).
             10 WRK-REL-IDFUN     PIC 9(05).
             10 WRK-REL-NOME      PIC X(30).
             10 WRK-REL-VALOR     PIC 9(08)V99.
             10 WRK-REL-DESTINO   PIC X(25).
       77 WRK-REL-QTD             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-REL-SUB             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-REL-CHEIA           PIC X(01) VALUE "N".
       77 WRK-BLOCO-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-BLOCO-QTD           PIC 9(10) COMP VALUE 0.
       77 WRK-BLOCO-VALOR         PIC 9(11)V99 COMP VALUE 0.
       01 WRK-LINHA-TITULO.
          05 FILLER               PIC X(42) VALUE
             "PONTE DE CREDITO DE SALARIOS - PAGAMENTO ".
          05 WRK-T-DATA           PIC 9(08).
          05 FILLER               PIC X(30) VALUE SPACES.
       01 WRK-LINHA-BLOCO.
          05 WRK-B-TITULO         PIC X(40).
          05 FILLER               PIC X(40) VALUE SPACES.
       01 WRK-LINHA-COLUNAS.
          05 FILLER               PIC X(42) VALUE
             "IDFUN NOME                          VALOR".
          05 FILLER               PIC X(38) VALUE
             "CONTA/IBAN DESTINO/MOTIVO".
       01 WRK-LINHA-DETALHE.
          05 WRK-L-IDFUN          PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-NOME           PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-L-DESTINO        PIC X(25).
          05 FILLER               PIC X(13) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 WRK-S-ROTULO         PIC X(30).
          05 WRK-S-QTD            PIC ZZ.ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 WRK-S-VALOR          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(25) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
           PERFORM 0110-CARREGAR-XREF
               UNTIL WRK-FS-FUNCONTA EQUAL "10".
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-PAGEXT EQUAL "10".
           PERFORM 0250-CONCILIAR-FOLPAG.
           PERFORM 0260-IMPRIMIR-RELATORIO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-PROC FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA FROM TIME.
           ACCEPT WRK-CHAVE-EMPRESA.
           ACCEPT WRK-DATA-PAG.
           IF WRK-DATA-PAG NOT NUMERIC OR WRK-DATA-PAG EQUAL ZEROS
             MOVE WRK-DATA-PROC TO WRK-DATA-PAG
           END-IF.
           ACCEPT WRK-TIPO-PONTE.
           IF WRK-TIPO-PONTE EQUAL "D"
             MOVE "D" TO WRK-REF-TIPO
             DISPLAY "REEMBOLSO DE DESPESAS - SEM CONCILIACAO"
           ELSE
             MOVE SPACES TO WRK-TIPO-PONTE
           END-IF.
           OPEN INPUT XRF.
           IF WRK-FS-FUNCONTA NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA FUNCONTA - STATUS "
           END-IF.
           OPEN OUTPUT MVS.
           OPEN OUTPUT EXC.
           OPEN OUTPUT REL.
      *    SEM FUNIBAN NINGUEM E PAGO NOUTRO BANCO - QUEM
      *    NAO TEM CONTA NO FUNCONTA SEGUE PARA EXCECOES
           OPEN INPUT FIB.
           IF WRK-FS-FUNIBAN EQUAL "00"
             MOVE "S" TO WRK-TEM-FUNIBAN
           ELSE
             DISPLAY "FUNIBAN INDISPONIVEL - STATUS " WRK-FS-FUNIBAN
                     " - SEM TRANSFERENCIAS"
           END-IF.
      *    OS PEDIDOS JUNTAM-SE AOS DO DIA PARA O COBVSA48
           OPEN EXTEND PED.
           IF WRK-FS-TRFPED NOT EQUAL "00"
             OPEN OUTPUT PED
             IF WRK-FS-TRFPED NOT EQUAL "00"
               DISPLAY "ERRO NA ABERTURA TRFPED - STATUS "
                       WRK-FS-TRFPED
               GOBACK
             END-IF
           END-IF.
      *    A CONTA DE SALARIOS DA EMPRESA TEM DE EXISTIR E
      *    ESTAR ATIVA - SEM ELA NAO SE PEDE TRANSFERENCIA
           MOVE WRK-CHAVE-EMPRESA TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI EQUAL "00" AND
              REG-ARQCLI-STATUS EQUAL "A"
             MOVE "S" TO WRK-EMPRESA-OK
           ELSE
             DISPLAY "CONTA DE SALARIOS DA EMPRESA INVALIDA "
                     WRK-CHAVE-EMPRESA " - SEM TRANSFERENCIAS"
           END-IF.
           READ XRF.
           IF WRK-FS-FUNCONTA EQUAL "10"
             DISPLAY "FUNCONTA VAZIO - TUDO SEGUE PARA EXCECOES"
                 TO WRK-CHAVE-CREDITO
             END-IF
           END-PERFORM.
           MOVE PAG-SALFUN TO WRK-SALARIO.
           IF WRK-CHAVE-CREDITO EQUAL SPACES
             PERFORM 0220-PROCURAR-IBAN
             IF WRK-IBAN-DESTINO NOT EQUAL SPACES AND
                WRK-MOTIVO EQUAL SPACES
               PERFORM 0230-PEDIR-TRANSFERENCIA
               GO TO 0200-PROCESSAR-LER
             END-IF
           ELSE
             MOVE WRK-CHAVE-CREDITO TO REG-ARQCLI-CHAVE
             READ AQL
             END-IF
           END-IF.
           IF WRK-MOTIVO EQUAL SPACES
             MOVE WRK-CHAVE-CREDITO  TO MOV-CHAVE
             MOVE "C"                TO MOV-TIPO
             MOVE WRK-SALARIO        TO MOV-VALOR
             MOVE WRK-DATA-PROC      TO MOV-DATA-VALOR
             WRITE REG-MOVDIA
             ADD 1 TO WRK-CONTADOR-CREDITOS
             ADD WRK-SALARIO TO WRK-TOT-CREDITOS
             MOVE "C"               TO WRK-BLOCO-TIPO
             MOVE WRK-CHAVE-CREDITO TO WRK-IBAN-DESTINO
             PERFORM 0240-GUARDAR-LINHA
           ELSE
             MOVE PAG-IDFUN   TO EXC-IDFUN
             MOVE PAG-NOMEFUN TO EXC-NOME
             MOVE WRK-MOTIVO  TO EXC-MOTIVO
             WRITE REG-SALEXC
             ADD 1 TO WRK-CONTADOR-EXCECOES
             ADD WRK-SALARIO TO WRK-TOT-EXCECOES
             MOVE "E"               TO WRK-BLOCO-TIPO
             MOVE WRK-MOTIVO        TO WRK-IBAN-DESTINO
             PERFORM 0240-GUARDAR-LINHA
           END-IF.
       0200-PROCESSAR-LER.
           READ PAG.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  SEM CONTA NO FUNCONTA: PROCURA O IBAN DE OUTRO *
      *  BANCO NO FUNIBAN E VOLTA A VALIDA-LO NA ROTINA *
      *  COBOL021 (SO IBAN PT DE OUTRO BANCO)           *
      **************************************************
       0220-PROCURAR-IBAN                        SECTION.
           MOVE SPACES TO WRK-IBAN-DESTINO.
           MOVE "SEM CONTA ASSOCIADA" TO WRK-MOTIVO.
           IF WRK-TEM-FUNIBAN NOT EQUAL "S"
             GO TO 0220-PROCURAR-IBAN-FIM
           END-IF.
           MOVE PAG-IDFUN TO FIB-IDFUN.
           READ FIB.
           IF WRK-FS-FUNIBAN NOT EQUAL "00"
             GO TO 0220-PROCURAR-IBAN-FIM
           END-IF.
           MOVE FIB-IBAN  TO WRK-IBAN-DESTINO.
           MOVE SPACES    TO WRK-MOTIVO.
           MOVE "V"       TO WRK-IBN-FUNCAO.
           MOVE FIB-IBAN  TO WRK-IBN-IBAN.
           CALL "COBOL021" USING WRK-IBAN-AREA.
           EVALUATE TRUE
             WHEN FIB-IBAN(1:2) NOT EQUAL "PT"
               MOVE "IBAN EXTERNO INVALIDO"   TO WRK-MOTIVO
             WHEN WRK-IBN-RETORNO EQUAL "92"
               CONTINUE
             WHEN WRK-IBN-RETORNO EQUAL "00"
               MOVE "IBAN INTERNO SEM FUNCONTA" TO WRK-MOTIVO
             WHEN OTHER
               MOVE "IBAN EXTERNO INVALIDO"   TO WRK-MOTIVO
           END-EVALUATE.
           IF WRK-MOTIVO EQUAL SPACES AND
              WRK-EMPRESA-OK NOT EQUAL "S"
             MOVE "SEM CONTA PAGADORA"        TO WRK-MOTIVO
           END-IF.
       0220-PROCURAR-IBAN-FIM.  EXIT.
      **************************************************
      *  PEDIDO DE TRANSFERENCIA A DEBITO DA CONTA DE   *
      *  SALARIOS DA EMPRESA - O COBVSA48 SO O ENVIA NA *
      *  DATA DE PAGAMENTO                              *
      **************************************************
       0230-PEDIR-TRANSFERENCIA                  SECTION.
           MOVE WRK-DATA-PAG      TO WRK-REF-DATA.
           MOVE WRK-HORA(1:6)     TO WRK-REF-HORA.
           MOVE PAG-IDFUN         TO WRK-REF-IDFUN.
           MOVE WRK-CHAVE-EMPRESA TO PED-CHAVE.
           MOVE WRK-IBAN-DESTINO  TO PED-IBAN-DEST.
           MOVE WRK-SALARIO       TO PED-VALOR.
           MOVE WRK-DATA-PAG      TO PED-DATA.
           MOVE WRK-REFERENCIA    TO PED-REFER.
           WRITE REG-TRFPED.
           ADD 1 TO WRK-CONTADOR-TRANSF.
           ADD WRK-SALARIO TO WRK-TOT-TRANSF.
           MOVE "T" TO WRK-BLOCO-TIPO.
           PERFORM 0240-GUARDAR-LINHA.
       0230-PEDIR-TRANSFERENCIA-FIM.  EXIT.
      **************************************************
       0240-GUARDAR-LINHA                        SECTION.
           IF WRK-REL-QTD NOT LESS THAN 2000
             MOVE "S" TO WRK-REL-CHEIA
             GO TO 0240-GUARDAR-LINHA-FIM
           END-IF.
           ADD 1 TO WRK-REL-QTD.
           MOVE WRK-BLOCO-TIPO   TO WRK-REL-TIPO (WRK-REL-QTD).
           MOVE PAG-IDFUN        TO WRK-REL-IDFUN (WRK-REL-QTD).
           MOVE PAG-NOMEFUN      TO WRK-REL-NOME (WRK-REL-QTD).
           MOVE WRK-SALARIO      TO WRK-REL-VALOR (WRK-REL-QTD).
           MOVE WRK-IBAN-DESTINO TO WRK-REL-DESTINO (WRK-REL-QTD).
       0240-GUARDAR-LINHA-FIM.  EXIT.
      **************************************************
      *  O TOTAL DA PONTE (CREDITOS + TRANSFERENCIAS +  *
      *  EXCECOES) TEM DE BATER COM O LIQUIDO DO FOLPAG *
      **************************************************
       0250-CONCILIAR-FOLPAG                     SECTION.
           COMPUTE WRK-TOT-PONTE = WRK-TOT-CREDITOS + WRK-TOT-TRANSF
                                 + WRK-TOT-EXCECOES.
           IF WRK-TIPO-PONTE EQUAL "D"
             GO TO 0250-CONCILIAR-FOLPAG-FIM
           END-IF.
           OPEN INPUT FOL.
           IF WRK-FS-FOLPAG NOT EQUAL "00"
             DISPLAY "FOLPAG INDISPONIVEL - STATUS " WRK-FS-FOLPAG
                     " - SEM CONCILIACAO"
             GO TO 0250-CONCILIAR-FOLPAG-FIM
           END-IF.
           MOVE "S" TO WRK-TEM-FOLPAG.
           READ FOL.
           PERFORM UNTIL WRK-FS-FOLPAG NOT EQUAL "00"
             ADD 1 TO WRK-CONTADOR-FOLPAG
             ADD FOL-LIQUIDO TO WRK-TOT-FOLPAG
             READ FOL
           END-PERFORM.
           CLOSE FOL.
           COMPUTE WRK-DIFERENCA = WRK-TOT-PONTE - WRK-TOT-FOLPAG.
       0250-CONCILIAR-FOLPAG-FIM.  EXIT.
      **************************************************
      *  UM BLOCO POR TIPO: CREDITOS INTERNOS,          *
      *  TRANSFERENCIAS E EXCECOES - NO FIM OS TOTAIS   *
      *  E A CONCILIACAO COM O FOLPAG                   *
      **************************************************
       0260-IMPRIMIR-RELATORIO                   SECTION.
           MOVE WRK-DATA-PAG TO WRK-T-DATA.
           WRITE REG-SALREL FROM WRK-LINHA-TITULO.
           MOVE "C" TO WRK-BLOCO-TIPO.
           MOVE "CREDITOS EM CONTA NO BANCO" TO WRK-B-TITULO.
           PERFORM 0265-IMPRIMIR-BLOCO.
           MOVE "T" TO WRK-BLOCO-TIPO.
           MOVE "TRANSFERENCIAS PARA OUTROS BANCOS"
             TO WRK-B-TITULO.
           PERFORM 0265-IMPRIMIR-BLOCO.
           MOVE "E" TO WRK-BLOCO-TIPO.
           MOVE "EXCECOES - PAGAMENTO MANUAL" TO WRK-B-TITULO.
           PERFORM 0265-IMPRIMIR-BLOCO.
           IF WRK-REL-CHEIA EQUAL "S"
             MOVE "TABELA CHEIA - DETALHE INCOMPLETO, TOTAIS CERTOS"
               TO REG-SALREL
             WRITE REG-SALREL
           END-IF.
           WRITE REG-SALREL FROM WRK-LINHA-BRANCO.
           MOVE "CREDITOS INTERNOS"        TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR-CREDITOS      TO WRK-S-QTD.
           MOVE WRK-TOT-CREDITOS           TO WRK-S-VALOR.
           WRITE REG-SALREL FROM WRK-LINHA-TOTAL.
           MOVE "TRANSFERENCIAS"           TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR-TRANSF        TO WRK-S-QTD.
           MOVE WRK-TOT-TRANSF             TO WRK-S-VALOR.
           WRITE REG-SALREL FROM WRK-LINHA-TOTAL.
           MOVE "EXCECOES"                 TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR-EXCECOES      TO WRK-S-QTD.
           MOVE WRK-TOT-EXCECOES           TO WRK-S-VALOR.
           WRITE REG-SALREL FROM WRK-LINHA-TOTAL.
           MOVE "TOTAL DA PONTE"           TO WRK-S-ROTULO.
           MOVE WRK-CONTADOR               TO WRK-S-QTD.
           MOVE WRK-TOT-PONTE              TO WRK-S-VALOR.
           WRITE REG-SALREL FROM WRK-LINHA-TOTAL.
           IF WRK-TEM-FOLPAG EQUAL "S"
             MOVE "LIQUIDO DO FOLPAG"      TO WRK-S-ROTULO
             MOVE WRK-CONTADOR-FOLPAG      TO WRK-S-QTD
             MOVE WRK-TOT-FOLPAG           TO WRK-S-VALOR
             WRITE REG-SALREL FROM WRK-LINHA-TOTAL
             MOVE "DIFERENCA"              TO WRK-S-ROTULO
             MOVE ZEROS                    TO WRK-S-QTD
             MOVE WRK-DIFERENCA            TO WRK-S-VALOR
             WRITE REG-SALREL FROM WRK-LINHA-TOTAL
           ELSE
             IF WRK-TIPO-PONTE EQUAL "D"
               MOVE "REEMBOLSO DE DESPESAS - SEM CONCILIACAO"
                 TO REG-SALREL
             ELSE
               MOVE "FOLPAG INDISPONIVEL - SEM CONCILIACAO"
                 TO REG-SALREL
             END-IF
             WRITE REG-SALREL
           END-IF.
       0260-IMPRIMIR-RELATORIO-FIM.  EXIT.
      **************************************************
       0265-IMPRIMIR-BLOCO                       SECTION.
           MOVE ZEROS TO WRK-BLOCO-QTD.
           MOVE ZEROS TO WRK-BLOCO-VALOR.
           WRITE REG-SALREL FROM WRK-LINHA-BRANCO.
           WRITE REG-SALREL FROM WRK-LINHA-BLOCO.
           WRITE REG-SALREL FROM WRK-LINHA-COLUNAS.
           PERFORM VARYING WRK-REL-SUB FROM 1 BY 1
                   UNTIL WRK-REL-SUB > WRK-REL-QTD
             IF WRK-REL-TIPO (WRK-REL-SUB) EQUAL WRK-BLOCO-TIPO
               ADD 1 TO WRK-BLOCO-QTD
               ADD WRK-REL-VALOR (WRK-REL-SUB) TO WRK-BLOCO-VALOR
               MOVE WRK-REL-IDFUN (WRK-REL-SUB)   TO WRK-L-IDFUN
               MOVE WRK-REL-NOME (WRK-REL-SUB)    TO WRK-L-NOME
               MOVE WRK-REL-VALOR (WRK-REL-SUB)   TO WRK-L-VALOR
               MOVE WRK-REL-DESTINO (WRK-REL-SUB) TO WRK-L-DESTINO
               WRITE REG-SALREL FROM WRK-LINHA-DETALHE
             END-IF
           END-PERFORM.
           MOVE "  TOTAL DO BLOCO"  TO WRK-S-ROTULO.
           MOVE WRK-BLOCO-QTD       TO WRK-S-QTD.
           MOVE WRK-BLOCO-VALOR     TO WRK-S-VALOR.
           WRITE REG-SALREL FROM WRK-LINHA-TOTAL.
       0265-IMPRIMIR-BLOCO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR          TO WRK-CONTADOR-IDE.
           DISPLAY "SALARIOS LIDOS........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CREDITOS TO WRK-CONTADOR-IDE.
           DISPLAY "CREDITOS GERADOS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-TRANSF   TO WRK-CONTADOR-IDE.
           DISPLAY "TRANSFERENCIAS PEDIDAS " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-EXCECOES TO WRK-CONTADOR-IDE.
           DISPLAY "EXCECOES.............. " WRK-CONTADOR-IDE.
           EVALUATE TRUE
             WHEN WRK-TIPO-PONTE EQUAL "D"
               CONTINUE
             WHEN WRK-TEM-FOLPAG NOT EQUAL "S"
               DISPLAY "PONTE NAO CONCILIADA COM O FOLPAG"
               MOVE 4 TO RETURN-CODE
             WHEN WRK-DIFERENCA NOT EQUAL ZEROS
               DISPLAY "PONTE NAO BATE COM O LIQUIDO DO FOLPAG"
               MOVE 4 TO RETURN-CODE
           END-EVALUATE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           END-IF.
           CLOSE MVS.
           CLOSE EXC.
           CLOSE PED.
           CLOSE REL.
           IF WRK-TEM-FUNIBAN EQUAL "S"
             CLOSE FIB
           END-IF.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

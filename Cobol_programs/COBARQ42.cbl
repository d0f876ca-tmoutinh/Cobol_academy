       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ42.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: CONTAS DE MENORES - CORRE TODOS OS DIAS
      *            NA DATA DE NEGOCIO DO DATACTL; A CONTA E
      *            DE MENOR QUANDO A FICHA DA MESMA CHAVE NO
      *            CLIMST NAO TEM AINDA 18 ANOS. LISTA EM
      *            MAIOREL AS CONTAS DE MENOR SEM REPRESENTANTE
      *            LEGAL (PAPEL G EM TITULARES); NO FIM DE MES
      *            PEDE CARTA (NOTIFREQ TIPO MAI, COBVSA44) AOS
      *            TITULARES QUE FAZEM 18 ANOS NO MES SEGUINTE;
      *            A PARTIR DO DIA EM QUE O TITULAR FAZ 18 ANOS
      *            PASSA A CONTA AO PRODUTO DE ADULTO DO
      *            CATALOGO (PRD-PRODUTO-MAIOR) E RETIRA OS
      *            REPRESENTANTES LEGAIS DA CONTA, COM REGISTO
      *            EM ARQCLIAUD. A CONVERSAO SO SE FAZ UMA VEZ -
      *            A CONTA CONVERTIDA JA NAO TEM PRODUTO DE
      *            MENOR NEM REPRESENTANTES
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * CLIMST      INPUT       -----
      * ARQCLI      I-O         -----
      * PRODUTOS    INPUT       BOOKPRD
      * TITULARES   I-O         -----
      * NOTIFREQ    EXTEND      -----   (CARTAS - COBVSA44)
      * MAIOREL     OUTPUT      -----   (RELATORIO)
      * ARQCLIAUD   OUTPUT      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT PRD ASSIGN TO PRODUTOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WRK-FS-PRODUTOS.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.

           SELECT NTF ASSIGN TO NOTIFREQ
           FILE STATUS IS WRK-FS-NOTIFREQ.

           SELECT REL ASSIGN TO MAIOREL
           FILE STATUS IS WRK-FS-MAIOREL.

           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS   IS WRK-FS-ARQCLIAUD.
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

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD PRD.
       COPY BOOKPRD.

       FD TIT.
       01 REG-TITULARES.
          05 TIT-ID.
             10 TIT-CHAVE         PIC X(09).
             10 TIT-CLIENTE       PIC X(09).
          05 TIT-PAPEL            PIC X(01).

       FD NTF
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 REG-NOTIFREQ.
          05 NTF-TIPO             PIC X(03).
          05 NTF-CHAVE            PIC X(09).
          05 NTF-VALOR            PIC 9(08)V99.
          05 NTF-DATA             PIC 9(08).
          05 NTF-TEXTO            PIC X(30).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-MAIOREL             PIC X(80).

       FD AUD
           RECORDING MODE IS F.
       01 REG-AUDITORIA.
          05 AUD-DATA             PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-HORA             PIC 9(06).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-OPERACAO         PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-CHAVE            PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-NOME             PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-SALDO-ANTES      PIC S9(06)V99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 AUD-SALDO-DEPOIS     PIC S9(06)V99.
          05 FILLER               PIC X(01).
          05 AUD-USERID           PIC X(08).
          05 FILLER               PIC X(01).
          05 AUD-SEQ              PIC 9(06).
          05 FILLER               PIC X(01).
          05 AUD-CHECK            PIC 9(09).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRODUTOS         PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-FS-NOTIFREQ         PIC X(02) VALUE ZEROS.
       77 WRK-FS-MAIOREL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLIAUD        PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CLIMST          PIC X(01) VALUE "N".
       77 WRK-EOF-CONTA           PIC X(01) VALUE "N".
       77 WRK-TEM-PRODUTOS        PIC X(01) VALUE "N".
       77 WRK-TEM-TITULARES       PIC X(01) VALUE "N".
       77 WRK-TEM-NOTIFREQ        PIC X(01) VALUE "N".
       77 WRK-TEM-PRD-MAIOR       PIC X(01) VALUE "N".
       77 WRK-APAGAR-REPR         PIC X(01) VALUE "N".
      *------------- DATAS -------------------------------
       01 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-PROC.
          05 WRK-PROC-ANO         PIC 9(04).
          05 WRK-PROC-MES         PIC 9(02).
          05 WRK-PROC-DIA         PIC 9(02).
       77 WRK-MES-SEGUINTE        PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-MAIORIDADE     PIC 9(09) VALUE ZEROS.
       77 WRK-MES-MAIORIDADE      PIC 9(07) VALUE ZEROS.
      *------------- CONTA EM CURSO ----------------------
       77 WRK-QTD-REPRESENT       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-PRODUTO-ANT         PIC X(03) VALUE SPACES.
       77 WRK-PRODUTO-NOVO        PIC X(03) VALUE SPACES.
       01 WRK-TEXTO-MAI.
          05 FILLER               PIC X(13) VALUE "NOVO PRODUTO ".
          05 WRK-TM-PRODUTO       PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-TM-DESCRICAO     PIC X(13).
      *------------- CONTADORES --------------------------
       77 WRK-CONTADOR-FICHAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-MENORES    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEM-REPR   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CARTAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CONVERT    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REPR-RET   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      *-------------------------------------------------*
      *  CADEIA DE PROVA DO ARQCLIAUD (VER COBVSA43)    *
      *-------------------------------------------------*
       77 WRK-AUD-SEQ             PIC 9(06) VALUE ZEROS.
       77 WRK-CHECK-ANT           PIC 9(09) VALUE ZEROS.
       01 WRK-ALFABETO-VAL        PIC X(42) VALUE
          "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789 .-/()".
       01 FILLER REDEFINES WRK-ALFABETO-VAL.
          05 WRK-ALFA-CHAR        PIC X(01) OCCURS 42 TIMES.
       77 WRK-AREA-CHECK          PIC X(100) VALUE SPACES.
       77 WRK-BYTE-SUB            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ALFA-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-CHECK          PIC 9(13) COMP VALUE ZEROS.
       77 WRK-QUOC-CHECK          PIC 9(09) COMP VALUE ZEROS.
       77 WRK-REST-CHECK          PIC 9(09) COMP VALUE ZEROS.
      *------------- LINHAS DO RELATORIO -----------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "CONTAS DE MENORES E MAIORIDADE          ".
          05 FILLER               PIC X(08) VALUE " - DATA ".
          05 WRK-CAB-DATA         PIC 9(08).
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "CONTA     NOME                          ".
          05 FILLER               PIC X(40) VALUE
             " 18 ANOS  ANT NOV RP OCORRENCIA         ".
       01 WRK-LINHA-DET.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NOME           PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-MAIORIDADE     PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-PRODUTO-ANT    PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-PRODUTO-NOVO   PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-REPRESENT      PIC Z9.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-OCORRENCIA     PIC X(19).
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-POSICIONAR-FICHAS.
           PERFORM 0200-PROCESSAR UNTIL WRK-EOF-CLIMST EQUAL "S".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  A DATA DE REFERENCIA E A DATA DE NEGOCIO DO   *
      *  DATACTL; SEM PRODUTOS A CONTA NAO MUDA DE     *
      *  PRODUTO E SEM TITULARES NAO HA REPRESENTANTES *
      *  A VERIFICAR NEM A RETIRAR                     *
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
           IF WRK-PROC-MES EQUAL 12
             COMPUTE WRK-MES-SEGUINTE = (WRK-PROC-ANO + 1) * 100 + 1
           ELSE
             COMPUTE WRK-MES-SEGUINTE = WRK-PROC-ANO * 100
                                      + WRK-PROC-MES + 1
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN I-O AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS "
                     WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT PRD.
           IF WRK-FS-PRODUTOS EQUAL "00"
             MOVE "S" TO WRK-TEM-PRODUTOS
           ELSE
             DISPLAY "PRODUTOS INDISPONIVEL - PRODUTOS NAO MUDAM"
           END-IF.
           OPEN I-O TIT.
           IF WRK-FS-TITULARES EQUAL "00"
             MOVE "S" TO WRK-TEM-TITULARES
           ELSE
             DISPLAY "TITULARES INDISPONIVEL - SEM REPRESENTANTES"
           END-IF.
      *    AS CARTAS SO SAEM NO FIM DE MES
           IF CTD-FIM-MES EQUAL "S"
             OPEN EXTEND NTF
             IF WRK-FS-NOTIFREQ NOT EQUAL "00"
               OPEN OUTPUT NTF
             END-IF
             IF WRK-FS-NOTIFREQ EQUAL "00"
               MOVE "S" TO WRK-TEM-NOTIFREQ
             ELSE
               DISPLAY "NOTIFREQ INDISPONIVEL - SEM CARTAS"
             END-IF
           END-IF.
           OPEN OUTPUT REL.
           IF WRK-FS-MAIOREL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA MAIOREL - STATUS "
                     WRK-FS-MAIOREL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT AUD.
           IF WRK-FS-ARQCLIAUD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLIAUD - STATUS "
                     WRK-FS-ARQCLIAUD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-DATA-PROC TO WRK-CAB-DATA.
           WRITE REG-MAIOREL FROM WRK-LINHA-CAB.
           WRITE REG-MAIOREL FROM WRK-LINHA-BRANCO.
           WRITE REG-MAIOREL FROM WRK-LINHA-TIT.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0110-POSICIONAR-FICHAS                    SECTION.
           MOVE "N"              TO WRK-EOF-CLIMST.
           MOVE LOW-VALUES       TO CLI-CHAVE.
           START CLM KEY IS GREATER THAN OR EQUAL CLI-CHAVE
             INVALID KEY
               DISPLAY "CLIMST VAZIO"
               MOVE "S"          TO WRK-EOF-CLIMST
           END-START.
       0110-POSICIONAR-FICHAS-FIM.  EXIT.
      **************************************************
      *  SO CONTAM AS FICHAS COM CONTA DA MESMA CHAVE  *
      *  E COM DATA DE NASCIMENTO; FICHA DE FALECIDO   *
      *  NAO E TRATADA (VER COBVSA34)                  *
      **************************************************
       0200-PROCESSAR                            SECTION.
           READ CLM NEXT RECORD
             AT END
               MOVE "S"          TO WRK-EOF-CLIMST
           END-READ.
           IF WRK-EOF-CLIMST EQUAL "S" OR CLI-FALECIDO EQUAL "S"
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           IF CLI-DATA-NASC NOT NUMERIC OR
              CLI-DATA-NASC EQUAL ZEROS
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           MOVE CLI-CHAVE        TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00" OR
              REG-ARQCLI-STATUS EQUAL "E"
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           ADD 1                 TO WRK-CONTADOR-FICHAS.
           MOVE SPACES           TO WRK-LINHA-DET.
           COMPUTE WRK-DATA-MAIORIDADE = CLI-DATA-NASC + 180000.
           MOVE "N"              TO WRK-APAGAR-REPR.
           PERFORM 0250-VARRER-REPRESENTANTES.
           IF WRK-DATA-MAIORIDADE GREATER THAN WRK-DATA-PROC
             PERFORM 0220-TRATAR-MENOR
           ELSE
             PERFORM 0230-CONVERTER-CONTA
           END-IF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  MENOR SEM REPRESENTANTE VAI AO RELATORIO; NO  *
      *  FIM DE MES, QUEM FAZ 18 ANOS NO MES SEGUINTE  *
      *  RECEBE A CARTA COM O SALDO E O NOVO PRODUTO   *
      **************************************************
       0220-TRATAR-MENOR                         SECTION.
           ADD 1 TO WRK-CONTADOR-MENORES.
           IF WRK-TEM-TITULARES EQUAL "S" AND
              WRK-QTD-REPRESENT EQUAL ZEROS
             MOVE "MENOR SEM REPRESENT" TO WRK-L-OCORRENCIA
             PERFORM 0240-LISTAR-CONTA
             ADD 1 TO WRK-CONTADOR-SEM-REPR
           END-IF.
           IF WRK-TEM-NOTIFREQ NOT EQUAL "S"
             GO TO 0220-TRATAR-MENOR-FIM
           END-IF.
           COMPUTE WRK-MES-MAIORIDADE = WRK-DATA-MAIORIDADE / 100.
           IF WRK-MES-MAIORIDADE NOT EQUAL WRK-MES-SEGUINTE
             GO TO 0220-TRATAR-MENOR-FIM
           END-IF.
           PERFORM 0260-LER-PRODUTO.
           MOVE SPACES                TO WRK-TM-PRODUTO
                                         WRK-TM-DESCRICAO.
           IF WRK-TEM-PRD-MAIOR EQUAL "S"
             MOVE WRK-PRODUTO-NOVO    TO WRK-TM-PRODUTO
             MOVE PRD-DESCRICAO       TO WRK-TM-DESCRICAO
           ELSE
             MOVE REG-ARQCLI-PRODUTO  TO WRK-TM-PRODUTO
           END-IF.
           MOVE "MAI"                 TO NTF-TIPO.
           MOVE REG-ARQCLI-CHAVE      TO NTF-CHAVE.
           IF REG-ARQCLI-SALDO LESS THAN ZEROS
             MOVE ZEROS               TO NTF-VALOR
           ELSE
             MOVE REG-ARQCLI-SALDO    TO NTF-VALOR
           END-IF.
           MOVE WRK-DATA-MAIORIDADE   TO NTF-DATA.
           MOVE WRK-TEXTO-MAI         TO NTF-TEXTO.
           WRITE REG-NOTIFREQ.
           ADD 1 TO WRK-CONTADOR-CARTAS.
           MOVE "CARTA DE MAIORIDADE" TO WRK-L-OCORRENCIA.
           PERFORM 0240-LISTAR-CONTA.
       0220-TRATAR-MENOR-FIM.  EXIT.
      **************************************************
      *  TITULAR JA MAIOR: A CONTA PASSA AO PRODUTO DE *
      *  ADULTO QUANDO O PRODUTO ATUAL O TEM NO        *
      *  CATALOGO E PERDE OS REPRESENTANTES LEGAIS -   *
      *  CONTA JA CONVERTIDA NAO TEM NADA A FAZER      *
      **************************************************
       0230-CONVERTER-CONTA                      SECTION.
           PERFORM 0260-LER-PRODUTO.
           IF WRK-TEM-PRD-MAIOR EQUAL "N" AND
              WRK-QTD-REPRESENT EQUAL ZEROS
             GO TO 0230-CONVERTER-CONTA-FIM
           END-IF.
           MOVE REG-ARQCLI-PRODUTO    TO WRK-PRODUTO-ANT.
           IF WRK-TEM-PRD-MAIOR EQUAL "S"
             MOVE WRK-PRODUTO-NOVO    TO REG-ARQCLI-PRODUTO
             REWRITE REG-ARQCLI
               INVALID KEY
                 DISPLAY "ERRO AO CONVERTER A CONTA "
                         REG-ARQCLI-CHAVE
                 GO TO 0230-CONVERTER-CONTA-FIM
             END-REWRITE
           END-IF.
           IF WRK-QTD-REPRESENT GREATER THAN ZEROS
             MOVE "S"                 TO WRK-APAGAR-REPR
             PERFORM 0250-VARRER-REPRESENTANTES
           END-IF.
           ADD 1 TO WRK-CONTADOR-CONVERT.
           PERFORM 0270-GRAVAR-AUDITORIA.
           MOVE WRK-PRODUTO-ANT       TO WRK-L-PRODUTO-ANT.
           MOVE REG-ARQCLI-PRODUTO    TO WRK-L-PRODUTO-NOVO.
           MOVE "CONTA CONVERTIDA"    TO WRK-L-OCORRENCIA.
           PERFORM 0240-LISTAR-CONTA.
       0230-CONVERTER-CONTA-FIM.  EXIT.
      **************************************************
      *  ANT/NOV = PRODUTO ANTES E DEPOIS DA CONVERSAO,*
      *  RP = REPRESENTANTES LEGAIS DA CONTA           *
      **************************************************
       0240-LISTAR-CONTA                         SECTION.
           MOVE REG-ARQCLI-CHAVE      TO WRK-L-CHAVE.
           MOVE CLI-NOME              TO WRK-L-NOME.
           MOVE WRK-DATA-MAIORIDADE   TO WRK-L-MAIORIDADE.
           MOVE WRK-QTD-REPRESENT     TO WRK-L-REPRESENT.
           WRITE REG-MAIOREL FROM WRK-LINHA-DET.
       0240-LISTAR-CONTA-FIM.  EXIT.
      **************************************************
      *  CONTA OS REPRESENTANTES LEGAIS (PAPEL G) DA   *
      *  CONTA - COM WRK-APAGAR-REPR = S TAMBEM OS     *
      *  RETIRA DE TITULARES                           *
      **************************************************
       0250-VARRER-REPRESENTANTES                SECTION.
           IF WRK-APAGAR-REPR NOT EQUAL "S"
             MOVE ZEROS            TO WRK-QTD-REPRESENT
           END-IF.
           IF WRK-TEM-TITULARES NOT EQUAL "S"
             GO TO 0250-VARRER-REPRESENTANTES-FIM
           END-IF.
           MOVE "N"                TO WRK-EOF-CONTA.
           MOVE REG-ARQCLI-CHAVE   TO TIT-CHAVE.
           MOVE LOW-VALUES         TO TIT-CLIENTE.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"            TO WRK-EOF-CONTA
           END-START.
           PERFORM UNTIL WRK-EOF-CONTA EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"          TO WRK-EOF-CONTA
               NOT AT END
                 IF TIT-CHAVE NOT EQUAL REG-ARQCLI-CHAVE
                   MOVE "S"        TO WRK-EOF-CONTA
                 ELSE
                   IF TIT-PAPEL EQUAL "G"
                     IF WRK-APAGAR-REPR EQUAL "S"
                       DELETE TIT
                         INVALID KEY
                           DISPLAY "ERRO AO RETIRAR REPRESENTANTE "
                                   TIT-ID
                         NOT INVALID KEY
                           ADD 1   TO WRK-CONTADOR-REPR-RET
                       END-DELETE
                     ELSE
                       ADD 1       TO WRK-QTD-REPRESENT
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0250-VARRER-REPRESENTANTES-FIM.  EXIT.
      **************************************************
      *  PRODUTO DE ADULTO DO CATALOGO PARA O PRODUTO  *
      *  ATUAL DA CONTA - INATIVO OU EM FALTA NAO SERVE*
      **************************************************
       0260-LER-PRODUTO                          SECTION.
           MOVE "N"                TO WRK-TEM-PRD-MAIOR.
           MOVE SPACES             TO WRK-PRODUTO-NOVO.
           IF WRK-TEM-PRODUTOS NOT EQUAL "S" OR
              REG-ARQCLI-PRODUTO EQUAL SPACES
             GO TO 0260-LER-PRODUTO-FIM
           END-IF.
           MOVE REG-ARQCLI-PRODUTO TO PRD-CODIGO.
           READ PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00" OR
              PRD-PRODUTO-MAIOR EQUAL SPACES OR
              PRD-PRODUTO-MAIOR EQUAL REG-ARQCLI-PRODUTO
             GO TO 0260-LER-PRODUTO-FIM
           END-IF.
           MOVE PRD-PRODUTO-MAIOR  TO WRK-PRODUTO-NOVO.
           MOVE WRK-PRODUTO-NOVO   TO PRD-CODIGO.
           READ PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00" OR
              PRD-ESTADO NOT EQUAL "A"
             DISPLAY "PRODUTO DE ADULTO " WRK-PRODUTO-NOVO
                     " INEXISTENTE OU INATIVO - CONTA "
                     REG-ARQCLI-CHAVE
             MOVE SPACES           TO WRK-PRODUTO-NOVO
             GO TO 0260-LER-PRODUTO-FIM
           END-IF.
           MOVE "S"                TO WRK-TEM-PRD-MAIOR.
       0260-LER-PRODUTO-FIM.  EXIT.
      **************************************************
       0270-GRAVAR-AUDITORIA                     SECTION.
           MOVE SPACES TO REG-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MAIORIDAD"      TO AUD-OPERACAO.
           MOVE REG-ARQCLI-CHAVE TO AUD-CHAVE.
           MOVE REG-ARQCLI-NOME  TO AUD-NOME.
           MOVE REG-ARQCLI-SALDO TO AUD-SALDO-ANTES.
           MOVE REG-ARQCLI-SALDO TO AUD-SALDO-DEPOIS.
           MOVE "COBARQ42"       TO AUD-USERID.
           PERFORM 0930-SELAR-AUDITORIA.
           WRITE REG-AUDITORIA.
       0270-GRAVAR-AUDITORIA-FIM.  EXIT.
      **************************************************
      *  SELA O REGISTO DE AUDITORIA - NUMERO DE       *
      *  SEQUENCIA DA CORRIDA E VALOR DE PROVA         *
      *  ENCADEADO NO REGISTO ANTERIOR, QUE O COBVSA43 *
      *  VERIFICA DE PONTA A PONTA                     *
      **************************************************
       0930-SELAR-AUDITORIA                      SECTION.
           ADD 1 TO WRK-AUD-SEQ.
           MOVE WRK-AUD-SEQ TO AUD-SEQ.
           MOVE REG-AUDITORIA(1:100) TO WRK-AREA-CHECK.
           COMPUTE WRK-SOMA-CHECK = WRK-CHECK-ANT * 31.
           PERFORM VARYING WRK-BYTE-SUB FROM 1 BY 1
                   UNTIL WRK-BYTE-SUB > 100
             PERFORM VARYING WRK-ALFA-SUB FROM 1 BY 1
                     UNTIL WRK-ALFA-SUB > 42
               IF WRK-AREA-CHECK(WRK-BYTE-SUB:1) EQUAL
                  WRK-ALFA-CHAR (WRK-ALFA-SUB)
                 COMPUTE WRK-SOMA-CHECK = WRK-SOMA-CHECK
                       + WRK-ALFA-SUB * WRK-BYTE-SUB
               END-IF
             END-PERFORM
           END-PERFORM.
           DIVIDE WRK-SOMA-CHECK BY 999999937
               GIVING WRK-QUOC-CHECK REMAINDER WRK-REST-CHECK.
           MOVE WRK-REST-CHECK TO AUD-CHECK.
           MOVE WRK-REST-CHECK TO WRK-CHECK-ANT.
       0930-SELAR-AUDITORIA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-FICHAS   TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DATA DE REFERENCIA.... " WRK-DATA-PROC.
           DISPLAY "CONTAS AVALIADAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-MENORES  TO WRK-CONTADOR-IDE.
           DISPLAY "CONTAS DE MENORES..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEM-REPR TO WRK-CONTADOR-IDE.
           DISPLAY "SEM REPRESENTANTE..... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CARTAS   TO WRK-CONTADOR-IDE.
           DISPLAY "CARTAS DE MAIORIDADE.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CONVERT  TO WRK-CONTADOR-IDE.
           DISPLAY "CONTAS CONVERTIDAS.... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-REPR-RET TO WRK-CONTADOR-IDE.
           DISPLAY "REPRESENTANTES RETIR.. " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CLM.
           CLOSE AQL.
           IF WRK-TEM-PRODUTOS EQUAL "S"
             CLOSE PRD
           END-IF.
           IF WRK-TEM-TITULARES EQUAL "S"
             CLOSE TIT
           END-IF.
           IF WRK-TEM-NOTIFREQ EQUAL "S"
             CLOSE NTF
           END-IF.
           CLOSE REL.
           CLOSE AUD.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

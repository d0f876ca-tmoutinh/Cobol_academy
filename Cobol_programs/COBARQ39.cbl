       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ39.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: REPORTE ANUAL CRS/FATCA - CORRE NO DIA DE
      *            FIM DE ANO DO DATACTL; SELECIONA NO CLIMST
      *            OS CLIENTES REPORTAVEIS (RESIDENCIA FISCAL
      *            FORA DE PORTUGAL = CRS, PESSOA DOS EUA =
      *            FATCA), JUNTA-LHES AS CONTAS DE QUE SAO
      *            PRIMEIRO TITULAR OU COTITULAR (TITULARES),
      *            E POR CONTA APURA O SALDO DE FIM DE ANO DO
      *            ARQCLI, O CAPITAL DOS DEPOSITOS A PRAZO
      *            ATIVOS (DEPPRAZO) E OS JUROS PAGOS NO ANO
      *            (JURRET), GRAVANDO O FICHEIRO DE REPORTE
      *            CRSREP (CABECALHO 0, DETALHE 1, RODAPE 9)
      *            LISTA EM CRSPEND, POR AGENCIA, AS FICHAS
      *            COM INDICIOS DE LIGACAO AO ESTRANGEIRO
      *            (MORADA, TELEFONE, NIF ESTRANGEIRO, PAIS OU
      *            PESSOA DOS EUA) SEM AUTOCERTIFICACAO
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * DATACTL     INPUT       -----
      * IMPPARM     INPUT       BOOKIMP
      * CLIMST      INPUT       -----
      * TITULARES   INPUT       -----
      * ARQCLI      INPUT       -----
      * DEPPRAZO    INPUT       -----
      * JURRET      INPUT       BOOKRET
      * CRSSORT     OUTPUT      -----   (CONTAS ORDENADAS)
      * CRSREP      OUTPUT      -----   (REPORTE CRS/FATCA)
      * CRSPEND     OUTPUT      -----   (AUTOCERT EM FALTA)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT IMP ASSIGN TO IMPPARM
           FILE STATUS IS WRK-FS-IMPPARM.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.

           SELECT AQL ASSIGN TO ARQCLI
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS REG-ARQCLI-CHAVE
           ALTERNATE RECORD KEY IS REG-ARQCLI-NOME WITH DUPLICATES
           FILE STATUS   IS WRK-FS-ARQCLI.

           SELECT DEP ASSIGN TO DEPPRAZO
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS DEP-ID
           FILE STATUS   IS WRK-FS-DEPPRAZO.

           SELECT RET ASSIGN TO JURRET
           FILE STATUS IS WRK-FS-JURRET.

           SELECT SRT ASSIGN TO "SORTWK09".

           SELECT ORD ASSIGN TO CRSSORT
           FILE STATUS IS WRK-FS-CRSSORT.

           SELECT REP ASSIGN TO CRSREP
           FILE STATUS IS WRK-FS-CRSREP.

           SELECT PND ASSIGN TO CRSPEND
           FILE STATUS IS WRK-FS-CRSPEND.
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

       FD IMP
           RECORDING MODE IS F.
       COPY BOOKIMP.

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

       FD TIT.
       01 REG-TITULARES.
          05 TIT-ID.
             10 TIT-CHAVE         PIC X(09).
             10 TIT-CLIENTE       PIC X(09).
          05 TIT-PAPEL            PIC X(01).

       FD AQL.
       01 REG-ARQCLI.
          05 REG-ARQCLI-CHAVE     PIC X(09).
          05 REG-ARQCLI-NOME      PIC X(30).
          05 REG-ARQCLI-SALDO     PIC S9(06)V99.
          05 REG-ARQCLI-MOEDA     PIC X(03).
          05 REG-ARQCLI-STATUS    PIC X(01).
          05 REG-ARQCLI-ULT-MOVTO PIC 9(08).
          05 REG-ARQCLI-PRODUTO   PIC X(03).

       FD DEP.
       01 REG-DEPPRAZO.
          05 DEP-ID.
             10 DEP-CHAVE         PIC X(09).
             10 DEP-NUM           PIC 9(03).
          05 DEP-CAPITAL          PIC 9(07)V99.
          05 DEP-TAXA             PIC 9(02)V9(04).
          05 DEP-DATA-INI         PIC 9(08).
          05 DEP-DATA-VENC        PIC 9(08).
          05 DEP-RENOVACAO        PIC X(01).
          05 DEP-STATUS           PIC X(01).

       FD RET
           RECORDING MODE IS F.
       COPY BOOKRET.

      *    TIPO 1 = JUROS PAGOS NA CONTA (SO CHAVE E JUROS)
      *    TIPO 2 = TITULAR REPORTAVEL DA CONTA
       SD SRT.
       01 SD-CONTA.
          05 SD-CHAVE             PIC X(09).
          05 SD-TIPO              PIC X(01).
          05 SD-CLIENTE           PIC X(09).
          05 SD-REGIME            PIC X(05).
          05 SD-PAIS              PIC X(02).
          05 SD-NIF-ESTRANG       PIC X(20).
          05 SD-NIF               PIC 9(09).
          05 SD-NOME              PIC X(30).
          05 SD-MORADA            PIC X(30).
          05 SD-LOCALIDADE        PIC X(20).
          05 SD-DATA-NASC         PIC 9(08).
          05 SD-JUROS             PIC 9(07)V99.

       FD ORD
           RECORDING MODE IS F.
       01 REG-CRSSORT.
          05 ORD-CHAVE            PIC X(09).
          05 ORD-TIPO             PIC X(01).
          05 ORD-CLIENTE          PIC X(09).
          05 ORD-REGIME           PIC X(05).
          05 ORD-PAIS             PIC X(02).
          05 ORD-NIF-ESTRANG      PIC X(20).
          05 ORD-NIF              PIC 9(09).
          05 ORD-NOME             PIC X(30).
          05 ORD-MORADA           PIC X(30).
          05 ORD-LOCALIDADE       PIC X(20).
          05 ORD-DATA-NASC        PIC 9(08).
          05 ORD-JUROS            PIC 9(07)V99.

       FD REP
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CRSREP              PIC X(200).

       FD PND
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CRSPEND             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-IMPPARM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-TITULARES        PIC X(02) VALUE ZEROS.
       77 WRK-FS-ARQCLI           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEPPRAZO         PIC X(02) VALUE ZEROS.
       77 WRK-FS-JURRET           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRSSORT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRSREP           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CRSPEND          PIC X(02) VALUE ZEROS.
       77 WRK-EOF-CLIMST          PIC X(01) VALUE "N".
       77 WRK-EOF-TITULARES       PIC X(01) VALUE "N".
       77 WRK-EOF-DEPPRAZO        PIC X(01) VALUE "N".
       77 WRK-TEM-TITULARES       PIC X(01) VALUE "N".
       77 WRK-TEM-DEPPRAZO        PIC X(01) VALUE "N".
       77 WRK-TEM-INDICIO         PIC X(01) VALUE "N".
       77 WRK-TEM-AUTOCERT        PIC X(01) VALUE "N".
       01 WRK-DATA-PROC.
          05 WRK-PROC-ANO         PIC 9(04).
          05 WRK-PROC-MES         PIC 9(02).
          05 WRK-PROC-DIA         PIC 9(02).
       01 WRK-DATA-PROC-NUM REDEFINES WRK-DATA-PROC PIC 9(08).
       77 WRK-NIF-BANCO           PIC 9(09) VALUE ZEROS.
       77 WRK-AGENCIA-ANT         PIC X(04) VALUE SPACES.
       77 WRK-CHAVE-ANT           PIC X(09) VALUE SPACES.
       77 WRK-CLIENTE-ANT         PIC X(09) VALUE SPACES.
       77 WRK-REGIME-ANT          PIC X(05) VALUE SPACES.
       77 WRK-CONTA-CARREGADA     PIC X(01) VALUE "N".
      *------------- VALORES DA CONTA EM CURSO -----------
       77 WRK-CTA-SALDO           PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-CTA-MOEDA           PIC X(03) VALUE SPACES.
       77 WRK-CTA-CAPITAL         PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-CTA-JUROS           PIC S9(11)V99 COMP VALUE ZEROS.
      *------------- TOTAIS DO REPORTE -------------------
       77 WRK-TOT-SALDO           PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-TOT-CAPITAL         PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-TOT-JUROS           PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR-FICHAS     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-REPORT     PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CRS        PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-FATCA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DETALHE    PIC 9(07) VALUE 0.
       77 WRK-CONTADOR-PEND       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEMCONTA   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *------------- REGISTOS DO REPORTE (CRSREP) --------
       01 WRK-REP-CAB.
          05 WRK-RC-TIPO          PIC X(01) VALUE "0".
          05 WRK-RC-ANO           PIC 9(04).
          05 WRK-RC-NIF-BANCO     PIC 9(09).
          05 WRK-RC-DESCRICAO     PIC X(30) VALUE
             "REPORTE CRS/FATCA CONTAS FIN. ".
          05 FILLER               PIC X(156) VALUE SPACES.
       01 WRK-REP-DET.
          05 WRK-RD-TIPO          PIC X(01) VALUE "1".
          05 WRK-RD-ANO           PIC 9(04).
          05 WRK-RD-REGIME        PIC X(05).
          05 WRK-RD-PAIS          PIC X(02).
          05 WRK-RD-NIF-ESTRANG   PIC X(20).
          05 WRK-RD-NIF           PIC 9(09).
          05 WRK-RD-NOME          PIC X(30).
          05 WRK-RD-MORADA        PIC X(30).
          05 WRK-RD-LOCALIDADE    PIC X(20).
          05 WRK-RD-DATA-NASC     PIC 9(08).
          05 WRK-RD-CONTA         PIC X(09).
          05 WRK-RD-MOEDA         PIC X(03).
          05 WRK-RD-SALDO         PIC 9(11)V99.
          05 WRK-RD-CAPITAL       PIC 9(11)V99.
          05 WRK-RD-JUROS         PIC 9(11)V99.
          05 WRK-RD-AUTOCERT      PIC X(01).
          05 FILLER               PIC X(19) VALUE SPACES.
       01 WRK-REP-TRL.
          05 WRK-RT-TIPO          PIC X(01) VALUE "9".
          05 WRK-RT-ANO           PIC 9(04).
          05 WRK-RT-QTD           PIC 9(07).
          05 WRK-RT-SALDO         PIC 9(13)V99.
          05 WRK-RT-CAPITAL       PIC 9(13)V99.
          05 WRK-RT-JUROS         PIC 9(13)V99.
          05 FILLER               PIC X(143) VALUE SPACES.
      *------------- LINHAS DA LISTA DE PENDENTES --------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "CLIENTES COM INDICIOS SEM AUTOCERTIFICAC".
          05 FILLER               PIC X(08) VALUE "AO - ANO".
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-CAB-ANO          PIC 9(04).
          05 FILLER               PIC X(27) VALUE SPACES.
       01 WRK-LINHA-AGE.
          05 FILLER               PIC X(08) VALUE "AGENCIA ".
          05 WRK-A-AGENCIA        PIC X(04).
          05 FILLER               PIC X(68) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "FICHA     NOME                          ".
          05 FILLER               PIC X(40) VALUE
             " PAIS INDICIOS                          ".
       01 WRK-LINHA-PEND.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-NOME           PIC X(30).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-PAIS           PIC X(02).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-L-MORADA         PIC X(04).
          05 WRK-L-TELEFONE       PIC X(04).
          05 WRK-L-NIF-ESTRANG    PIC X(04).
          05 WRK-L-RESIDENCIA     PIC X(04).
          05 WRK-L-EUA            PIC X(04).
          05 FILLER               PIC X(14) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           SORT SRT ON ASCENDING KEY SD-CHAVE SD-TIPO SD-CLIENTE
                                     SD-REGIME
               INPUT PROCEDURE IS 0400-SELECIONAR-CONTAS
               GIVING ORD.
           IF SORT-RETURN NOT EQUAL 0
             DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 0110-ABRIR-ORDENADO.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CRSSORT EQUAL "10".
           PERFORM 0230-RODAPE-REPORTE.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  O REPORTE SO CORRE NO FIM DE ANO DO DATACTL - *
      *  OS SALDOS DO ARQCLI SAO OS DE FECHO DO ANO    *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN INPUT CTD.
           IF WRK-FS-DATACTL NOT EQUAL "00"
             DISPLAY "DATACTL INDISPONIVEL - STATUS " WRK-FS-DATACTL
             DISPLAY "REPORTE NAO AUTORIZADO"
             GOBACK
           END-IF.
           READ CTD.
           CLOSE CTD.
           IF CTD-FIM-ANO NOT EQUAL "S"
             DISPLAY "DATA DE NEGOCIO " CTD-DATA-NEGOCIO
                     " NAO E FIM DE ANO - NADA A FAZER"
             GOBACK
           END-IF.
           MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC-NUM.
           OPEN INPUT IMP.
           IF WRK-FS-IMPPARM EQUAL "00"
             READ IMP
           END-IF.
           IF WRK-FS-IMPPARM NOT EQUAL "00"
             DISPLAY "IMPPARM INDISPONIVEL - STATUS "
                     WRK-FS-IMPPARM
             DISPLAY "REPORTE NAO AUTORIZADO"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE IMP-NIF-BANCO TO WRK-NIF-BANCO.
           CLOSE IMP.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA ARQCLI - STATUS "
                     WRK-FS-ARQCLI
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *    SEM TITULARES SO SE REPORTAM AS CONTAS DA PROPRIA
      *    FICHA; SEM DEPPRAZO NAO HA CAPITAL A PRAZO
           OPEN INPUT TIT.
           IF WRK-FS-TITULARES EQUAL "00"
             MOVE "S" TO WRK-TEM-TITULARES
           ELSE
             DISPLAY "TITULARES INDISPONIVEL - SO CONTAS DA FICHA"
           END-IF.
           OPEN INPUT DEP.
           IF WRK-FS-DEPPRAZO EQUAL "00"
             MOVE "S" TO WRK-TEM-DEPPRAZO
           ELSE
             DISPLAY "DEPPRAZO INDISPONIVEL - SEM CAPITAL A PRAZO"
           END-IF.
           OPEN OUTPUT REP.
           IF WRK-FS-CRSREP NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CRSREP - STATUS "
                     WRK-FS-CRSREP
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT PND.
           IF WRK-FS-CRSPEND NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CRSPEND - STATUS "
                     WRK-FS-CRSPEND
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-PROC-ANO  TO WRK-RC-ANO.
           MOVE WRK-NIF-BANCO TO WRK-RC-NIF-BANCO.
           WRITE REG-CRSREP FROM WRK-REP-CAB.
           MOVE WRK-PROC-ANO  TO WRK-CAB-ANO.
           WRITE REG-CRSPEND FROM WRK-LINHA-CAB.
           WRITE REG-CRSPEND FROM WRK-LINHA-BRANCO.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  ALIMENTA O SORT: AS FICHAS REPORTAVEIS COM A  *
      *  PROPRIA CONTA, AS CONTAS DE QUE SAO TITULARES *
      *  E OS JUROS PAGOS NO ANO EM CADA CONTA         *
      **************************************************
       0400-SELECIONAR-CONTAS                    SECTION.
           PERFORM 0410-VARRER-FICHAS.
           IF WRK-TEM-TITULARES EQUAL "S"
             PERFORM 0430-VARRER-TITULARES
           END-IF.
           PERFORM 0440-VARRER-JUROS.
       0400-SELECIONAR-CONTAS-FIM.  EXIT.
      **************************************************
      *  O CLIMST VEM POR CHAVE, OU SEJA POR AGENCIA - *
      *  A LISTA DE PENDENTES SAI LOGO NESTA PASSAGEM  *
      **************************************************
       0410-VARRER-FICHAS                        SECTION.
           MOVE "N"              TO WRK-EOF-CLIMST.
           MOVE LOW-VALUES       TO CLI-CHAVE.
           START CLM KEY IS GREATER THAN OR EQUAL CLI-CHAVE
             INVALID KEY
               MOVE "S"          TO WRK-EOF-CLIMST
           END-START.
           PERFORM UNTIL WRK-EOF-CLIMST EQUAL "S"
             READ CLM NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-CLIMST
               NOT AT END
                 ADD 1 TO WRK-CONTADOR-FICHAS
                 IF CLI-FALECIDO NOT EQUAL "S"
                   PERFORM 0420-VERIFICAR-INDICIOS
                   MOVE CLI-CHAVE TO SD-CHAVE
                   PERFORM 0450-LIBERTAR-TITULAR
                 END-IF
             END-READ
           END-PERFORM.
       0410-VARRER-FICHAS-FIM.  EXIT.
      **************************************************
      *  INDICIOS: CODIGO POSTAL FORA DO FORMATO 9999- *
      *  999, TELEFONE COM INDICATIVO ESTRANGEIRO, NIF *
      *  ESTRANGEIRO, RESIDENCIA FORA DE PT OU PESSOA  *
      *  DOS EUA - SEM AUTOCERTIFICACAO VAO A LISTA    *
      **************************************************
       0420-VERIFICAR-INDICIOS                   SECTION.
           MOVE "N"     TO WRK-TEM-INDICIO.
           MOVE SPACES  TO WRK-LINHA-PEND.
           MOVE "N"     TO WRK-TEM-AUTOCERT.
           IF CLI-DATA-AUTOCERT IS NUMERIC AND
              CLI-DATA-AUTOCERT GREATER THAN ZEROS
             MOVE "S"   TO WRK-TEM-AUTOCERT
           END-IF.
           IF CLI-CODPOSTAL NOT EQUAL SPACES AND
              (CLI-CODPOSTAL(1:4) NOT NUMERIC OR
               CLI-CODPOSTAL(5:1) NOT EQUAL "-" OR
               CLI-CODPOSTAL(6:3) NOT NUMERIC)
             MOVE "S"   TO WRK-TEM-INDICIO
             MOVE "MOR" TO WRK-L-MORADA
           END-IF.
           IF (CLI-TELEFONE(1:1) EQUAL "+" AND
               CLI-TELEFONE(1:4) NOT EQUAL "+351") OR
              (CLI-TELEFONE(1:2) EQUAL "00" AND
               CLI-TELEFONE(1:5) NOT EQUAL "00351")
             MOVE "S"   TO WRK-TEM-INDICIO
             MOVE "TEL" TO WRK-L-TELEFONE
           END-IF.
           IF CLI-NIF-ESTRANG NOT EQUAL SPACES AND
              CLI-NIF-ESTRANG NOT EQUAL LOW-VALUES
             MOVE "S"   TO WRK-TEM-INDICIO
             MOVE "NIF" TO WRK-L-NIF-ESTRANG
           END-IF.
           IF CLI-PAIS-FISCAL NOT EQUAL "PT" AND
              CLI-PAIS-FISCAL NOT EQUAL SPACES AND
              CLI-PAIS-FISCAL NOT EQUAL LOW-VALUES
             MOVE "S"   TO WRK-TEM-INDICIO
             MOVE "RES" TO WRK-L-RESIDENCIA
           END-IF.
           IF CLI-EUA EQUAL "S"
             MOVE "S"   TO WRK-TEM-INDICIO
             MOVE "EUA" TO WRK-L-EUA
           END-IF.
           IF WRK-TEM-INDICIO EQUAL "N" OR WRK-TEM-AUTOCERT EQUAL "S"
             GO TO 0420-VERIFICAR-INDICIOS-FIM
           END-IF.
           IF CLI-CHAVE(1:4) NOT EQUAL WRK-AGENCIA-ANT
             MOVE CLI-CHAVE(1:4) TO WRK-AGENCIA-ANT
             MOVE CLI-CHAVE(1:4) TO WRK-A-AGENCIA
             WRITE REG-CRSPEND FROM WRK-LINHA-BRANCO
             WRITE REG-CRSPEND FROM WRK-LINHA-AGE
             WRITE REG-CRSPEND FROM WRK-LINHA-TIT
           END-IF.
           MOVE CLI-CHAVE        TO WRK-L-CHAVE.
           MOVE CLI-NOME         TO WRK-L-NOME.
           MOVE CLI-PAIS-FISCAL  TO WRK-L-PAIS.
           WRITE REG-CRSPEND FROM WRK-LINHA-PEND.
           ADD 1 TO WRK-CONTADOR-PEND.
       0420-VERIFICAR-INDICIOS-FIM.  EXIT.
      **************************************************
      *  OS COTITULARES E PRIMEIROS TITULARES DE OUTRAS*
      *  CONTAS (TITULARES) TAMBEM SAO REPORTADOS NELAS*
      **************************************************
       0430-VARRER-TITULARES                     SECTION.
           MOVE "N"              TO WRK-EOF-TITULARES.
           MOVE LOW-VALUES       TO TIT-ID.
           START TIT KEY IS GREATER THAN OR EQUAL TIT-ID
             INVALID KEY
               MOVE "S"          TO WRK-EOF-TITULARES
           END-START.
           PERFORM UNTIL WRK-EOF-TITULARES EQUAL "S"
             READ TIT NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-TITULARES
               NOT AT END
                 IF (TIT-PAPEL EQUAL "T" OR "S") AND
                    TIT-CLIENTE NOT EQUAL TIT-CHAVE
                   MOVE TIT-CLIENTE TO CLI-CHAVE
                   READ CLM
                   IF WRK-FS-CLIMST EQUAL "00" AND
                      CLI-FALECIDO NOT EQUAL "S"
                     MOVE TIT-CHAVE TO SD-CHAVE
                     PERFORM 0450-LIBERTAR-TITULAR
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0430-VARRER-TITULARES-FIM.  EXIT.
      **************************************************
       0440-VARRER-JUROS                         SECTION.
           OPEN INPUT RET.
           IF WRK-FS-JURRET NOT EQUAL "00"
             DISPLAY "JURRET INDISPONIVEL - SEM JUROS PAGOS"
             GO TO 0440-VARRER-JUROS-FIM
           END-IF.
           READ RET.
           PERFORM UNTIL WRK-FS-JURRET NOT EQUAL "00"
             IF RET-DATA(1:4) EQUAL WRK-PROC-ANO
               MOVE SPACES         TO SD-CONTA
               MOVE ZEROS          TO SD-NIF
               MOVE ZEROS          TO SD-DATA-NASC
               MOVE RET-CHAVE      TO SD-CHAVE
               MOVE "1"            TO SD-TIPO
               MOVE RET-BRUTO      TO SD-JUROS
               RELEASE SD-CONTA
             END-IF
             READ RET
           END-PERFORM.
           CLOSE RET.
       0440-VARRER-JUROS-FIM.  EXIT.
      **************************************************
      *  UM REGISTO POR REGIME: FATCA PARA AS PESSOAS  *
      *  DOS EUA (OU RESIDENTES NOS EUA), CRS PARA AS  *
      *  RESIDENCIAS FISCAIS NOUTROS PAISES            *
      **************************************************
       0450-LIBERTAR-TITULAR                     SECTION.
           MOVE "2"              TO SD-TIPO.
           MOVE CLI-CHAVE        TO SD-CLIENTE.
           MOVE CLI-PAIS-FISCAL  TO SD-PAIS.
           MOVE CLI-NIF-ESTRANG  TO SD-NIF-ESTRANG.
           MOVE CLI-NIF          TO SD-NIF.
           MOVE CLI-NOME         TO SD-NOME.
           MOVE CLI-MORADA1      TO SD-MORADA.
           MOVE CLI-LOCALIDADE   TO SD-LOCALIDADE.
           MOVE CLI-DATA-NASC    TO SD-DATA-NASC.
           MOVE ZEROS            TO SD-JUROS.
           IF CLI-EUA EQUAL "S" OR CLI-PAIS-FISCAL EQUAL "US"
             MOVE "FATCA"        TO SD-REGIME
             RELEASE SD-CONTA
           END-IF.
           IF CLI-PAIS-FISCAL NOT EQUAL "PT" AND
              CLI-PAIS-FISCAL NOT EQUAL "US" AND
              CLI-PAIS-FISCAL NOT EQUAL SPACES AND
              CLI-PAIS-FISCAL NOT EQUAL LOW-VALUES
             MOVE "CRS"          TO SD-REGIME
             RELEASE SD-CONTA
           END-IF.
       0450-LIBERTAR-TITULAR-FIM.  EXIT.
      **************************************************
       0110-ABRIR-ORDENADO                       SECTION.
           OPEN INPUT ORD.
           IF WRK-FS-CRSSORT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CRSSORT - STATUS "
                     WRK-FS-CRSSORT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ ORD.
           IF WRK-FS-CRSSORT EQUAL "10"
             DISPLAY "SEM CONTAS A REPORTAR NO ANO " WRK-PROC-ANO
           END-IF.
       0110-ABRIR-ORDENADO-FIM.  EXIT.
      **************************************************
      *  POR CONTA CHEGAM PRIMEIRO OS JUROS (TIPO 1) E *
      *  DEPOIS OS TITULARES REPORTAVEIS (TIPO 2) -    *
      *  CONTAS SO COM JUROS NAO SAO REPORTAVEIS       *
      **************************************************
       0200-PROCESSAR                            SECTION.
           IF ORD-CHAVE NOT EQUAL WRK-CHAVE-ANT
             MOVE ORD-CHAVE      TO WRK-CHAVE-ANT
             MOVE SPACES         TO WRK-CLIENTE-ANT
             MOVE SPACES         TO WRK-REGIME-ANT
             MOVE "N"            TO WRK-CONTA-CARREGADA
             MOVE ZEROS          TO WRK-CTA-JUROS
           END-IF.
           IF ORD-TIPO EQUAL "1"
             ADD ORD-JUROS       TO WRK-CTA-JUROS
             GO TO 0200-LER-PROXIMO
           END-IF.
      *    A MESMA FICHA PODE CHEGAR PELO CLIMST E PELO
      *    TITULARES - REPORTA-SE UMA VEZ POR REGIME
           IF ORD-CLIENTE EQUAL WRK-CLIENTE-ANT AND
              ORD-REGIME  EQUAL WRK-REGIME-ANT
             GO TO 0200-LER-PROXIMO
           END-IF.
           MOVE ORD-CLIENTE      TO WRK-CLIENTE-ANT.
           MOVE ORD-REGIME       TO WRK-REGIME-ANT.
           IF WRK-CONTA-CARREGADA EQUAL "N"
             PERFORM 0220-CARREGAR-CONTA
           END-IF.
           IF WRK-CONTA-CARREGADA EQUAL "X"
             GO TO 0200-LER-PROXIMO
           END-IF.
           PERFORM 0225-GRAVAR-DETALHE.
       0200-LER-PROXIMO.
           READ ORD.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  SALDO DE FIM DE ANO E CAPITAL A PRAZO ATIVO - *
      *  FICHA SEM CONTA NO ARQCLI FICA MARCADA "X"    *
      **************************************************
       0220-CARREGAR-CONTA                       SECTION.
           MOVE ORD-CHAVE TO REG-ARQCLI-CHAVE.
           READ AQL.
           IF WRK-FS-ARQCLI NOT EQUAL "00"
             DISPLAY "FICHA SEM CONTA NO ARQCLI - NAO REPORTADA "
                     ORD-CHAVE
             ADD 1 TO WRK-CONTADOR-SEMCONTA
             MOVE "X" TO WRK-CONTA-CARREGADA
             GO TO 0220-CARREGAR-CONTA-FIM
           END-IF.
           MOVE "S"               TO WRK-CONTA-CARREGADA.
           MOVE REG-ARQCLI-SALDO  TO WRK-CTA-SALDO.
           MOVE REG-ARQCLI-MOEDA  TO WRK-CTA-MOEDA.
      *    SALDO DEVEDOR REPORTA-SE COMO ZERO
           IF WRK-CTA-SALDO LESS THAN ZEROS
             MOVE ZEROS           TO WRK-CTA-SALDO
           END-IF.
           MOVE ZEROS             TO WRK-CTA-CAPITAL.
           IF WRK-TEM-DEPPRAZO EQUAL "N"
             GO TO 0220-CARREGAR-CONTA-FIM
           END-IF.
           MOVE "N"               TO WRK-EOF-DEPPRAZO.
           MOVE ORD-CHAVE         TO DEP-CHAVE.
           MOVE ZEROS             TO DEP-NUM.
           START DEP KEY IS GREATER THAN OR EQUAL DEP-ID
             INVALID KEY
               MOVE "S"           TO WRK-EOF-DEPPRAZO
           END-START.
           PERFORM UNTIL WRK-EOF-DEPPRAZO EQUAL "S"
             READ DEP NEXT RECORD
               AT END
                 MOVE "S"         TO WRK-EOF-DEPPRAZO
               NOT AT END
                 IF DEP-CHAVE NOT EQUAL ORD-CHAVE
                   MOVE "S"       TO WRK-EOF-DEPPRAZO
                 ELSE
                   IF DEP-STATUS EQUAL "A"
                     ADD DEP-CAPITAL TO WRK-CTA-CAPITAL
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0220-CARREGAR-CONTA-FIM.  EXIT.
      **************************************************
       0225-GRAVAR-DETALHE                       SECTION.
           MOVE WRK-PROC-ANO      TO WRK-RD-ANO.
           MOVE ORD-REGIME        TO WRK-RD-REGIME.
           MOVE ORD-PAIS          TO WRK-RD-PAIS.
           MOVE ORD-NIF-ESTRANG   TO WRK-RD-NIF-ESTRANG.
           MOVE ORD-NIF           TO WRK-RD-NIF.
           MOVE ORD-NOME          TO WRK-RD-NOME.
           MOVE ORD-MORADA        TO WRK-RD-MORADA.
           MOVE ORD-LOCALIDADE    TO WRK-RD-LOCALIDADE.
           MOVE ORD-DATA-NASC     TO WRK-RD-DATA-NASC.
           MOVE ORD-CHAVE         TO WRK-RD-CONTA.
           MOVE WRK-CTA-MOEDA     TO WRK-RD-MOEDA.
           MOVE WRK-CTA-SALDO     TO WRK-RD-SALDO.
           MOVE WRK-CTA-CAPITAL   TO WRK-RD-CAPITAL.
           MOVE WRK-CTA-JUROS     TO WRK-RD-JUROS.
      *    AUTOCERTIFICACAO DO TITULAR: S-TEM  N-REPORTADO
      *    POR INDICIOS
           MOVE ORD-CLIENTE       TO CLI-CHAVE.
           READ CLM.
           MOVE "N"               TO WRK-RD-AUTOCERT.
           IF WRK-FS-CLIMST EQUAL "00" AND
              CLI-DATA-AUTOCERT IS NUMERIC AND
              CLI-DATA-AUTOCERT GREATER THAN ZEROS
             MOVE "S"             TO WRK-RD-AUTOCERT
           END-IF.
           WRITE REG-CRSREP FROM WRK-REP-DET.
           ADD 1                  TO WRK-CONTADOR-DETALHE.
           IF ORD-REGIME EQUAL "FATCA"
             ADD 1                TO WRK-CONTADOR-FATCA
           ELSE
             ADD 1                TO WRK-CONTADOR-CRS
           END-IF.
           ADD WRK-CTA-SALDO      TO WRK-TOT-SALDO.
           ADD WRK-CTA-CAPITAL    TO WRK-TOT-CAPITAL.
           ADD WRK-CTA-JUROS      TO WRK-TOT-JUROS.
       0225-GRAVAR-DETALHE-FIM.  EXIT.
      **************************************************
       0230-RODAPE-REPORTE                       SECTION.
           MOVE WRK-PROC-ANO          TO WRK-RT-ANO.
           MOVE WRK-CONTADOR-DETALHE  TO WRK-RT-QTD.
           MOVE WRK-TOT-SALDO         TO WRK-RT-SALDO.
           MOVE WRK-TOT-CAPITAL       TO WRK-RT-CAPITAL.
           MOVE WRK-TOT-JUROS         TO WRK-RT-JUROS.
           WRITE REG-CRSREP FROM WRK-REP-TRL.
       0230-RODAPE-REPORTE-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-FICHAS   TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "ANO DO REPORTE........ " WRK-PROC-ANO.
           DISPLAY "FICHAS LIDAS.......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CRS      TO WRK-CONTADOR-IDE.
           DISPLAY "REGISTOS CRS.......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-FATCA    TO WRK-CONTADOR-IDE.
           DISPLAY "REGISTOS FATCA........ " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEMCONTA TO WRK-CONTADOR-IDE.
           DISPLAY "FICHAS SEM CONTA...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-PEND     TO WRK-CONTADOR-IDE.
           DISPLAY "AUTOCERT EM FALTA..... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-SALDO         TO WRK-TOTAL-IDE.
           DISPLAY "SALDOS REPORTADOS..... " WRK-TOTAL-IDE.
           MOVE WRK-TOT-JUROS         TO WRK-TOTAL-IDE.
           DISPLAY "JUROS REPORTADOS...... " WRK-TOTAL-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE ORD.
           CLOSE CLM.
           CLOSE AQL.
           IF WRK-TEM-TITULARES EQUAL "S"
             CLOSE TIT
           END-IF.
           IF WRK-TEM-DEPPRAZO EQUAL "S"
             CLOSE DEP
           END-IF.
           CLOSE REP.
           CLOSE PND.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBARQ38.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: CERTIFICADOS ANUAIS DE JUROS E DECLARACAO
      *            DE RENDIMENTOS A AUTORIDADE TRIBUTARIA -
      *            SELECIONA NO JURRET OS JUROS PAGOS NO ANO
      *            PEDIDO NO SYSIN (AAAA, EM BRANCO = ANO
      *            ANTERIOR AO DA DATA DE NEGOCIO), AGRUPA AS
      *            CONTAS PELO NIF DA FICHA DO CLIMST E EMITE
      *            EM JURCERT UM CERTIFICADO POR NIF COM O JURO
      *            BRUTO, O IMPOSTO RETIDO E O LIQUIDO POR
      *            CONTA E NO TOTAL, E EM JURDECL O FICHEIRO DE
      *            DECLARACAO DE LAYOUT FIXO (CABECALHO 0,
      *            DETALHE 1 POR NIF, RODAPE 9 COM TOTAIS)
      *            AS CONTAS SEM FICHA NO CLIMST SAO LISTADAS
      *            E FICAM FORA DA DECLARACAO
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * JURRET      INPUT       BOOKRET
      * IMPPARM     INPUT       BOOKIMP
      * CLIMST      INPUT       -----
      * DATACTL     INPUT       -----
      * JURSORT     OUTPUT      -----   (JUROS ORDENADOS)
      * JURCERT     OUTPUT      -----   (CERTIFICADOS)
      * JURDECL     OUTPUT      -----   (DECLARACAO)
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT RET ASSIGN TO JURRET
           FILE STATUS IS WRK-FS-JURRET.

           SELECT IMP ASSIGN TO IMPPARM
           FILE STATUS IS WRK-FS-IMPPARM.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT CTD ASSIGN TO DATACTL
           FILE STATUS IS WRK-FS-DATACTL.

           SELECT SRT ASSIGN TO "SORTWK08".

           SELECT ORD ASSIGN TO JURSORT
           FILE STATUS IS WRK-FS-JURSORT.

           SELECT CER ASSIGN TO JURCERT
           FILE STATUS IS WRK-FS-JURCERT.

           SELECT DCL ASSIGN TO JURDECL
           FILE STATUS IS WRK-FS-JURDECL.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD RET
           RECORDING MODE IS F.
       COPY BOOKRET.

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

       FD CTD
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 REG-DATACTL.
          05 CTD-DATA-NEGOCIO     PIC 9(08).
          05 CTD-FIM-MES          PIC X(01).
          05 CTD-FIM-ANO          PIC X(01).

       SD SRT.
       01 SD-JUROS.
          05 SD-NIF               PIC 9(09).
          05 SD-CHAVE             PIC X(09).
          05 SD-NOME              PIC X(30).
          05 SD-BRUTO             PIC 9(07)V99.
          05 SD-IMPOSTO           PIC 9(07)V99.

       FD ORD
           RECORDING MODE IS F.
       01 REG-JURSORT.
          05 ORD-NIF              PIC 9(09).
          05 ORD-CHAVE            PIC X(09).
          05 ORD-NOME             PIC X(30).
          05 ORD-BRUTO            PIC 9(07)V99.
          05 ORD-IMPOSTO          PIC 9(07)V99.

       FD CER
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-JURCERT             PIC X(80).

       FD DCL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-JURDECL             PIC X(80).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-JURRET           PIC X(02) VALUE ZEROS.
       77 WRK-FS-IMPPARM          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DATACTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-JURSORT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-JURCERT          PIC X(02) VALUE ZEROS.
       77 WRK-FS-JURDECL          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-ANO-PARM            PIC X(04) VALUE SPACES.
       77 WRK-ANO                 PIC 9(04) VALUE ZEROS.
       01 WRK-DATA-PROC.
          05 WRK-PROC-ANO         PIC 9(04).
          05 WRK-PROC-MES         PIC 9(02).
          05 WRK-PROC-DIA         PIC 9(02).
       01 WRK-DATA-PROC-NUM REDEFINES WRK-DATA-PROC PIC 9(08).
       77 WRK-NIF-BANCO           PIC 9(09) VALUE ZEROS.
       77 WRK-PRIMEIRA-VEZ        PIC X(01) VALUE "S".
       77 WRK-NIF-ANT             PIC 9(09) VALUE ZEROS.
       77 WRK-NOME-ANT            PIC X(30) VALUE SPACES.
       77 WRK-CHAVE-ANT           PIC X(09) VALUE SPACES.
      *------------- ACUMULADORES POR CONTA E NIF ---------
       77 WRK-CTA-BRUTO           PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-CTA-IMPOSTO         PIC S9(09)V99 COMP VALUE ZEROS.
       77 WRK-NIF-BRUTO           PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-NIF-IMPOSTO         PIC S9(11)V99 COMP VALUE ZEROS.
       77 WRK-TOT-BRUTO           PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-TOT-IMPOSTO         PIC S9(13)V99 COMP VALUE ZEROS.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SELEC      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-CERT       PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-DECL       PIC 9(07) VALUE 0.
       77 WRK-CONTADOR-SEMFICHA   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-TOTAL-IDE           PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *------------- LINHAS DO CERTIFICADO ---------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(40) VALUE
             "CERTIFICADO DE RENDIMENTOS DE CAPITAIS -".
          05 FILLER               PIC X(05) VALUE " ANO ".
          05 WRK-CAB-ANO          PIC 9(04).
          05 FILLER               PIC X(14) VALUE
             "  NIF ENTIDADE".
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-CAB-NIF-BANCO    PIC 9(09).
          05 FILLER               PIC X(07) VALUE SPACES.
       01 WRK-LINHA-TITULAR.
          05 FILLER               PIC X(10) VALUE "TITULAR : ".
          05 WRK-T-NOME           PIC X(30).
          05 FILLER               PIC X(07) VALUE "  NIF: ".
          05 WRK-T-NIF            PIC 9(09).
          05 FILLER               PIC X(24) VALUE SPACES.
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "CONTA         JURO BRUTO  IMPOSTO RETIDO".
          05 FILLER               PIC X(40) VALUE
             "     JURO LIQUIDO                       ".
       01 WRK-LINHA-CTA.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-BRUTO          PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 WRK-L-IMPOSTO        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 WRK-L-LIQUIDO        PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(23) VALUE SPACES.
       01 WRK-LINHA-TOTNIF.
          05 FILLER               PIC X(06) VALUE "TOTAL ".
          05 WRK-N-BRUTO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-N-IMPOSTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-N-LIQUIDO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          05 FILLER               PIC X(21) VALUE SPACES.
       77 WRK-LINHA-SEPARA        PIC X(80) VALUE ALL "-".
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
      *------------- REGISTOS DA DECLARACAO (JURDECL) -----
       01 WRK-DECL-CAB.
          05 WRK-DC-TIPO          PIC X(01) VALUE "0".
          05 WRK-DC-ANO           PIC 9(04).
          05 WRK-DC-NIF-BANCO     PIC 9(09).
          05 WRK-DC-DESCRICAO     PIC X(30) VALUE
             "DECLARACAO RENDIMENTOS CAP.   ".
          05 FILLER               PIC X(36) VALUE SPACES.
       01 WRK-DECL-DET.
          05 WRK-DD-TIPO          PIC X(01) VALUE "1".
          05 WRK-DD-ANO           PIC 9(04).
          05 WRK-DD-NIF           PIC 9(09).
          05 WRK-DD-NOME          PIC X(30).
          05 WRK-DD-CODIGO        PIC X(02) VALUE "E1".
          05 WRK-DD-BRUTO         PIC 9(11)V99.
          05 WRK-DD-IMPOSTO       PIC 9(11)V99.
          05 FILLER               PIC X(08) VALUE SPACES.
       01 WRK-DECL-TRL.
          05 WRK-DT-TIPO          PIC X(01) VALUE "9".
          05 WRK-DT-ANO           PIC 9(04).
          05 WRK-DT-QTD           PIC 9(07).
          05 WRK-DT-BRUTO         PIC 9(13)V99.
          05 WRK-DT-IMPOSTO       PIC 9(13)V99.
          05 FILLER               PIC X(38) VALUE SPACES.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           SORT SRT ON ASCENDING KEY SD-NIF SD-CHAVE
               INPUT PROCEDURE IS 0400-SELECIONAR-ANO
               GIVING ORD.
           IF SORT-RETURN NOT EQUAL 0
             DISPLAY "ERRO NO SORT - RETURN CODE " SORT-RETURN
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           PERFORM 0110-ABRIR-ORDENADO.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-JURSORT EQUAL "10".
           PERFORM 0230-RODAPE-DECLARACAO.
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
      *  O ANO E O DO SYSIN OU O ANTERIOR AO DA DATA   *
      *  DE NEGOCIO - O NIF DA ENTIDADE PAGADORA VEM   *
      *  DO IMPPARM, SEM ELE NAO HA DECLARACAO         *
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-ANO-PARM FROM SYSIN.
           IF WRK-ANO-PARM NOT EQUAL SPACES AND
              WRK-ANO-PARM IS NUMERIC
             MOVE WRK-ANO-PARM TO WRK-ANO
           ELSE
             OPEN INPUT CTD
             IF WRK-FS-DATACTL EQUAL "00"
               READ CTD
               MOVE CTD-DATA-NEGOCIO TO WRK-DATA-PROC-NUM
               CLOSE CTD
             ELSE
               DISPLAY "DATACTL INDISPONIVEL - USA DATA DA MAQUINA"
               ACCEPT WRK-DATA-PROC-NUM FROM DATE YYYYMMDD
             END-IF
             COMPUTE WRK-ANO = WRK-PROC-ANO - 1
           END-IF.
           OPEN INPUT IMP.
           IF WRK-FS-IMPPARM EQUAL "00"
             READ IMP
           END-IF.
           IF WRK-FS-IMPPARM NOT EQUAL "00"
             DISPLAY "IMPPARM INDISPONIVEL - STATUS "
                     WRK-FS-IMPPARM
             DISPLAY "DECLARACAO NAO EMITIDA"
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE IMP-NIF-BANCO TO WRK-NIF-BANCO.
           CLOSE IMP.
           OPEN OUTPUT CER.
           IF WRK-FS-JURCERT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA JURCERT - STATUS "
                     WRK-FS-JURCERT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT DCL.
           IF WRK-FS-JURDECL NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA JURDECL - STATUS "
                     WRK-FS-JURDECL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WRK-ANO       TO WRK-DC-ANO.
           MOVE WRK-NIF-BANCO TO WRK-DC-NIF-BANCO.
           WRITE REG-JURDECL FROM WRK-DECL-CAB.
           MOVE WRK-ANO       TO WRK-CAB-ANO.
           MOVE WRK-NIF-BANCO TO WRK-CAB-NIF-BANCO.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  SELECIONA PARA O SORT OS JUROS PAGOS NO ANO E *
      *  JUNTA-LHES O NIF E O NOME DA FICHA DO CLIMST  *
      *  (A CHAVE DA CONTA E A DA FICHA DO TITULAR)    *
      **************************************************
       0400-SELECIONAR-ANO                       SECTION.
           OPEN INPUT RET.
           IF WRK-FS-JURRET NOT EQUAL "00"
             DISPLAY "JURRET INDISPONIVEL - SEM JUROS PAGOS"
             GO TO 0400-SELECIONAR-ANO-FIM
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST EQUAL "00"
             MOVE "S" TO WRK-TEM-CLIMST
           ELSE
             DISPLAY "CLIMST INDISPONIVEL - STATUS " WRK-FS-CLIMST
           END-IF.
           READ RET.
           PERFORM UNTIL WRK-FS-JURRET NOT EQUAL "00"
             ADD 1 TO WRK-CONTADOR
             IF RET-DATA(1:4) EQUAL WRK-ANO
               PERFORM 0410-LER-FICHA
               MOVE RET-CHAVE          TO SD-CHAVE
               MOVE RET-BRUTO          TO SD-BRUTO
               MOVE RET-IMPOSTO        TO SD-IMPOSTO
               RELEASE SD-JUROS
               ADD 1 TO WRK-CONTADOR-SELEC
             END-IF
             READ RET
           END-PERFORM.
           CLOSE RET.
           IF WRK-TEM-CLIMST EQUAL "S"
             CLOSE CLM
           END-IF.
       0400-SELECIONAR-ANO-FIM.  EXIT.
      **************************************************
       0410-LER-FICHA                            SECTION.
           MOVE ZEROS                  TO SD-NIF.
           MOVE "SEM FICHA NO CLIMST"  TO SD-NOME.
           IF WRK-TEM-CLIMST EQUAL "N"
             GO TO 0410-LER-FICHA-FIM
           END-IF.
           MOVE RET-CHAVE TO CLI-CHAVE.
           READ CLM.
           IF WRK-FS-CLIMST EQUAL "00"
             MOVE CLI-NIF              TO SD-NIF
             MOVE CLI-NOME             TO SD-NOME
           END-IF.
       0410-LER-FICHA-FIM.  EXIT.
      **************************************************
       0110-ABRIR-ORDENADO                       SECTION.
           OPEN INPUT ORD.
           IF WRK-FS-JURSORT NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA JURSORT - STATUS "
                     WRK-FS-JURSORT
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ ORD.
           IF WRK-FS-JURSORT EQUAL "10"
             DISPLAY "SEM JUROS PAGOS NO ANO " WRK-ANO
           END-IF.
       0110-ABRIR-ORDENADO-FIM.  EXIT.
      **************************************************
      *  QUEBRA POR CONTA DENTRO DO NIF - CADA NIF DA  *
      *  UM CERTIFICADO E UM DETALHE NA DECLARACAO     *
      **************************************************
       0200-PROCESSAR                            SECTION.
           IF WRK-PRIMEIRA-VEZ EQUAL "S"
             MOVE "N"            TO WRK-PRIMEIRA-VEZ
             MOVE ORD-NIF        TO WRK-NIF-ANT
             MOVE ORD-NOME       TO WRK-NOME-ANT
             MOVE ORD-CHAVE      TO WRK-CHAVE-ANT
             PERFORM 0215-CABECALHO-NIF
           END-IF.
           IF ORD-NIF NOT EQUAL WRK-NIF-ANT
             PERFORM 0220-TOTAL-CONTA
             PERFORM 0225-TOTAL-NIF
             MOVE ORD-NIF        TO WRK-NIF-ANT
             MOVE ORD-NOME       TO WRK-NOME-ANT
             MOVE ORD-CHAVE      TO WRK-CHAVE-ANT
             PERFORM 0215-CABECALHO-NIF
           ELSE
             IF ORD-CHAVE NOT EQUAL WRK-CHAVE-ANT
               PERFORM 0220-TOTAL-CONTA
               MOVE ORD-CHAVE    TO WRK-CHAVE-ANT
             END-IF
           END-IF.
           ADD ORD-BRUTO         TO WRK-CTA-BRUTO.
           ADD ORD-IMPOSTO       TO WRK-CTA-IMPOSTO.
           READ ORD.
           IF WRK-FS-JURSORT EQUAL "10"
             PERFORM 0220-TOTAL-CONTA
             PERFORM 0225-TOTAL-NIF
           END-IF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
      *  AS CONTAS SEM FICHA (NIF ZERO) NAO TEM A QUEM *
      *  SER CERTIFICADAS - SO SAO LISTADAS            *
      **************************************************
       0215-CABECALHO-NIF                        SECTION.
           IF WRK-NIF-ANT EQUAL ZEROS
             GO TO 0215-CABECALHO-NIF-FIM
           END-IF.
           MOVE WRK-NOME-ANT      TO WRK-T-NOME.
           MOVE WRK-NIF-ANT       TO WRK-T-NIF.
           WRITE REG-JURCERT FROM WRK-LINHA-CAB.
           WRITE REG-JURCERT FROM WRK-LINHA-BRANCO.
           WRITE REG-JURCERT FROM WRK-LINHA-TITULAR.
           WRITE REG-JURCERT FROM WRK-LINHA-BRANCO.
           WRITE REG-JURCERT FROM WRK-LINHA-TIT.
       0215-CABECALHO-NIF-FIM.  EXIT.
      **************************************************
       0220-TOTAL-CONTA                          SECTION.
           IF WRK-NIF-ANT EQUAL ZEROS
             DISPLAY "CONTA SEM FICHA NO CLIMST - FORA DA "
                     "DECLARACAO " WRK-CHAVE-ANT
             ADD 1 TO WRK-CONTADOR-SEMFICHA
           ELSE
             MOVE WRK-CHAVE-ANT     TO WRK-L-CHAVE
             MOVE WRK-CTA-BRUTO     TO WRK-L-BRUTO
             MOVE WRK-CTA-IMPOSTO   TO WRK-L-IMPOSTO
             COMPUTE WRK-L-LIQUIDO = WRK-CTA-BRUTO - WRK-CTA-IMPOSTO
             WRITE REG-JURCERT FROM WRK-LINHA-CTA
             ADD WRK-CTA-BRUTO      TO WRK-NIF-BRUTO
             ADD WRK-CTA-IMPOSTO    TO WRK-NIF-IMPOSTO
           END-IF.
           MOVE ZEROS             TO WRK-CTA-BRUTO.
           MOVE ZEROS             TO WRK-CTA-IMPOSTO.
       0220-TOTAL-CONTA-FIM.  EXIT.
      **************************************************
       0225-TOTAL-NIF                            SECTION.
           IF WRK-NIF-ANT EQUAL ZEROS
             GO TO 0225-TOTAL-NIF-FIM
           END-IF.
           MOVE WRK-NIF-BRUTO     TO WRK-N-BRUTO.
           MOVE WRK-NIF-IMPOSTO   TO WRK-N-IMPOSTO.
           COMPUTE WRK-N-LIQUIDO = WRK-NIF-BRUTO - WRK-NIF-IMPOSTO.
           WRITE REG-JURCERT FROM WRK-LINHA-SEPARA.
           WRITE REG-JURCERT FROM WRK-LINHA-TOTNIF.
           WRITE REG-JURCERT FROM WRK-LINHA-BRANCO.
           WRITE REG-JURCERT FROM WRK-LINHA-BRANCO.
           ADD 1                  TO WRK-CONTADOR-CERT.
           MOVE WRK-ANO           TO WRK-DD-ANO.
           MOVE WRK-NIF-ANT       TO WRK-DD-NIF.
           MOVE WRK-NOME-ANT      TO WRK-DD-NOME.
           MOVE WRK-NIF-BRUTO     TO WRK-DD-BRUTO.
           MOVE WRK-NIF-IMPOSTO   TO WRK-DD-IMPOSTO.
           WRITE REG-JURDECL FROM WRK-DECL-DET.
           ADD 1                  TO WRK-CONTADOR-DECL.
           ADD WRK-NIF-BRUTO      TO WRK-TOT-BRUTO.
           ADD WRK-NIF-IMPOSTO    TO WRK-TOT-IMPOSTO.
           MOVE ZEROS             TO WRK-NIF-BRUTO.
           MOVE ZEROS             TO WRK-NIF-IMPOSTO.
       0225-TOTAL-NIF-FIM.  EXIT.
      **************************************************
       0230-RODAPE-DECLARACAO                    SECTION.
           MOVE WRK-ANO            TO WRK-DT-ANO.
           MOVE WRK-CONTADOR-DECL  TO WRK-DT-QTD.
           MOVE WRK-TOT-BRUTO      TO WRK-DT-BRUTO.
           MOVE WRK-TOT-IMPOSTO    TO WRK-DT-IMPOSTO.
           WRITE REG-JURDECL FROM WRK-DECL-TRL.
       0230-RODAPE-DECLARACAO-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR          TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "ANO DA DECLARACAO..... " WRK-ANO.
           DISPLAY "JUROS LIDOS........... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SELEC    TO WRK-CONTADOR-IDE.
           DISPLAY "JUROS DO ANO.......... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-CERT     TO WRK-CONTADOR-IDE.
           DISPLAY "CERTIFICADOS EMITIDOS. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEMFICHA TO WRK-CONTADOR-IDE.
           DISPLAY "CONTAS SEM FICHA...... " WRK-CONTADOR-IDE.
           MOVE WRK-TOT-BRUTO         TO WRK-TOTAL-IDE.
           DISPLAY "JURO BRUTO DECLARADO.. " WRK-TOTAL-IDE.
           MOVE WRK-TOT-IMPOSTO       TO WRK-TOTAL-IDE.
           DISPLAY "IMPOSTO DECLARADO..... " WRK-TOTAL-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE ORD.
           CLOSE CER.
           CLOSE DCL.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

       IDENTIFICATION                         DIVISION.
       PROGRAM-ID. TR00PTTQ.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: CONFLITO DE INTERESSES DO PESSOAL (CORRIDA
      *            SEMANAL DE COMPLIANCE) - LIGA CADA OPERADOR
      *            DO OPERMST AO FUNCIONARIO (OPE-IDFUN) E
      *            ESTE AS SUAS CONTAS: AS DE ORDENADO
      *            (FUNCONTA), TODAS AS FICHAS CLIMST COM O
      *            MESMO NIF, AS CONTAS DE QUE E COTITULAR
      *            (TITULARES) E AS DOS DEPENDENTES DO
      *            TRUTT.DEPENDENTES (FICHA CLIMST COM O MESMO
      *            NOME E DATA DE NASCIMENTO); DEPOIS PERCORRE
      *            A AUDITORIA DA SEMANA (ARQCLIAUD), O JORNAL
      *            DOS BALCOES TR00PBA1/TR00PBA2 (AUDTJRN) E
      *            OS MOVIMENTOS DE CAIXA DO COBVSA42
      *            (CAIXAMOV) E LISTA EM CONFLREL CADA ACAO DE
      *            UM OPERADOR NUMA CONTA SUA, CONJUNTA OU DE
      *            UM DEPENDENTE, PARA O RESPONSAVEL DE
      *            COMPLIANCE
      *  DATA: 15/10/2026
      *==========================================
       ENVIRONMENT                            DIVISION.
       CONFIGURATION                           SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                            SECTION.
       FILE-CONTROL.
           SELECT OPE ASSIGN TO OPERMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS OPE-USERID
           FILE STATUS   IS WRK-FS-OPERMST.

           SELECT XRF ASSIGN TO FUNCONTA
           FILE STATUS IS WRK-FS-FUNCONTA.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT TIT ASSIGN TO TITULARES
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS SEQUENTIAL
           RECORD KEY    IS TIT-ID
           FILE STATUS   IS WRK-FS-TITULARES.

           SELECT AUD ASSIGN TO ARQCLIAUD
           FILE STATUS IS WRK-FS-ARQCLIAUD.

           SELECT JRN ASSIGN TO AUDTJRN
           FILE STATUS IS WRK-FS-AUDTJRN.

           SELECT CXM ASSIGN TO CAIXAMOV
           FILE STATUS IS WRK-FS-CAIXAMOV.

           SELECT REL ASSIGN TO CONFLREL
           FILE STATUS IS WRK-FS-CONFLREL.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD OPE.
       01 REG-OPERMST.
          05 OPE-USERID            PIC X(08).
          05 OPE-NOME              PIC X(30).
          05 OPE-NIVEL             PIC X(01).
          05 OPE-IDFUN             PIC 9(05).

       FD XRF
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
       01 REG-FUNCONTA.
          05 XRF-IDFUN             PIC 9(05).
          05 XRF-CHAVE             PIC X(09).

       FD CLM.
       01 REG-CLIMST.
          05 CLI-CHAVE             PIC X(09).
          05 CLI-NOME              PIC X(30).
          05 CLI-MORADA1           PIC X(30).
          05 CLI-MORADA2           PIC X(30).
          05 CLI-CODPOSTAL         PIC X(08).
          05 CLI-LOCALIDADE        PIC X(20).
          05 CLI-NIF               PIC 9(09).
          05 CLI-DATA-NASC         PIC 9(08).
          05 CLI-TELEFONE          PIC X(12).
          05 CLI-EMAIL             PIC X(30).
          05 CLI-FALECIDO          PIC X(01).
          05 CLI-DATA-OBITO        PIC 9(08).
          05 CLI-PAIS-FISCAL       PIC X(02).
          05 CLI-NIF-ESTRANG       PIC X(20).
          05 CLI-EUA               PIC X(01).
          05 CLI-DATA-AUTOCERT     PIC 9(08).
          05 CLI-DOC-TIPO          PIC X(02).
          05 CLI-DOC-NUMERO        PIC X(20).
          05 CLI-DOC-VALIDADE      PIC 9(08).
          05 CLI-RISCO             PIC X(01).
          05 CLI-DATA-REVISAO      PIC 9(08).
          05 CLI-MORADA-DEVOL      PIC X(01).
          05 CLI-DATA-DEVOL        PIC 9(08).
          05 CLI-DOC-DEVOL         PIC X(03).

       FD TIT.
       01 REG-TITULARES.
          05 TIT-ID.
             10 TIT-CHAVE          PIC X(09).
             10 TIT-CLIENTE        PIC X(09).
          05 TIT-PAPEL             PIC X(01).

       FD AUD
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       01 REG-AUDITORIA.
          05 AUD-DATA              PIC 9(08).
          05 FILLER                PIC X(01).
          05 AUD-HORA              PIC 9(06).
          05 FILLER                PIC X(01).
          05 AUD-OPERACAO          PIC X(09).
          05 FILLER                PIC X(01).
          05 AUD-CHAVE             PIC X(09).
          05 FILLER                PIC X(01).
          05 AUD-NOME              PIC X(30).
          05 FILLER                PIC X(01).
          05 AUD-SALDO-ANTES       PIC S9(06)V99.
          05 FILLER                PIC X(01).
          05 AUD-SALDO-DEPOIS      PIC S9(06)V99.
          05 FILLER                PIC X(01).
          05 AUD-USERID            PIC X(08).
          05 FILLER                PIC X(01).
          05 AUD-SEQ               PIC 9(06).
          05 FILLER                PIC X(01).
          05 AUD-CHECK             PIC 9(09).

      *-------------------------------------------------*
      *  FILA AUDT DESCARREGADA - O MESMO REGISTO DO    *
      *  ARQCLIAUD SEM O SELO (SEQ/CHECK)               *
      *-------------------------------------------------*
       FD JRN
           RECORDING MODE IS F
           RECORD CONTAINS 93 CHARACTERS.
       01 REG-AUDTJRN.
          05 JRN-DATA              PIC 9(08).
          05 FILLER                PIC X(01).
          05 JRN-HORA              PIC 9(06).
          05 FILLER                PIC X(01).
          05 JRN-OPERACAO          PIC X(09).
          05 FILLER                PIC X(01).
          05 JRN-CHAVE             PIC X(09).
          05 FILLER                PIC X(01).
          05 JRN-NOME              PIC X(30).
          05 FILLER                PIC X(01).
          05 JRN-SALDO-ANTES       PIC S9(06)V99.
          05 FILLER                PIC X(01).
          05 JRN-SALDO-DEPOIS      PIC S9(06)V99.
          05 FILLER                PIC X(01).
          05 JRN-USERID            PIC X(08).

       FD CXM
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       01 REG-CAIXAMOV.
          05 CXM-USERID            PIC X(08).
          05 CXM-AGENCIA           PIC X(04).
          05 CXM-TIPO              PIC X(01).
          05 CXM-VALOR             PIC 9(08)V99.
          05 CXM-DATA              PIC 9(08).
          05 CXM-CHAVE             PIC X(09).

       FD REL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-CONFLREL             PIC X(80).

       WORKING-STORAGE                         SECTION.
           EXEC SQL
             INCLUDE "BOOKFUNC"
           END-EXEC.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       01 DB2-DEPENDENTE.
          05 DB2-DEP-IDFUN     PIC 9(05).
          05 DB2-DEP-NOME      PIC X(30).
          05 DB2-DEP-NASC      PIC 9(08).
           EXEC SQL
             DECLARE CURSORDEP CURSOR FOR
               SELECT NOMEDEP,DATANASCDEP
                 FROM TRUTT.DEPENDENTES
                 WHERE IDFUN = :DB2-DEP-IDFUN
           END-EXEC.
       77 WRK-SQLCODE       PIC -999       VALUE ZEROS.
       77 WRK-FS-OPERMST    PIC X(02)      VALUE ZEROS.
       77 WRK-FS-FUNCONTA   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CLIMST     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-TITULARES  PIC X(02)      VALUE ZEROS.
       77 WRK-FS-ARQCLIAUD  PIC X(02)      VALUE ZEROS.
       77 WRK-FS-AUDTJRN    PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CAIXAMOV   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-CONFLREL   PIC X(02)      VALUE ZEROS.
      *------------- OPERADORES DO QUADRO -----------------
       01 WRK-OPR-TAB.
          05 WRK-OPR-ENTRY OCCURS 500 TIMES.
             10 WRK-OPR-USERID    PIC X(08).
             10 WRK-OPR-IDFUN     PIC 9(05).
             10 WRK-OPR-NIF       PIC 9(09).
       77 WRK-OPR-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-OPR-SUB       PIC 9(04)      COMP VALUE ZEROS.
      *------------- DEPENDENTES DOS OPERADORES -----------
       01 WRK-DPD-TAB.
          05 WRK-DPD-ENTRY OCCURS 2000 TIMES.
             10 WRK-DPD-OPR       PIC 9(04)  COMP.
             10 WRK-DPD-NOME      PIC X(30).
             10 WRK-DPD-NASC      PIC 9(08).
       77 WRK-DPD-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-DPD-SUB       PIC 9(04)      COMP VALUE ZEROS.
      *------------- CONTAS LIGADAS A CADA OPERADOR -------
      *  TIPO: P-PROPRIA  C-CONJUNTA (COTITULAR)
      *        D-DE UM DEPENDENTE
       01 WRK-VIN-TAB.
          05 WRK-VIN-ENTRY OCCURS 9000 TIMES.
             10 WRK-VIN-OPR       PIC 9(04)  COMP.
             10 WRK-VIN-CHAVE     PIC X(09).
             10 WRK-VIN-TIPO      PIC X(01).
       77 WRK-VIN-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-VIN-BASE      PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-VIN-SUB       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-VIN-AUX       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-VIN-CHEIA     PIC X(01)      VALUE "N".
      *------------- AREA DE PROCURA ----------------------
       77 WRK-NOVO-OPR      PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-NOVO-CHAVE    PIC X(09)      VALUE SPACES.
       77 WRK-NOVO-TIPO     PIC X(01)      VALUE SPACES.
       77 WRK-ACHOU         PIC X(01)      VALUE "N".
       77 WRK-EOF           PIC X(01)      VALUE "N".
       77 WRK-ORIGEM        PIC X(09)      VALUE SPACES.
       77 WRK-DATA          PIC 9(08)      VALUE ZEROS.
       77 WRK-USERID        PIC X(08)      VALUE SPACES.
       77 WRK-CHAVE         PIC X(09)      VALUE SPACES.
       77 WRK-OPERACAO      PIC X(09)      VALUE SPACES.
      *------------- CONTADORES ---------------------------
       77 WRK-STATS-OPER    PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-DEPEND  PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-CONTAS  PIC 9(05)      VALUE ZEROS.
       77 WRK-STATS-LIDOS   PIC 9(09)      VALUE ZEROS.
       77 WRK-STATS-EXCEC   PIC 9(07)      VALUE ZEROS.
      *------------- LINHAS DO RELATORIO ------------------
       01 WRK-LINHA-CAB.
          05 FILLER               PIC X(44) VALUE
             "CONFLITO DE INTERESSES - ACOES DE OPERADORES".
          05 FILLER               PIC X(36) VALUE
             " EM CONTAS PROPRIAS OU LIGADAS".
       01 WRK-LINHA-TIT.
          05 FILLER               PIC X(40) VALUE
             "ORIGEM    DATA     OPERADOR IDFUN CONTA ".
          05 FILLER               PIC X(40) VALUE
             "    OPERACAO  VINCULO".
       01 WRK-LINHA-CONFL.
          05 WRK-L-ORIGEM         PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-DATA           PIC 9(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-USERID         PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-IDFUN          PIC 9(05).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-CHAVE          PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-OPERACAO       PIC X(09).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 WRK-L-VINCULO        PIC X(12).
          05 FILLER               PIC X(14) VALUE SPACES.
       01 WRK-LINHA-TOTAL.
          05 FILLER               PIC X(26) VALUE
             "TOTAL DE EXCECOES........ ".
          05 WRK-T-EXCEC          PIC ZZZ.ZZ9.
          05 FILLER               PIC X(47) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       PROCEDURE                              DIVISION.
      ***************************************************
       0001-PRINCIPAL                          SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARREGAR-OPERADORES.
           PERFORM 0220-CONTAS-DE-ORDENADO.
           PERFORM 0240-DEPENDENTES.
           PERFORM 0260-VARRER-CLIMST.
           PERFORM 0280-VARRER-TITULARES.
           PERFORM 0400-VARRER-AUDITORIA.
           PERFORM 0420-VARRER-JORNAL.
           PERFORM 0440-VARRER-CAIXA.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-PRINCIPAL-FIM.   EXIT.
      ***************************************************
       0100-INICIALIZAR                        SECTION.
           OPEN INPUT OPE.
           IF WRK-FS-OPERMST NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA OPERMST - STATUS "
                     WRK-FS-OPERMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REL.
           WRITE REG-CONFLREL FROM WRK-LINHA-CAB.
           WRITE REG-CONFLREL FROM WRK-LINHA-BRANCO.
           WRITE REG-CONFLREL FROM WRK-LINHA-TIT.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
      *  SO OS OPERADORES COM NUMERO DE FUNCIONARIO    *
      *  (OPE-IDFUN) ATIVO NO TRUTT.FUNC ENTRAM        *
      ***************************************************
       0200-CARREGAR-OPERADORES                SECTION.
           READ OPE.
           PERFORM UNTIL WRK-FS-OPERMST NOT EQUAL "00"
             IF OPE-IDFUN NOT EQUAL ZEROS
               MOVE OPE-IDFUN TO DB2-IDFUN
               EXEC SQL
                 SELECT IDFUN
                 INTO :DB2-IDFUN
                 FROM TRUTT.FUNC
                 WHERE IDFUN = :DB2-IDFUN
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                     IF WRK-OPR-QTD LESS THAN 500
                       ADD 1 TO WRK-OPR-QTD
                       MOVE OPE-USERID TO WRK-OPR-USERID (WRK-OPR-QTD)
                       MOVE OPE-IDFUN  TO WRK-OPR-IDFUN (WRK-OPR-QTD)
                       MOVE ZEROS      TO WRK-OPR-NIF (WRK-OPR-QTD)
                     ELSE
                       DISPLAY "TABELA DE OPERADORES CHEIA - "
                               OPE-USERID " NAO ANALISADO"
                     END-IF
                   WHEN 100
                     DISPLAY "OPERADOR " OPE-USERID
                             " COM FUNCIONARIO INEXISTENTE "
                             OPE-IDFUN
                   WHEN OTHER
                     MOVE SQLCODE TO WRK-SQLCODE
                     DISPLAY "ERRO SQLCODE" WRK-SQLCODE
               END-EVALUATE
             END-IF
             READ OPE
           END-PERFORM.
           CLOSE OPE.
           MOVE WRK-OPR-QTD TO WRK-STATS-OPER.
       0200-CARREGAR-OPERADORES-FIM. EXIT.
      ***************************************************
      *  AS CONTAS DE ORDENADO SAO PROPRIAS E DAO O    *
      *  NIF DO FUNCIONARIO (FICHA CLIMST DA CONTA)    *
      ***************************************************
       0220-CONTAS-DE-ORDENADO                 SECTION.
           OPEN INPUT XRF.
           IF WRK-FS-FUNCONTA NOT EQUAL "00"
             DISPLAY "FUNCONTA INDISPONIVEL - SO NIF E TITULARES"
             GO TO 0220-CONTAS-DE-ORDENADO-FIM
           END-IF.
           READ XRF.
           PERFORM UNTIL WRK-FS-FUNCONTA NOT EQUAL "00"
             PERFORM VARYING WRK-OPR-SUB FROM 1 BY 1
                     UNTIL WRK-OPR-SUB > WRK-OPR-QTD
               IF WRK-OPR-IDFUN (WRK-OPR-SUB) EQUAL XRF-IDFUN
                 MOVE WRK-OPR-SUB TO WRK-NOVO-OPR
                 MOVE XRF-CHAVE   TO WRK-NOVO-CHAVE
                 MOVE "P"         TO WRK-NOVO-TIPO
                 PERFORM 0800-ADICIONAR-VINCULO
                 IF WRK-OPR-NIF (WRK-OPR-SUB) EQUAL ZEROS
                   MOVE XRF-CHAVE TO CLI-CHAVE
                   READ CLM
                   IF WRK-FS-CLIMST EQUAL "00"
                     MOVE CLI-NIF TO WRK-OPR-NIF (WRK-OPR-SUB)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             READ XRF
           END-PERFORM.
           CLOSE XRF.
       0220-CONTAS-DE-ORDENADO-FIM. EXIT.
      ***************************************************
      *  OS DEPENDENTES NAO TEM NIF NO TRUTT - SAO     *
      *  PROCURADOS NO CLIMST POR NOME E NASCIMENTO    *
      ***************************************************
       0240-DEPENDENTES                        SECTION.
           PERFORM VARYING WRK-OPR-SUB FROM 1 BY 1
                   UNTIL WRK-OPR-SUB > WRK-OPR-QTD
             MOVE WRK-OPR-IDFUN (WRK-OPR-SUB) TO DB2-DEP-IDFUN
             EXEC SQL
               OPEN CURSORDEP
             END-EXEC
             IF SQLCODE NOT EQUAL 0
               MOVE SQLCODE TO WRK-SQLCODE
               DISPLAY "ERRO SQLCODE" WRK-SQLCODE
             ELSE
               PERFORM 0250-LER-DEPENDENTE
               PERFORM UNTIL SQLCODE NOT EQUAL 0
                 IF WRK-DPD-QTD LESS THAN 2000
                   ADD 1 TO WRK-DPD-QTD
                   MOVE WRK-OPR-SUB  TO WRK-DPD-OPR (WRK-DPD-QTD)
                   MOVE DB2-DEP-NOME TO WRK-DPD-NOME (WRK-DPD-QTD)
                   MOVE DB2-DEP-NASC TO WRK-DPD-NASC (WRK-DPD-QTD)
                 ELSE
                   DISPLAY "TABELA DE DEPENDENTES CHEIA - "
                           DB2-DEP-NOME " NAO ANALISADO"
                 END-IF
                 PERFORM 0250-LER-DEPENDENTE
               END-PERFORM
               EXEC SQL
                 CLOSE CURSORDEP
               END-EXEC
             END-IF
           END-PERFORM.
           MOVE WRK-DPD-QTD TO WRK-STATS-DEPEND.
       0240-DEPENDENTES-FIM. EXIT.
      ***************************************************
       0250-LER-DEPENDENTE                     SECTION.
           EXEC SQL
             FETCH CURSORDEP
             INTO :DB2-DEP-NOME,
                  :DB2-DEP-NASC
           END-EXEC.
           IF SQLCODE NOT EQUAL 0 AND 100
             MOVE SQLCODE TO WRK-SQLCODE
             DISPLAY "ERRO SQLCODE" WRK-SQLCODE
           END-IF.
       0250-LER-DEPENDENTE-FIM. EXIT.
      ***************************************************
      *  UMA PASSAGEM AO CLIMST: FICHAS COM O NIF DO   *
      *  FUNCIONARIO SAO PROPRIAS, FICHAS DE UM        *
      *  DEPENDENTE SAO DO DEPENDENTE                  *
      ***************************************************
       0260-VARRER-CLIMST                      SECTION.
           MOVE "N"        TO WRK-EOF.
           MOVE LOW-VALUES TO CLI-CHAVE.
           START CLM KEY IS GREATER THAN OR EQUAL CLI-CHAVE
             INVALID KEY
               MOVE "S"    TO WRK-EOF
           END-START.
           PERFORM UNTIL WRK-EOF EQUAL "S"
             READ CLM NEXT RECORD
               AT END
                 MOVE "S"  TO WRK-EOF
               NOT AT END
                 PERFORM 0270-LIGAR-FICHA
             END-READ
           END-PERFORM.
       0260-VARRER-CLIMST-FIM. EXIT.
      ***************************************************
       0270-LIGAR-FICHA                        SECTION.
           MOVE CLI-CHAVE TO WRK-NOVO-CHAVE.
           IF CLI-NIF NOT EQUAL ZEROS
             MOVE "P" TO WRK-NOVO-TIPO
             PERFORM VARYING WRK-OPR-SUB FROM 1 BY 1
                     UNTIL WRK-OPR-SUB > WRK-OPR-QTD
               IF WRK-OPR-NIF (WRK-OPR-SUB) EQUAL CLI-NIF
                 MOVE WRK-OPR-SUB TO WRK-NOVO-OPR
                 PERFORM 0800-ADICIONAR-VINCULO
               END-IF
             END-PERFORM
           END-IF.
           MOVE "D" TO WRK-NOVO-TIPO.
           PERFORM VARYING WRK-DPD-SUB FROM 1 BY 1
                   UNTIL WRK-DPD-SUB > WRK-DPD-QTD
             IF WRK-DPD-NOME (WRK-DPD-SUB) EQUAL CLI-NOME AND
                WRK-DPD-NASC (WRK-DPD-SUB) EQUAL CLI-DATA-NASC
               MOVE WRK-DPD-OPR (WRK-DPD-SUB) TO WRK-NOVO-OPR
               PERFORM 0800-ADICIONAR-VINCULO
             END-IF
           END-PERFORM.
       0270-LIGAR-FICHA-FIM. EXIT.
      ***************************************************
      *  A CONTA DE QUE O FUNCIONARIO (OU DEPENDENTE)  *
      *  E TITULAR OU COTITULAR TAMBEM E LIGADA        *
      ***************************************************
       0280-VARRER-TITULARES                   SECTION.
           OPEN INPUT TIT.
           IF WRK-FS-TITULARES NOT EQUAL "00"
             DISPLAY "TITULARES INDISPONIVEL - SEM CONTAS CONJUNTAS"
             GO TO 0280-VARRER-TITULARES-FIM
           END-IF.
           MOVE WRK-VIN-QTD TO WRK-VIN-BASE.
           READ TIT.
           PERFORM UNTIL WRK-FS-TITULARES NOT EQUAL "00"
             MOVE TIT-CHAVE TO WRK-NOVO-CHAVE
             PERFORM VARYING WRK-VIN-SUB FROM 1 BY 1
                     UNTIL WRK-VIN-SUB > WRK-VIN-BASE
               IF WRK-VIN-CHAVE (WRK-VIN-SUB) EQUAL TIT-CLIENTE
                 MOVE WRK-VIN-OPR (WRK-VIN-SUB) TO WRK-NOVO-OPR
                 IF WRK-VIN-TIPO (WRK-VIN-SUB) EQUAL "D"
                   MOVE "D" TO WRK-NOVO-TIPO
                 ELSE
                   MOVE "C" TO WRK-NOVO-TIPO
                 END-IF
                 PERFORM 0800-ADICIONAR-VINCULO
               END-IF
             END-PERFORM
             READ TIT
           END-PERFORM.
           CLOSE TIT.
       0280-VARRER-TITULARES-FIM. EXIT.
      ***************************************************
       0300-FINALIZAR                          SECTION.
           MOVE WRK-STATS-EXCEC TO WRK-T-EXCEC.
           WRITE REG-CONFLREL FROM WRK-LINHA-BRANCO.
           WRITE REG-CONFLREL FROM WRK-LINHA-TOTAL.
           CLOSE CLM.
           CLOSE REL.
           MOVE WRK-VIN-QTD TO WRK-STATS-CONTAS.
           DISPLAY "OPERADORES DO QUADRO  " WRK-STATS-OPER.
           DISPLAY "DEPENDENTES           " WRK-STATS-DEPEND.
           DISPLAY "CONTAS LIGADAS        " WRK-STATS-CONTAS.
           DISPLAY "REGISTOS ANALISADOS   " WRK-STATS-LIDOS.
           DISPLAY "EXCECOES              " WRK-STATS-EXCEC.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************
      *  AUDITORIA DA SEMANA - AS GERACOES DO ARQCLIAUD*
      *  VEM CONCATENADAS NO DD                        *
      ***************************************************
       0400-VARRER-AUDITORIA                   SECTION.
           OPEN INPUT AUD.
           IF WRK-FS-ARQCLIAUD NOT EQUAL "00"
             DISPLAY "ARQCLIAUD INDISPONIVEL - SALTADO"
             GO TO 0400-VARRER-AUDITORIA-FIM
           END-IF.
           MOVE "ARQCLIAUD" TO WRK-ORIGEM.
           READ AUD.
           PERFORM UNTIL WRK-FS-ARQCLIAUD NOT EQUAL "00"
             MOVE AUD-DATA     TO WRK-DATA
             MOVE AUD-USERID   TO WRK-USERID
             MOVE AUD-CHAVE    TO WRK-CHAVE
             MOVE AUD-OPERACAO TO WRK-OPERACAO
             PERFORM 0500-VERIFICAR-ACAO
             READ AUD
           END-PERFORM.
           CLOSE AUD.
       0400-VARRER-AUDITORIA-FIM. EXIT.
      ***************************************************
       0420-VARRER-JORNAL                      SECTION.
           OPEN INPUT JRN.
           IF WRK-FS-AUDTJRN NOT EQUAL "00"
             DISPLAY "AUDTJRN INDISPONIVEL - SALTADO"
             GO TO 0420-VARRER-JORNAL-FIM
           END-IF.
           MOVE "AUDTJRN"   TO WRK-ORIGEM.
           READ JRN.
           PERFORM UNTIL WRK-FS-AUDTJRN NOT EQUAL "00"
             MOVE JRN-DATA     TO WRK-DATA
             MOVE JRN-USERID   TO WRK-USERID
             MOVE JRN-CHAVE    TO WRK-CHAVE
             MOVE JRN-OPERACAO TO WRK-OPERACAO
             PERFORM 0500-VERIFICAR-ACAO
             READ JRN
           END-PERFORM.
           CLOSE JRN.
       0420-VARRER-JORNAL-FIM. EXIT.
      ***************************************************
      *  SO AS ENTRADAS/SAIDAS POR CONTA DE UM CLIENTE *
      *  TRAZEM CONTA - ABERTURAS E FECHOS NAO         *
      ***************************************************
       0440-VARRER-CAIXA                       SECTION.
           OPEN INPUT CXM.
           IF WRK-FS-CAIXAMOV NOT EQUAL "00"
             DISPLAY "CAIXAMOV INDISPONIVEL - SALTADO"
             GO TO 0440-VARRER-CAIXA-FIM
           END-IF.
           MOVE "CAIXAMOV"  TO WRK-ORIGEM.
           READ CXM.
           PERFORM UNTIL WRK-FS-CAIXAMOV NOT EQUAL "00"
             IF CXM-CHAVE NOT EQUAL SPACES
               MOVE CXM-DATA     TO WRK-DATA
               MOVE CXM-USERID   TO WRK-USERID
               MOVE CXM-CHAVE    TO WRK-CHAVE
               MOVE SPACES       TO WRK-OPERACAO
               IF CXM-TIPO EQUAL "E"
                 MOVE "ENTRADA"  TO WRK-OPERACAO
               ELSE
                 MOVE "SAIDA"    TO WRK-OPERACAO
               END-IF
               PERFORM 0500-VERIFICAR-ACAO
             END-IF
             READ CXM
           END-PERFORM.
           CLOSE CXM.
       0440-VARRER-CAIXA-FIM. EXIT.
      ***************************************************
      *  A ACAO E EXCECAO QUANDO O OPERADOR E DO       *
      *  QUADRO E A CONTA ESTA LIGADA A ELE            *
      ***************************************************
       0500-VERIFICAR-ACAO                     SECTION.
           ADD 1 TO WRK-STATS-LIDOS.
           MOVE ZEROS TO WRK-NOVO-OPR.
           PERFORM VARYING WRK-OPR-SUB FROM 1 BY 1
                   UNTIL WRK-OPR-SUB > WRK-OPR-QTD
             IF WRK-OPR-USERID (WRK-OPR-SUB) EQUAL WRK-USERID
               MOVE WRK-OPR-SUB TO WRK-NOVO-OPR
             END-IF
           END-PERFORM.
           IF WRK-NOVO-OPR EQUAL ZEROS
             GO TO 0500-VERIFICAR-ACAO-FIM
           END-IF.
           PERFORM VARYING WRK-VIN-SUB FROM 1 BY 1
                   UNTIL WRK-VIN-SUB > WRK-VIN-QTD
             IF WRK-VIN-OPR (WRK-VIN-SUB)   EQUAL WRK-NOVO-OPR AND
                WRK-VIN-CHAVE (WRK-VIN-SUB) EQUAL WRK-CHAVE
               PERFORM 0520-LISTAR-EXCECAO
               MOVE WRK-VIN-QTD TO WRK-VIN-SUB
             END-IF
           END-PERFORM.
       0500-VERIFICAR-ACAO-FIM. EXIT.
      ***************************************************
       0520-LISTAR-EXCECAO                     SECTION.
           ADD 1 TO WRK-STATS-EXCEC.
           MOVE WRK-ORIGEM                   TO WRK-L-ORIGEM.
           MOVE WRK-DATA                     TO WRK-L-DATA.
           MOVE WRK-USERID                   TO WRK-L-USERID.
           MOVE WRK-OPR-IDFUN (WRK-NOVO-OPR) TO WRK-L-IDFUN.
           MOVE WRK-CHAVE                    TO WRK-L-CHAVE.
           MOVE WRK-OPERACAO                 TO WRK-L-OPERACAO.
           EVALUATE WRK-VIN-TIPO (WRK-VIN-SUB)
               WHEN "P"
                 MOVE "PROPRIA"    TO WRK-L-VINCULO
               WHEN "C"
                 MOVE "CONJUNTA"   TO WRK-L-VINCULO
               WHEN OTHER
                 MOVE "DEPENDENTE" TO WRK-L-VINCULO
           END-EVALUATE.
           WRITE REG-CONFLREL FROM WRK-LINHA-CONFL.
       0520-LISTAR-EXCECAO-FIM. EXIT.
      ***************************************************
      *  UMA CONTA SO ENTRA UMA VEZ POR OPERADOR - A   *
      *  PRIMEIRA LIGACAO ENCONTRADA E A QUE FICA      *
      ***************************************************
       0800-ADICIONAR-VINCULO                  SECTION.
           MOVE "N" TO WRK-ACHOU.
           PERFORM VARYING WRK-VIN-AUX FROM 1 BY 1
                   UNTIL WRK-VIN-AUX > WRK-VIN-QTD
                      OR WRK-ACHOU EQUAL "S"
             IF WRK-VIN-OPR (WRK-VIN-AUX)   EQUAL WRK-NOVO-OPR AND
                WRK-VIN-CHAVE (WRK-VIN-AUX) EQUAL WRK-NOVO-CHAVE
               MOVE "S" TO WRK-ACHOU
             END-IF
           END-PERFORM.
           IF WRK-ACHOU EQUAL "S"
             GO TO 0800-ADICIONAR-VINCULO-FIM
           END-IF.
           IF WRK-VIN-QTD NOT LESS THAN 9000
             IF WRK-VIN-CHEIA EQUAL "N"
               DISPLAY "TABELA DE CONTAS LIGADAS CHEIA"
               MOVE "S" TO WRK-VIN-CHEIA
             END-IF
             GO TO 0800-ADICIONAR-VINCULO-FIM
           END-IF.
           ADD 1 TO WRK-VIN-QTD.
           MOVE WRK-NOVO-OPR   TO WRK-VIN-OPR (WRK-VIN-QTD).
           MOVE WRK-NOVO-CHAVE TO WRK-VIN-CHAVE (WRK-VIN-QTD).
           MOVE WRK-NOVO-TIPO  TO WRK-VIN-TIPO (WRK-VIN-QTD).
       0800-ADICIONAR-VINCULO-FIM. EXIT.
      ***************************************************

      *            PARA O LANCAMENTO CONTABILISTICO - OS
      *            DIAS DE AUSENCIA NAO PAGA DO MES
      *            (TRUTT.AUSENCIAS TIPO N) DESCONTAM
      *            SUBSIDIOS - O SEGUNDO CARTAO DO SYSIN ESCOLHE
      *            A CORRIDA: BRANCO = FOLHA MENSAL, F =
      *            SUBSIDIO DE FERIAS (JUNHO), N = SUBSIDIO DE
      *            NATAL (NOVEMBRO); NA CORRIDA DE SUBSIDIO CADA
      *            FUNCIONARIO ATIVO RECEBE UM MES DE SALFUN
      *            PROPORCIONAL AOS MESES DE SERVICO NO ANO
      *            DESDE A DATAADM, COM AS MESMAS FAIXAS DE IRS,
      *            A MESMA TAXA SOCIAL E O MESMO LANCAMENTO NO
      *            RAZAO, RECIBO NO FOLPAG COM RUBRICA PROPRIA
      *            (SFE/SNA; A FOLHA MENSAL E VEN) E CREDITO NO
      *            PAGSUB (LAYOUT DO PAGEXT) PARA O COBVSA23 -
      *            EM QUALQUER CORRIDA O PAGSUB LEVA O LIQUIDO DE
      *            CADA RECIBO DO FOLPAG, QUE E O QUE SE CREDITA
      *            E O QUE A PONTE CONCILIA -
      *            QUEM OPTOU POR DUODECIMOS (TR00PTTR) RECEBE
      *            NA FOLHA MENSAL 2/12 DO SALFUN, TAMBEM NO
      *            PAGSUB, E FICA DE FORA DAS CORRIDAS DE
      *            SUBSIDIO - OS RETROATIVOS APROVADOS (RETROMOV
      *            DO TR00PTTT) PAGAM-SE NA FOLHA MENSAL EM
      *            RUBRICA PROPRIA (FOL-RETROATIVO): RETEM IRS
      *            A PARTE, A TAXA DA FAIXA DO SALFUN MAIS A
      *            MEDIA MENSAL DOS RETROATIVOS, PARA NAO OS
      *            TRIBUTAR COMO SE FOSSEM DE UM SO MES, ENTRAM
      *            NA SEGURANCA SOCIAL, SEGUEM NO CREDITO DO
      *            PAGSUB E A LINHA DO TRUTT.SALHIST PASSA A
      *            RETRO = P - OS EMPRESTIMOS AO PESSOAL
      *            COBRADOS NA FOLHA (EMPRST COM EMP-COBRANCA =
      *            F, CONTA LIGADA AO IDFUN NO FUNCONTA) TEM A
      *            PRESTACAO VENCIDA DESCONTADA NA FOLHA MENSAL
      *            EM RUBRICA PROPRIA (FOL-EMPRESTIMO), DEPOIS
      *            DAS PENHORAS E SEM TOCAR NO MINIMO PROTEGIDO
      *            DE DOIS TERCOS DO LIQUIDO (SE NAO CHEGAR
      *            DESCONTA A PARTE POSSIVEL) - CADA DESCONTO
      *            SEGUE NO EMPLIQ (BOOKEML) PARA O COBVSA72
      *            ABATER NA CARTEIRA - AS DESPESAS DE
      *            DESLOCACAO E REFEICAO APROVADAS PELO
      *            TR00PTTV PARA A FOLHA (DESPREG, VIA F,
      *            ESTADO A) PAGAM-SE NA FOLHA MENSAL EM
      *            RUBRICA PROPRIA NAO TRIBUTADA
      *            (FOL-DESPESAS): SOMAM AO LIQUIDO SEM ENTRAR
      *            NO BRUTO, SEGUEM NO CREDITO DO PAGSUB E FICAM
      *            PAGAS (ESTADO P) NO DESPREG - NO RAZAO SAI UM
      *            DESPAGNN (DESPESAS A PAGAR CONTRA A CONTA
      *            PONTE DO LIQUIDO) E O SALLIQNN FICA SO COM O
      *            LIQUIDO DO SALARIO
      *  DATA: 21/08/2026
      *==========================================
       ENVIRONMENT                            DIVISION.

           SELECT FCT ASSIGN TO FOLCTL
           FILE STATUS IS WRK-FS-FOLCTL.

           SELECT PGS ASSIGN TO PAGSUB
           FILE STATUS IS WRK-FS-PAGSUB.

           SELECT RTM ASSIGN TO RETROMOV
           FILE STATUS IS WRK-FS-RETROMOV.

           SELECT XRF ASSIGN TO FUNCONTA
           FILE STATUS IS WRK-FS-FUNCONTA.

           SELECT EMP ASSIGN TO EMPRST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS EMP-ID
           FILE STATUS   IS WRK-FS-EMPRST.

           SELECT EML ASSIGN TO EMPLIQ
           FILE STATUS IS WRK-FS-EMPLIQ.

           SELECT DSR ASSIGN TO DESPREG
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS DSR-ID
           FILE STATUS   IS WRK-FS-DESPREG.
       DATA                                   DIVISION.
       FILE                                    SECTION.
       FD HAP
          05 CTL-TOT-BRUTO         PIC 9(11)V99.
          05 CTL-TOT-LIQUIDO       PIC 9(11)V99.

       FD PGS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-PAGSUB.
          05 PGS-IDFUN             PIC 9(05).
          05 FILLER                PIC X(02).
          05 PGS-NOMEFUN           PIC X(30).
          05 FILLER                PIC X(02).
          05 PGS-VALOR             PIC ZZZ.ZZZ.ZZ9,99.
          05 FILLER                PIC X(02).
          05 PGS-DEPFUN            PIC ZZ.
          05 FILLER                PIC X(23).

       FD RTM
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
       01 REG-RETROMOV.
          05 RTM-IDFUN             PIC 9(05).
          05 RTM-DEPFUN            PIC 9(02).
          05 RTM-MES               PIC 9(06).
          05 RTM-SALARIO           PIC 9(08)V99.
          05 RTM-HEXTRA            PIC 9(08)V99.

       FD XRF
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
       01 REG-FUNCONTA.
          05 XRF-IDFUN             PIC 9(05).
          05 XRF-CHAVE             PIC X(09).

       FD EMP.
       01 REG-EMPRST.
          05 EMP-ID.
             10 EMP-CHAVE          PIC X(09).
             10 EMP-NUM            PIC 9(03).
          05 EMP-CAPITAL           PIC 9(07)V99.
          05 EMP-TAXA-ANUAL        PIC 9(02)V9(04).
          05 EMP-PRAZO-MESES       PIC 9(03).
          05 EMP-PRESTACAO         PIC 9(06)V99.
          05 EMP-PROX-PREST        PIC 9(08).
          05 EMP-SALDO-DEV         PIC 9(07)V99.
          05 EMP-STATUS            PIC X(01).
          05 EMP-TIPO-TAXA         PIC X(01).
          05 EMP-INDEXANTE         PIC X(06).
          05 EMP-SPREAD            PIC 9(02)V9(04).
          05 EMP-PERIODO-REV       PIC 9(02).
          05 EMP-DATA-REVISAO      PIC 9(08).
          05 EMP-REESTRUT          PIC X(01).
          05 EMP-DATA-FIM-PROVA    PIC 9(08).
          05 EMP-COBRANCA          PIC X(01).

       FD EML
           RECORDING MODE IS F
           RECORD CONTAINS 35 CHARACTERS.
       COPY BOOKEML.

       FD DSR.
       COPY BOOKDES.

       FD PRM
           RECORDING MODE IS F
           RECORD CONTAINS 24 CHARACTERS.

       FD FOL
           RECORDING MODE IS F
           RECORD CONTAINS 191 CHARACTERS
           BLOCK  CONTAINS 0 RECORDS.
       01 REG-FOLPAG.
          05 FOL-IDFUN             PIC 9(05).
          05 FOL-PENSACU           PIC 9(10)V99.
          05 FILLER                PIC X(01).
          05 FOL-LIQUIDO           PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-SUBSIDIO          PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-RUBRICA           PIC X(03).
          05 FILLER                PIC X(01).
          05 FOL-RETROATIVO        PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-RETRO-MESES       PIC 9(02).
          05 FILLER                PIC X(01).
          05 FOL-EMPRESTIMO        PIC 9(08)V99.
          05 FILLER                PIC X(01).
          05 FOL-DESPESAS          PIC 9(08)V99.

       WORKING-STORAGE                         SECTION.
           EXEC SQL
           EXEC SQL
             DECLARE CURSORFOL CURSOR FOR
               SELECT IDFUN,NOMEFUN,RUAFUN,CIDADEFUN,
                    CODPOSTALFUN,SALFUN,DEPFUN,
                    DATAADM,DUODECIMOS
                 FROM TRUTT.FUNC
                 WHERE DATAFIM IS NULL
                    OR DATAFIM > CURRENT DATE
       77 WRK-FS-FOLPAG     PIC X(02)      VALUE ZEROS.
       77 WRK-TAXA-SS       PIC 9(02)V99   VALUE ZEROS.
       77 WRK-FS-HORASAPR   PIC X(02)      VALUE ZEROS.
      *------------- SUBSIDIOS DE FERIAS E NATAL ----------
       77 WRK-FS-PAGSUB     PIC X(02)      VALUE ZEROS.
       77 WRK-MODO-FOLHA    PIC X(01)      VALUE SPACES.
       77 WRK-RUBRICA       PIC X(03)      VALUE "VEN".
       01 WRK-DATAADM.
          05 WRK-ADM-ANO    PIC 9(04).
          05 FILLER         PIC X(01).
          05 WRK-ADM-MES    PIC 9(02).
          05 FILLER         PIC X(01).
          05 WRK-ADM-DIA    PIC 9(02).
       77 WRK-NULO-DATAADM  PIC S9(04)     COMP.
       77 WRK-DUODECIMOS    PIC X(01)      VALUE "N".
       77 WRK-NULO-DUODEC   PIC S9(04)     COMP.
       77 WRK-MESES-SERVICO PIC 9(02)      VALUE ZEROS.
       77 WRK-SUBSIDIO      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-STATS-SEM-SUB PIC 9(05)      VALUE ZEROS.
      *------------- RETROATIVOS APROVADOS POR FUNC -------
      *  O PERIODO (PRIMEIRO E ULTIMO MES) DA OS MESES
      *  A QUE OS RETROATIVOS RESPEITAM
       77 WRK-FS-RETROMOV   PIC X(02)      VALUE ZEROS.
       01 WRK-RET-TAB.
          05 WRK-RET-ENTRY OCCURS 500 TIMES.
             10 WRK-RET-IDFUN     PIC 9(05).
             10 WRK-RET-VALOR     PIC 9(08)V99.
             10 WRK-RET-MES-INI.
                15 WRK-RET-INI-ANO PIC 9(04).
                15 WRK-RET-INI-MES PIC 9(02).
             10 WRK-RET-MES-FIM.
                15 WRK-RET-FIM-ANO PIC 9(04).
                15 WRK-RET-FIM-MES PIC 9(02).
       77 WRK-RET-QTD       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-RET-SUB       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-RET-USO       PIC 9(03)      COMP VALUE ZEROS.
       77 WRK-RETRO         PIC 9(08)V99   VALUE ZEROS.
       77 WRK-RETRO-MESES   PIC 9(02)      VALUE ZEROS.
       77 WRK-RETRO-MEDIA   PIC 9(08)V99   VALUE ZEROS.
       77 WRK-TAXA-RETRO    PIC 9(02)V99   VALUE ZEROS.
       77 WRK-IRS-RETRO     PIC 9(08)V99   VALUE ZEROS.
       77 WRK-STATS-RETRO   PIC 9(05)      VALUE ZEROS.
      *------------- EMPRESTIMOS COBRADOS NA FOLHA --------
      *  CONTAS DE CADA FUNCIONARIO (FUNCONTA) EM MEMORIA
       77 WRK-FS-FUNCONTA   PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPRST     PIC X(02)      VALUE ZEROS.
       77 WRK-FS-EMPLIQ     PIC X(02)      VALUE ZEROS.
       77 WRK-TEM-EMPRST    PIC X(01)      VALUE "N".
       77 WRK-EOF-EMPRST    PIC X(01)      VALUE "N".
       01 WRK-XRF-TAB.
          05 WRK-XRF-ENTRY OCCURS 2000 TIMES.
             10 WRK-XRF-IDFUN     PIC 9(05).
             10 WRK-XRF-CHAVE     PIC X(09).
       77 WRK-XRF-QTD       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-XRF-SUB       PIC 9(04)      COMP VALUE ZEROS.
       77 WRK-PRESTACAO     PIC 9(07)V99   VALUE ZEROS.
       77 WRK-EMPRESTIMO    PIC 9(08)V99   VALUE ZEROS.
       77 WRK-STATS-EMPR    PIC 9(05)      VALUE ZEROS.
      *------------- DESPESAS PAGAS NA FOLHA --------------
       77 WRK-FS-DESPREG    PIC X(02)      VALUE ZEROS.
       77 WRK-TEM-DESPREG   PIC X(01)      VALUE "N".
       77 WRK-EOF-DESPREG   PIC X(01)      VALUE "N".
       77 WRK-DESPESAS      PIC 9(08)V99   VALUE ZEROS.
       77 WRK-STATS-DESP    PIC 9(05)      VALUE ZEROS.
      *------------- HORAS EXTRA APROVADAS POR FUNC -------
      *  AS HORAS ENTRAM JA PONDERADAS PELA TARIFA
      *  (N = 1,25  F = 1,50) SOBRE A HORA BASE
             10 WRK-DEP-DESC     PIC 9(10)V99.
             10 WRK-DEP-LIQ      PIC 9(10)V99.
             10 WRK-DEP-PEMP     PIC 9(10)V99.
             10 WRK-DEP-DSP      PIC 9(10)V99.
       77 WRK-DEPT-SUB      PIC 9(02)      COMP VALUE ZEROS.
       77 WRK-VALOR-IDE     PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-STATS         PIC 9(05)      VALUE ZEROS.
               UNTIL WRK-FS-IRSPARM EQUAL "10".
           PERFORM 0155-CARREGAR-HORAS
               UNTIL WRK-FS-HORASAPR EQUAL "10".
           PERFORM 0157-CARREGAR-RETRO
               UNTIL WRK-FS-RETROMOV EQUAL "10".
           PERFORM 0158-CARREGAR-CONTAS
               UNTIL WRK-FS-FUNCONTA EQUAL "10".
           PERFORM 0160-ABRIR-CURSOR.
           PERFORM 0200-PROCESSAR UNTIL SQLCODE EQUAL 100.
           PERFORM 0300-FINALIZAR.
           IF WRK-TAXA-SS EQUAL ZEROS
             MOVE 11,00 TO WRK-TAXA-SS
           END-IF.
      *    SEGUNDO CARTAO - TIPO DE CORRIDA
           ACCEPT WRK-MODO-FOLHA.
           EVALUATE WRK-MODO-FOLHA
             WHEN SPACES
               MOVE "VEN" TO WRK-RUBRICA
             WHEN "F"
               MOVE "SFE" TO WRK-RUBRICA
               DISPLAY "CORRIDA DO SUBSIDIO DE FERIAS"
             WHEN "N"
               MOVE "SNA" TO WRK-RUBRICA
               DISPLAY "CORRIDA DO SUBSIDIO DE NATAL"
             WHEN OTHER
               DISPLAY "TIPO DE CORRIDA INVALIDO " WRK-MODO-FOLHA
                       " - USE BRANCO, F OU N"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-EVALUATE.
           OPEN INPUT PRM.
           IF WRK-FS-IRSPARM NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA IRSPARM - STATUS " WRK-FS-IRSPARM
             DISPLAY "IRSPARM VAZIO - SEM RETENCAO"
           END-IF.
      *    HORAS EXTRA APROVADAS PELO TR00PTTG - SEM O
      *    FICHEIRO A FOLHA CORRE SEM HORAS EXTRA; O
      *    SUBSIDIO NAO LEVA HORAS EXTRA
           IF WRK-MODO-FOLHA NOT EQUAL SPACES
             MOVE "10" TO WRK-FS-HORASAPR
           ELSE
             OPEN INPUT HAP
             IF WRK-FS-HORASAPR NOT EQUAL "00"
               DISPLAY "HORASAPR INDISPONIVEL - SEM HORAS EXTRA"
               MOVE "10" TO WRK-FS-HORASAPR
             ELSE
               READ HAP
             END-IF
           END-IF.
      *    RETROATIVOS APROVADOS - SO NA FOLHA MENSAL
           IF WRK-MODO-FOLHA NOT EQUAL SPACES
             MOVE "10" TO WRK-FS-RETROMOV
           ELSE
             OPEN INPUT RTM
             IF WRK-FS-RETROMOV NOT EQUAL "00"
               DISPLAY "RETROMOV INDISPONIVEL - SEM RETROATIVOS"
               MOVE "10" TO WRK-FS-RETROMOV
             ELSE
               READ RTM
             END-IF
           END-IF.
      *    EMPRESTIMOS COBRADOS NA FOLHA - SO NA FOLHA
      *    MENSAL; SEM FUNCONTA OU EMPRST NAO HA DESCONTO
           IF WRK-MODO-FOLHA NOT EQUAL SPACES
             MOVE "10" TO WRK-FS-FUNCONTA
           ELSE
             OPEN INPUT XRF
             IF WRK-FS-FUNCONTA NOT EQUAL "00"
               DISPLAY "FUNCONTA INDISPONIVEL - SEM EMPRESTIMOS"
               MOVE "10" TO WRK-FS-FUNCONTA
             ELSE
               OPEN INPUT EMP
               IF WRK-FS-EMPRST EQUAL "00"
                 MOVE "S" TO WRK-TEM-EMPRST
                 OPEN OUTPUT EML
                 READ XRF
               ELSE
                 DISPLAY "EMPRST INDISPONIVEL - SEM EMPRESTIMOS"
                 CLOSE XRF
                 MOVE "10" TO WRK-FS-FUNCONTA
               END-IF
             END-IF
           END-IF.
      *    DESPESAS APROVADAS PARA A FOLHA - SO NA FOLHA
      *    MENSAL; SEM DESPREG NAO HA DESPESAS A PAGAR
           IF WRK-MODO-FOLHA EQUAL SPACES
             OPEN I-O DSR
             IF WRK-FS-DESPREG EQUAL "00"
               MOVE "S" TO WRK-TEM-DESPREG
             ELSE
               DISPLAY "DESPREG INDISPONIVEL - SEM DESPESAS"
             END-IF
           END-IF.
      *    SEM PENHORAS A FOLHA CORRE COMO SEMPRE
           OPEN I-O PEN.
             MOVE "S" TO WRK-TEM-PENSACU
           END-IF.
           OPEN OUTPUT PSM.
           OPEN OUTPUT PGS.
           IF WRK-FS-PAGSUB NOT EQUAL "00"
             DISPLAY "ERRO ABERTURA PAGSUB - STATUS " WRK-FS-PAGSUB
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM. EXIT.
      ***************************************************
       0150-CARREGAR-FAIXAS                    SECTION.
           END-IF.
           READ HAP.
       0155-CARREGAR-HORAS-FIM. EXIT.
      ***************************************************
       0157-CARREGAR-RETRO                     SECTION.
           MOVE ZEROS TO WRK-RET-USO.
           PERFORM VARYING WRK-RET-SUB FROM 1 BY 1
                   UNTIL WRK-RET-SUB > WRK-RET-QTD
             IF RTM-IDFUN EQUAL WRK-RET-IDFUN (WRK-RET-SUB)
               MOVE WRK-RET-SUB TO WRK-RET-USO
             END-IF
           END-PERFORM.
           IF WRK-RET-USO EQUAL ZEROS
             IF WRK-RET-QTD LESS THAN 500
               ADD 1 TO WRK-RET-QTD
               MOVE WRK-RET-QTD TO WRK-RET-USO
               MOVE RTM-IDFUN   TO WRK-RET-IDFUN (WRK-RET-USO)
               MOVE ZEROS       TO WRK-RET-VALOR (WRK-RET-USO)
               MOVE RTM-MES     TO WRK-RET-MES-INI (WRK-RET-USO)
               MOVE RTM-MES     TO WRK-RET-MES-FIM (WRK-RET-USO)
             ELSE
               DISPLAY "TABELA DE RETROATIVOS CHEIA - LINHA IGNORADA"
             END-IF
           END-IF.
           IF WRK-RET-USO GREATER THAN ZEROS
             COMPUTE WRK-RET-VALOR (WRK-RET-USO) =
                     WRK-RET-VALOR (WRK-RET-USO)
                   + RTM-SALARIO + RTM-HEXTRA
             IF RTM-MES LESS THAN WRK-RET-MES-INI (WRK-RET-USO)
               MOVE RTM-MES TO WRK-RET-MES-INI (WRK-RET-USO)
             END-IF
             IF RTM-MES GREATER THAN WRK-RET-MES-FIM (WRK-RET-USO)
               MOVE RTM-MES TO WRK-RET-MES-FIM (WRK-RET-USO)
             END-IF
           END-IF.
           READ RTM.
       0157-CARREGAR-RETRO-FIM. EXIT.
      ***************************************************
       0158-CARREGAR-CONTAS                    SECTION.
           IF WRK-XRF-QTD LESS THAN 2000
             ADD 1 TO WRK-XRF-QTD
             MOVE XRF-IDFUN TO WRK-XRF-IDFUN (WRK-XRF-QTD)
             MOVE XRF-CHAVE TO WRK-XRF-CHAVE (WRK-XRF-QTD)
           ELSE
             DISPLAY "TABELA DE CONTAS CHEIA - LINHA IGNORADA"
           END-IF.
           READ XRF.
       0158-CARREGAR-CONTAS-FIM. EXIT.
      ***************************************************
      *  AS PENHORAS DESCONTAM POR ORDEM DE PRIORIDADE *
      *  - A LEI PROTEGE DOIS TERCOS DO LIQUIDO, E     *
           SUBTRACT WRK-DEDUCAO FROM WRK-PENHORAVEL.
       0175-DESCONTAR-PENHORA-FIM. EXIT.
      ***************************************************
      *  OS EMPRESTIMOS AO PESSOAL DESCONTAM DEPOIS DAS *
      *  PENHORAS E SO NO QUE ELAS DEIXARAM ACIMA DOS   *
      *  DOIS TERCOS PROTEGIDOS - A PRESTACAO VENCIDA   *
      *  ATE AO MES CORRENTE DE CADA CONTRATO ATIVO DAS *
      *  CONTAS DO FUNCIONARIO                          *
      ***************************************************
       0172-DESCONTAR-EMPRESTIMOS              SECTION.
           MOVE ZEROS TO WRK-EMPRESTIMO.
           IF WRK-TEM-EMPRST EQUAL "N"
             GO TO 0172-DESCONTAR-EMPRESTIMOS-FIM
           END-IF.
           COMPUTE WRK-PROTEGIDO ROUNDED =
                   (WRK-LIQUIDO + WRK-PENHORA-TOT) * 2 / 3.
           COMPUTE WRK-PENHORAVEL = WRK-LIQUIDO - WRK-PROTEGIDO.
           PERFORM VARYING WRK-XRF-SUB FROM 1 BY 1
                   UNTIL WRK-XRF-SUB > WRK-XRF-QTD
                      OR WRK-PENHORAVEL NOT GREATER THAN ZEROS
             IF WRK-XRF-IDFUN (WRK-XRF-SUB) EQUAL DB2-IDFUN
               PERFORM 0173-EMPRESTIMOS-DA-CONTA
             END-IF
           END-PERFORM.
           IF WRK-EMPRESTIMO GREATER THAN ZEROS
             SUBTRACT WRK-EMPRESTIMO FROM WRK-LIQUIDO
             ADD 1 TO WRK-STATS-EMPR
           END-IF.
       0172-DESCONTAR-EMPRESTIMOS-FIM. EXIT.
      ***************************************************
       0173-EMPRESTIMOS-DA-CONTA               SECTION.
           MOVE "N"       TO WRK-EOF-EMPRST.
           MOVE WRK-XRF-CHAVE (WRK-XRF-SUB) TO EMP-CHAVE.
           MOVE ZEROS     TO EMP-NUM.
           START EMP KEY IS GREATER THAN OR EQUAL EMP-ID
             INVALID KEY
               MOVE "S"   TO WRK-EOF-EMPRST
           END-START.
           PERFORM UNTIL WRK-EOF-EMPRST EQUAL "S"
                      OR WRK-PENHORAVEL NOT GREATER THAN ZEROS
             READ EMP NEXT RECORD
               AT END
                 MOVE "S" TO WRK-EOF-EMPRST
               NOT AT END
                 IF EMP-CHAVE NOT EQUAL WRK-XRF-CHAVE (WRK-XRF-SUB)
                   MOVE "S" TO WRK-EOF-EMPRST
                 ELSE
                   IF EMP-COBRANCA EQUAL "F" AND
                      EMP-STATUS EQUAL "A" AND
                      EMP-PROX-PREST(1:6) NOT GREATER THAN
                      WRK-DATA-HOJE(1:6)
                     PERFORM 0174-DESCONTAR-PRESTACAO
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       0173-EMPRESTIMOS-DA-CONTA-FIM. EXIT.
      ***************************************************
      *  AS DESPESAS APROVADAS PARA A FOLHA (VIA F,     *
      *  ESTADO A) SOMAM AO LIQUIDO SEM IRS NEM         *
      *  SEGURANCA SOCIAL E FICAM PAGAS NO DESPREG      *
      ***************************************************
       0177-PAGAR-DESPESAS                     SECTION.
           MOVE ZEROS TO WRK-DESPESAS.
           IF WRK-TEM-DESPREG EQUAL "N"
             GO TO 0177-PAGAR-DESPESAS-FIM
           END-IF.
           MOVE "N"         TO WRK-EOF-DESPREG.
           MOVE DB2-IDFUN   TO DSR-IDFUN.
           MOVE LOW-VALUES  TO DSR-RECIBO.
           START DSR KEY IS GREATER THAN OR EQUAL DSR-ID
             INVALID KEY
               MOVE "S"     TO WRK-EOF-DESPREG
           END-START.
           PERFORM UNTIL WRK-EOF-DESPREG EQUAL "S"
             READ DSR NEXT RECORD
               AT END
                 MOVE "S" TO WRK-EOF-DESPREG
               NOT AT END
                 IF DSR-IDFUN NOT EQUAL DB2-IDFUN
                   MOVE "S" TO WRK-EOF-DESPREG
                 ELSE
                   IF DSR-VIA EQUAL "F" AND DSR-ESTADO EQUAL "A"
                     ADD DSR-VALOR      TO WRK-DESPESAS
                     MOVE "P"           TO DSR-ESTADO
                     MOVE WRK-DATA-HOJE TO DSR-DATA-PAG
                     REWRITE REG-DESPREG
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF WRK-DESPESAS GREATER THAN ZEROS
             ADD WRK-DESPESAS TO WRK-LIQUIDO
             ADD 1 TO WRK-STATS-DESP
           END-IF.
       0177-PAGAR-DESPESAS-FIM. EXIT.
      ***************************************************
      *  A PRESTACAO (OU O SALDO, SE MENOR) - SEM       *
      *  MARGEM PARA ELA TODA DESCONTA A PARTE POSSIVEL *
      *  E A DATA DA PRESTACAO NAO AVANCA NA CARTEIRA   *
      ***************************************************
       0174-DESCONTAR-PRESTACAO                SECTION.
           MOVE EMP-PRESTACAO TO WRK-PRESTACAO.
           IF EMP-SALDO-DEV LESS THAN WRK-PRESTACAO
             MOVE EMP-SALDO-DEV TO WRK-PRESTACAO
           END-IF.
           MOVE "I" TO EML-TIPO.
           IF WRK-PENHORAVEL LESS THAN WRK-PRESTACAO
             MOVE WRK-PENHORAVEL TO WRK-PRESTACAO
             MOVE "P" TO EML-TIPO
           END-IF.
           IF WRK-PRESTACAO NOT GREATER THAN ZEROS
             GO TO 0174-DESCONTAR-PRESTACAO-FIM
           END-IF.
           MOVE EMP-CHAVE     TO EML-CHAVE.
           MOVE EMP-NUM       TO EML-NUM.
           MOVE DB2-IDFUN     TO EML-IDFUN.
           MOVE WRK-PRESTACAO TO EML-VALOR.
           MOVE WRK-DATA-HOJE TO EML-DATA.
           WRITE REG-EMPLIQ.
           ADD WRK-PRESTACAO      TO WRK-EMPRESTIMO.
           SUBTRACT WRK-PRESTACAO FROM WRK-PENHORAVEL.
       0174-DESCONTAR-PRESTACAO-FIM. EXIT.
      ***************************************************
      *  CONTRIBUICOES DO FUNDO DE PENSOES - A PARTE   *
      *  DO TRABALHADOR DESCONTA NO LIQUIDO, A DA      *
      *  EMPRESA SO ACUMULA E SEGUE PARA A ENTREGA;    *
             MOVE ACU-FUN TO WRK-PENSAO-ACU
           END-IF.
       0180-CALCULAR-PENSAO-FIM. EXIT.
      ***************************************************
      *  OS RETROATIVOS RETEM A TAXA DA FAIXA ONDE CAI  *
      *  O SALFUN MAIS A MEDIA MENSAL DOS RETROATIVOS - *
      *  SOMA-LOS AO MES CORRENTE SUBIA-OS DE ESCALAO   *
      ***************************************************
       0185-RETER-RETROATIVOS                  SECTION.
           MOVE ZEROS TO WRK-IRS-RETRO.
           IF WRK-RETRO EQUAL ZEROS OR
              WRK-MODO-FOLHA NOT EQUAL SPACES
             GO TO 0185-RETER-RETROATIVOS-FIM
           END-IF.
           IF WRK-RETRO-MESES EQUAL ZEROS
             MOVE 1 TO WRK-RETRO-MESES
           END-IF.
           COMPUTE WRK-RETRO-MEDIA ROUNDED =
                   DB2-SALFUN + WRK-RETRO / WRK-RETRO-MESES.
           MOVE ZEROS TO WRK-TAXA-RETRO.
           PERFORM VARYING WRK-FAIXA-SUB FROM 1 BY 1
                   UNTIL WRK-FAIXA-SUB > WRK-FAIXA-QTD
             IF WRK-RETRO-MEDIA NOT LESS THAN
                WRK-FXA-MIN (WRK-FAIXA-SUB) AND
                WRK-RETRO-MEDIA NOT GREATER THAN
                WRK-FXA-MAX (WRK-FAIXA-SUB)
               MOVE WRK-FXA-TAXA (WRK-FAIXA-SUB) TO WRK-TAXA-RETRO
             END-IF
           END-PERFORM.
           COMPUTE WRK-IRS-RETRO ROUNDED =
                   WRK-RETRO * WRK-TAXA-RETRO / 100.
       0185-RETER-RETROATIVOS-FIM. EXIT.
      ***************************************************
      *  RETROATIVOS PAGOS - A LINHA DO HISTORICO SAI  *
      *  DO CALCULADO (C) PARA PAGO (P)                *
      ***************************************************
       0187-LIQUIDAR-RETROATIVOS               SECTION.
           EXEC SQL
             UPDATE TRUTT.SALHIST
             SET RETRO = 'P'
             WHERE IDFUN = :DB2-IDFUN
               AND RETRO = 'C'
           END-EXEC.
           IF SQLCODE NOT EQUAL 0
             MOVE SQLCODE TO WRK-SQLCODE
             DISPLAY "ERRO SQLCODE NO HISTORICO" WRK-SQLCODE
                     " FUNCIONARIO " DB2-IDFUN
           END-IF.
           ADD 1 TO WRK-STATS-RETRO.
       0187-LIQUIDAR-RETROATIVOS-FIM. EXIT.
      ***************************************************
      *  SUBSIDIO DO FUNCIONARIO NESTA CORRIDA - NA    *
      *  FOLHA MENSAL SO OS DUODECIMOS (2/12 DO SALFUN *
      *  PARA QUEM OPTOU); NA CORRIDA DE SUBSIDIO UM   *
      *  MES DE SALFUN VEZES OS MESES DE SERVICO NO    *
      *  ANO SOBRE 12 - SEM DATAADM CONTA O ANO TODO   *
      ***************************************************
       0190-CALCULAR-SUBSIDIO                  SECTION.
           MOVE ZEROS TO WRK-SUBSIDIO.
           IF WRK-NULO-DUODEC EQUAL -1
             MOVE "N" TO WRK-DUODECIMOS
           END-IF.
           IF WRK-MODO-FOLHA EQUAL SPACES
             IF WRK-DUODECIMOS EQUAL "S"
               COMPUTE WRK-SUBSIDIO ROUNDED = DB2-SALFUN * 2 / 12
             END-IF
             GO TO 0190-CALCULAR-SUBSIDIO-FIM
           END-IF.
           IF WRK-DUODECIMOS EQUAL "S"
             GO TO 0190-CALCULAR-SUBSIDIO-FIM
           END-IF.
           MOVE 12 TO WRK-MESES-SERVICO.
           IF WRK-NULO-DATAADM NOT EQUAL -1
             IF WRK-ADM-ANO GREATER THAN WRK-ANO-CORRENTE
               MOVE ZEROS TO WRK-MESES-SERVICO
             ELSE
               IF WRK-ADM-ANO EQUAL WRK-ANO-CORRENTE
                 COMPUTE WRK-MESES-SERVICO = 13 - WRK-ADM-MES
               END-IF
             END-IF
           END-IF.
           COMPUTE WRK-SUBSIDIO ROUNDED =
                   DB2-SALFUN * WRK-MESES-SERVICO / 12.
       0190-CALCULAR-SUBSIDIO-FIM. EXIT.
      ***************************************************
      *  O CREDITO DO RECIBO SEGUE NO PAGSUB PARA O    *
      *  COBVSA23 - O LIQUIDO DO FOLPAG, JA SEM IRS,   *
      *  SEGURANCA SOCIAL, PENSAO, PENHORAS E          *
      *  PRESTACOES E COM OS DUODECIMOS, RETROATIVOS   *
      *  E DESPESAS DA FOLHA MENSAL LA DENTRO          *
      ***************************************************
       0195-CREDITAR-SUBSIDIO                  SECTION.
           IF WRK-LIQUIDO EQUAL ZEROS
             GO TO 0195-CREDITAR-SUBSIDIO-FIM
           END-IF.
           MOVE SPACES       TO REG-PAGSUB.
           MOVE DB2-IDFUN    TO PGS-IDFUN.
           MOVE DB2-NOMEFUN  TO PGS-NOMEFUN.
           MOVE WRK-DEPFUN   TO PGS-DEPFUN.
           MOVE WRK-LIQUIDO  TO PGS-VALOR.
           WRITE REG-PAGSUB.
       0195-CREDITAR-SUBSIDIO-FIM. EXIT.
      ***************************************************
       0160-ABRIR-CURSOR                       SECTION.
           EXEC SQL
       0160-ABRIR-CURSOR-FIM. EXIT.
      ***************************************************
       0200-PROCESSAR                          SECTION.
           PERFORM 0190-CALCULAR-SUBSIDIO.
           IF WRK-MODO-FOLHA NOT EQUAL SPACES AND
              WRK-SUBSIDIO EQUAL ZEROS
             ADD 1 TO WRK-STATS-SEM-SUB
             PERFORM 0400-LER-REGISTO
             GO TO 0200-PROCESSAR-FIM
           END-IF.
           ADD 1 TO WRK-STATS.
      *    AS HORAS EXTRA PAGAM-SE A HORA BASE (SALARIO
      *    SOBRE 160 HORAS) JA PONDERADA PELA TARIFA
                     * WRK-HEX-HORAS (WRK-HEX-SUB)
             END-IF
           END-PERFORM.
      *    RETROATIVOS E MESES A QUE RESPEITAM
           MOVE ZEROS TO WRK-RETRO.
           MOVE ZEROS TO WRK-RETRO-MESES.
           PERFORM VARYING WRK-RET-SUB FROM 1 BY 1
                   UNTIL WRK-RET-SUB > WRK-RET-QTD
             IF DB2-IDFUN EQUAL WRK-RET-IDFUN (WRK-RET-SUB)
               MOVE WRK-RET-VALOR (WRK-RET-SUB) TO WRK-RETRO
               COMPUTE WRK-RETRO-MESES =
                     (WRK-RET-FIM-ANO (WRK-RET-SUB)
                    - WRK-RET-INI-ANO (WRK-RET-SUB)) * 12
                    + WRK-RET-FIM-MES (WRK-RET-SUB)
                    - WRK-RET-INI-MES (WRK-RET-SUB) + 1
             END-IF
           END-PERFORM.
           IF WRK-MODO-FOLHA EQUAL SPACES
             COMPUTE WRK-BRUTO-TOTAL =
                     DB2-SALFUN + WRK-HEXTRA + WRK-SUBSIDIO
                   + WRK-RETRO
           ELSE
             MOVE WRK-SUBSIDIO TO WRK-BRUTO-TOTAL
           END-IF.
      *    RETENCAO PELA FAIXA ONDE O BRUTO CAI
           MOVE ZEROS TO WRK-TAXA-IRS.
           PERFORM VARYING WRK-FAIXA-SUB FROM 1 BY 1
             END-IF
           END-PERFORM.
           COMPUTE WRK-IRS ROUNDED =
                   (WRK-BRUTO-TOTAL - WRK-RETRO) * WRK-TAXA-IRS / 100.
           PERFORM 0185-RETER-RETROATIVOS.
           ADD WRK-IRS-RETRO TO WRK-IRS.
           COMPUTE WRK-SEGSOC ROUNDED =
                   WRK-BRUTO-TOTAL * WRK-TAXA-SS / 100.
      *    DIAS DE AUSENCIA NAO PAGA DO MES CORRENTE
               AND YEAR(DATAINI) = YEAR(CURRENT DATE)
               AND MONTH(DATAINI) = MONTH(CURRENT DATE)
           END-EXEC.
           IF SQLCODE NOT EQUAL 0 OR
              WRK-MODO-FOLHA NOT EQUAL SPACES
             MOVE ZEROS TO WRK-DIAS-NAO-PAGOS
           END-IF.
           COMPUTE WRK-DESC-AUSENCIA ROUNDED =
                   WRK-BRUTO-TOTAL - WRK-IRS - WRK-SEGSOC
                   - WRK-DESC-AUSENCIA - WRK-PENSAO-FUN.
           PERFORM 0170-APLICAR-PENHORAS.
           PERFORM 0172-DESCONTAR-EMPRESTIMOS.
           PERFORM 0177-PAGAR-DESPESAS.
           IF WRK-INDICA-NULO EQUAL -1
             MOVE ZEROS      TO WRK-DEPFUN
           ELSE
           MOVE DB2-IDFUN    TO FOL-IDFUN.
           MOVE DB2-NOMEFUN  TO FOL-NOMEFUN.
           MOVE WRK-DEPFUN   TO FOL-DEPFUN.
           IF WRK-MODO-FOLHA EQUAL SPACES
             MOVE DB2-SALFUN TO FOL-BRUTO
           ELSE
             MOVE ZEROS      TO FOL-BRUTO
           END-IF.
           MOVE WRK-HEXTRA   TO FOL-HEXTRA.
           MOVE WRK-IRS      TO FOL-IRS.
           MOVE WRK-SEGSOC   TO FOL-SEGSOC.
           MOVE WRK-PENSAO-FUN  TO FOL-PENSAO.
           MOVE WRK-PENSAO-ACU  TO FOL-PENSACU.
           MOVE WRK-LIQUIDO  TO FOL-LIQUIDO.
           MOVE WRK-SUBSIDIO TO FOL-SUBSIDIO.
           MOVE WRK-RUBRICA  TO FOL-RUBRICA.
           MOVE WRK-RETRO    TO FOL-RETROATIVO.
           MOVE WRK-RETRO-MESES TO FOL-RETRO-MESES.
           MOVE WRK-EMPRESTIMO  TO FOL-EMPRESTIMO.
           MOVE WRK-DESPESAS    TO FOL-DESPESAS.
           WRITE REG-FOLPAG.
           IF WRK-RETRO GREATER THAN ZEROS
             PERFORM 0187-LIQUIDAR-RETROATIVOS
           END-IF.
           PERFORM 0195-CREDITAR-SUBSIDIO.
      *    TOTAIS POR DEPARTAMENTO (00 ACUMULA NO 99)
           IF WRK-DEPFUN EQUAL ZEROS
             MOVE 99 TO WRK-DEPT-SUB
           ADD WRK-BRUTO-TOTAL TO WRK-DEP-BRUTO (WRK-DEPT-SUB).
      *    OS DESCONTOS DO DEPARTAMENTO INCLUEM TUDO O
      *    QUE SEPARA O BRUTO DO LIQUIDO - IRS, SEGURANCA
      *    SOCIAL, AUSENCIAS, PENSAO DO TRABALHADOR,
      *    PENHORAS E PRESTACOES DE EMPRESTIMOS - PARA
      *    SALBRU = SALDSC + SALLIQ
           COMPUTE WRK-DEP-DESC (WRK-DEPT-SUB) =
                   WRK-DEP-DESC (WRK-DEPT-SUB)
                   + WRK-IRS + WRK-SEGSOC + WRK-DESC-AUSENCIA
                   + WRK-PENSAO-FUN + WRK-PENHORA-TOT
                   + WRK-EMPRESTIMO.
           ADD WRK-PENSAO-EMP TO WRK-DEP-PEMP (WRK-DEPT-SUB).
      *    AS DESPESAS NAO SAO CUSTO SALARIAL - FICAM FORA
      *    DO SALLIQ E SAEM NO SEU PROPRIO EVENTO
           COMPUTE WRK-DEP-LIQ (WRK-DEPT-SUB) =
                   WRK-DEP-LIQ (WRK-DEPT-SUB)
                   + WRK-LIQUIDO - WRK-DESPESAS.
           ADD WRK-DESPESAS TO WRK-DEP-DSP (WRK-DEPT-SUB).
           ADD WRK-BRUTO-TOTAL TO WRK-RUN-BRUTO.
           ADD WRK-LIQUIDO     TO WRK-RUN-LIQUIDO.
           PERFORM 0400-LER-REGISTO.
             CLOSE CURSORFOL
           END-EXEC.
           CLOSE PRM.
           IF WRK-MODO-FOLHA EQUAL SPACES AND
              (WRK-FS-HORASAPR EQUAL "10" OR "00")
             CLOSE HAP
           END-IF.
           IF WRK-TEM-PENHORAS EQUAL "S"
           IF WRK-TEM-PENSACU EQUAL "S"
             CLOSE ACU
           END-IF.
           IF WRK-MODO-FOLHA EQUAL SPACES AND
              (WRK-FS-RETROMOV EQUAL "10" OR "00")
             CLOSE RTM
           END-IF.
           IF WRK-STATS-RETRO GREATER THAN ZEROS
             EXEC SQL COMMIT END-EXEC
           END-IF.
           IF WRK-TEM-EMPRST EQUAL "S"
             CLOSE XRF
             CLOSE EMP
             CLOSE EML
           END-IF.
           IF WRK-TEM-DESPREG EQUAL "S"
             CLOSE DSR
           END-IF.
           CLOSE PSM.
           CLOSE PGS.
           CLOSE FOL.
           DISPLAY "TOTAIS POR DEPARTAMENTO".
           PERFORM VARYING WRK-DEPT-SUB FROM 1 BY 1
           PERFORM 0350-LANCAR-NO-RAZAO.
           PERFORM 0360-GRAVAR-CONTROLO.
           DISPLAY "RECIBOS GRAVADOS " WRK-STATS.
           IF WRK-STATS-RETRO GREATER THAN ZEROS
             DISPLAY "COM RETROATIVOS  " WRK-STATS-RETRO
           END-IF.
           IF WRK-STATS-EMPR GREATER THAN ZEROS
             DISPLAY "COM EMPRESTIMOS  " WRK-STATS-EMPR
           END-IF.
           IF WRK-STATS-DESP GREATER THAN ZEROS
             DISPLAY "COM DESPESAS     " WRK-STATS-DESP
           END-IF.
           IF WRK-MODO-FOLHA NOT EQUAL SPACES
             DISPLAY "SEM SUBSIDIO NESTA CORRIDA " WRK-STATS-SEM-SUB
           END-IF.
           DISPLAY "FINAL DE EXECUCAO".
       0300-FINALIZAR-FIM.   EXIT.
      ***************************************************
                 WRITE REG-GLEVENT
               END-IF
             END-IF
             IF WRK-DEP-DSP (WRK-DEPT-SUB) GREATER THAN ZEROS
               MOVE WRK-DEPT-SUB TO WRK-EVT-DEPT
               MOVE "DESPAG"    TO WRK-EVT-RUBRICA
               MOVE WRK-EVT-TIPO TO EVT-TIPO
               MOVE WRK-DEP-DSP (WRK-DEPT-SUB) TO EVT-VALOR
               WRITE REG-GLEVENT
             END-IF
           END-PERFORM.
           CLOSE EVT.
       0350-LANCAR-NO-RAZAO-FIM. EXIT.
                  :DB2-CIDADEFUN,
                  :DB2-CODPOSTALFUN,
                  :DB2-SALFUN,
                  :DB2-DEPFUN  :WRK-INDICA-NULO,
                  :WRK-DATAADM :WRK-NULO-DATAADM,
                  :WRK-DUODECIMOS :WRK-NULO-DUODEC
           END-EXEC.
           IF SQLCODE NOT EQUAL 0 AND 100
             MOVE SQLCODE TO WRK-SQLCODE

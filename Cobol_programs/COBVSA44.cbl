      *            TANTO COMO AS PROPRIAS CARTAS
      *            TIPOS: VNC-VENCIMENTO DP  DSC-DESCOBERTO
      *                   DRM-CONTA DORMENTE TAR-TARIFARIO
      *                   CHD-CHEQUE DEPOSITADO DEVOLVIDO
      *                   TRD-TRANSFERENCIA DEVOLVIDA
      *                   MAI-MAIORIDADE DO TITULAR (COBARQ42)
      *                   REV-REVISAO DA TAXA DO EMPRESTIMO
      *                       (COBARQ45)
      *                   RMB-REEMBOLSO DE PROPINA (COB07A)
      *            CLIENTE COM A MORADA MARCADA COMO DEVOLVIDA
      *            (COBVSA64) NAO RECEBE A CARTA - FICA NA
      *            CORRESPONDENCIA RETIDA (CORRRET) E NO
      *            CARTREG COMO RETIDA
      *  DATA: 01/09/2026
      *==================================================
      * DDNAME      I/O         BOOK
      * NOTIFREQ    INPUT       -----
      * CLIMST      INPUT       -----
      * CARTREG     EXTEND      -----
      * CORRRET     EXTEND      BOOKCRR
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.

           SELECT REG ASSIGN TO CARTREG
           FILE STATUS IS WRK-FS-CARTREG.

           SELECT CRR ASSIGN TO CORRRET
           FILE STATUS IS WRK-FS-CORRRET.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
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

       FD REG
           RECORDING MODE IS F.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CRG-ESTADO           PIC X(10).

       FD CRR
           RECORDING MODE IS F.
       COPY BOOKCRR.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-NOTIFREQ         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CARTREG          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CORRRET          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
      *------------- AREA DOS SERVICOS DE IMPRESSAO ------
       01 WRK-PRINT-AREA.
       77 WRK-CONTADOR            PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-ENVIADAS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-SEM-FICHA  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RETIDAS    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
                     WRK-FS-CARTREG
             GOBACK
           END-IF.
           OPEN EXTEND CRR.
           IF WRK-FS-CORRRET NOT EQUAL "00"
             OPEN OUTPUT CRR
           END-IF.
           IF WRK-FS-CORRRET NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CORRRET - STATUS "
                     WRK-FS-CORRRET
             GOBACK
           END-IF.
           MOVE "I" TO WRK-PRT-FUNCAO.
           MOVE "CORRESPONDENCIA AO CLIENTE" TO WRK-PRT-TITULO.
           MOVE SPACES TO WRK-PRT-LINHA.
             MOVE NTF-CHAVE TO WRK-C-NOME
             ADD 1 TO WRK-CONTADOR-SEM-FICHA
           END-IF.
           IF WRK-TEM-CLIMST EQUAL "S" AND
              WRK-FS-CLIMST EQUAL "00" AND
              CLI-MORADA-DEVOL EQUAL "S"
             PERFORM 0240-RETER-CARTA
           ELSE
             PERFORM 0220-IMPRIMIR-CARTA
             PERFORM 0230-GRAVAR-REGISTO
           END-IF.
           READ NTF.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
             WHEN "TAR"
               MOVE "O TARIFARIO DA SUA CONTA FOI ALTERADO PARA   "
                 TO WRK-C-TEXTO
             WHEN "CHD"
               MOVE "CHEQUE DEPOSITADO DEVOLVIDO - ESTORNADO      "
                 TO WRK-C-TEXTO
             WHEN "TRD"
               MOVE "TRANSFERENCIA DEVOLVIDA PELO BANCO DESTINO   "
                 TO WRK-C-TEXTO
             WHEN "MAI"
               MOVE "AOS 18 ANOS A CONTA PASSA A CONTA DE ADULTO  "
                 TO WRK-C-TEXTO
             WHEN "REV"
               MOVE "TAXA DO EMPRESTIMO REVISTA - NOVA PRESTACAO  "
                 TO WRK-C-TEXTO
             WHEN "RMB"
               MOVE "REEMBOLSO DA PROPINA DO CURSO CANCELADO      "
                 TO WRK-C-TEXTO
             WHEN OTHER
               MOVE "COMUNICACAO DO SEU BANCO - VALOR             "
                 TO WRK-C-TEXTO
           WRITE REG-CARTREG.
           ADD 1 TO WRK-CONTADOR-ENVIADAS.
       0230-GRAVAR-REGISTO-FIM.  EXIT.
      **************************************************
      *  MORADA DEVOLVIDA PELOS CORREIOS - A CARTA NAO *
      *  SE IMPRIME, FICA RETIDA PARA A AGENCIA        *
      *  CONTACTAR O CLIENTE (COBARQ43)                *
      **************************************************
       0240-RETER-CARTA                          SECTION.
           MOVE SPACES     TO REG-CORRRET.
           ACCEPT CRR-DATA FROM DATE YYYYMMDD.
           MOVE NTF-CHAVE  TO CRR-CHAVE.
           MOVE NTF-TIPO   TO CRR-DOCUMENTO.
           MOVE "COBVSA44" TO CRR-ORIGEM.
           MOVE WRK-C-NOME TO CRR-NOME.
           MOVE NTF-TEXTO  TO CRR-REFER.
           WRITE REG-CORRRET.
           ACCEPT CRG-DATA FROM DATE YYYYMMDD.
           ACCEPT CRG-HORA FROM TIME.
           MOVE NTF-TIPO   TO CRG-TIPO.
           MOVE NTF-CHAVE  TO CRG-CHAVE.
           MOVE WRK-C-NOME TO CRG-NOME.
           MOVE "RETIDA"   TO CRG-ESTADO.
           WRITE REG-CARTREG.
           ADD 1 TO WRK-CONTADOR-RETIDAS.
       0240-RETER-CARTA-FIM.  EXIT.
      **************************************************
       0250-FECHAR-RELATORIO                     SECTION.
           MOVE "F" TO WRK-PRT-FUNCAO.
           DISPLAY "CARTAS ENVIADAS....... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-SEM-FICHA TO WRK-CONTADOR-IDE.
           DISPLAY "SEM FICHA DE CLIENTE.. " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RETIDAS   TO WRK-CONTADOR-IDE.
           DISPLAY "CARTAS RETIDAS........ " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
             CLOSE CLM
           END-IF.
           CLOSE REG.
           CLOSE CRR.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

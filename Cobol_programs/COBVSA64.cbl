       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA64.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: CORREIO DEVOLVIDO - LE A CAPTURA DA
      *            CORRESPONDENCIA QUE OS CORREIOS
      *            DEVOLVERAM (CORRDEV: FICHA, DATA DA
      *            DEVOLUCAO E DOCUMENTO) E MARCA A MORADA DA
      *            FICHA CLIMST COMO DEVOLVIDA - A PARTIR DAI
      *            AS CARTAS (COBVSA44), EXTRATOS (COBVSA13),
      *            CARTAS DE COBRANCA (COBVSA38) E
      *            CERTIFICADOS (COB08A) DO CLIENTE FICAM
      *            RETIDOS EM CORRRET ATE O COBVSA12 GRAVAR
      *            MORADA NOVA; A LISTA DE CONTACTOS DAS
      *            AGENCIAS SAI DO COBARQ43
      *            DOCUMENTO: TIPO DO NOTIFREQ NAS CARTAS,
      *            EXT-EXTRATO  COB-CARTA DE COBRANCA
      *            CRT-CERTIFICADO/HISTORICO DE ALUNO
      *            CADA FICHA MARCADA FICA AUDITADA EM CLIMSTAUD
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * CORRDEV     INPUT       -----
      * CLIMST      I-O         -----
      * DEVREJ      OUTPUT      -----   (DEVOLUCOES RECUSADAS)
      * CLIMSTAUD   EXTEND      -----
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT DEV ASSIGN TO CORRDEV
           FILE STATUS IS WRK-FS-CORRDEV.

           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.

           SELECT REJ ASSIGN TO DEVREJ
           FILE STATUS IS WRK-FS-DEVREJ.

           SELECT AUD ASSIGN TO CLIMSTAUD
           FILE STATUS   IS WRK-FS-CLIMSTAUD.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD DEV
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01 REG-CORRDEV.
          05 DEV-CHAVE            PIC X(09).
          05 DEV-DATA             PIC 9(08).
          05 DEV-DOCUMENTO        PIC X(03).

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

       FD REJ
           RECORDING MODE IS F.
       01 REG-DEVREJ.
          05 REJ-CHAVE            PIC X(09).
          05 FILLER               PIC X(01).
          05 REJ-DATA             PIC X(08).
          05 FILLER               PIC X(01).
          05 REJ-DOCUMENTO        PIC X(03).
          05 FILLER               PIC X(01).
          05 REJ-MOTIVO           PIC X(30).

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
          05 AUD-NIF              PIC 9(09).

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-CORRDEV          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-DEVREJ           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMSTAUD        PIC X(02) VALUE ZEROS.
       77 WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
       77 WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77 WRK-CONTADOR-LIDOS      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-MARCADAS   PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-JA-MARC    PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-RECUSADOS  PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-CORRDEV EQUAL "10".
           PERFORM 0210-ESTATISTICA.
           PERFORM 0300-FINALIZAR.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DEV.
           IF WRK-FS-CORRDEV NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CORRDEV - STATUS "
                     WRK-FS-CORRDEV
             GOBACK
           END-IF.
           OPEN I-O CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMST - STATUS "
                     WRK-FS-CLIMST
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN OUTPUT REJ.
           IF WRK-FS-DEVREJ NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA DEVREJ - STATUS "
                     WRK-FS-DEVREJ
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           OPEN EXTEND AUD.
           IF WRK-FS-CLIMSTAUD NOT EQUAL "00"
             OPEN OUTPUT AUD
           END-IF.
           IF WRK-FS-CLIMSTAUD NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA CLIMSTAUD - STATUS "
                     WRK-FS-CLIMSTAUD
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           READ DEV.
           IF WRK-FS-CORRDEV EQUAL "10"
             DISPLAY "CORRDEV VAZIO - NADA A MARCAR"
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
      *  DEVOLUCAO SEM DATA FICA COM A DATA DE HOJE;   *
      *  FICHA JA MARCADA SO MUDA COM DEVOLUCAO MAIS   *
      *  RECENTE                                       *
      **************************************************
       0200-PROCESSAR                            SECTION.
           ADD 1 TO WRK-CONTADOR-LIDOS.
           MOVE SPACES TO WRK-MOTIVO.
           IF DEV-DATA NOT NUMERIC OR DEV-DATA EQUAL ZEROS
             MOVE WRK-DATA-HOJE TO DEV-DATA
           END-IF.
           IF DEV-CHAVE EQUAL SPACES
             MOVE "FICHA EM BRANCO"          TO WRK-MOTIVO
             GO TO 0200-LER-SEGUINTE
           END-IF.
           IF DEV-DOCUMENTO EQUAL SPACES
             MOVE "DOCUMENTO DEVOLVIDO EM BRANCO" TO WRK-MOTIVO
             GO TO 0200-LER-SEGUINTE
           END-IF.
           IF DEV-DATA GREATER THAN WRK-DATA-HOJE
             MOVE "DATA DE DEVOLUCAO FUTURA" TO WRK-MOTIVO
             GO TO 0200-LER-SEGUINTE
           END-IF.
           MOVE DEV-CHAVE TO CLI-CHAVE.
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00"
             MOVE "FICHA DE CLIENTE INEXISTENTE" TO WRK-MOTIVO
             GO TO 0200-LER-SEGUINTE
           END-IF.
           IF CLI-MORADA-DEVOL EQUAL "S"
             ADD 1 TO WRK-CONTADOR-JA-MARC
             IF CLI-DATA-DEVOL IS NUMERIC AND
                CLI-DATA-DEVOL NOT LESS THAN DEV-DATA
               GO TO 0200-LER-SEGUINTE
             END-IF
           ELSE
             ADD 1 TO WRK-CONTADOR-MARCADAS
           END-IF.
           MOVE "S"           TO CLI-MORADA-DEVOL.
           MOVE DEV-DATA      TO CLI-DATA-DEVOL.
           MOVE DEV-DOCUMENTO TO CLI-DOC-DEVOL.
           REWRITE REG-CLIMST
             INVALID KEY
               MOVE "ERRO NA ATUALIZACAO DA FICHA" TO WRK-MOTIVO
             NOT INVALID KEY
               PERFORM 0230-GRAVAR-AUDITORIA
           END-REWRITE.
       0200-LER-SEGUINTE.
           IF WRK-MOTIVO NOT EQUAL SPACES
             PERFORM 0220-RECUSAR
           END-IF.
           READ DEV.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0220-RECUSAR                              SECTION.
           MOVE SPACES        TO REG-DEVREJ.
           MOVE DEV-CHAVE     TO REJ-CHAVE.
           MOVE DEV-DATA      TO REJ-DATA.
           MOVE DEV-DOCUMENTO TO REJ-DOCUMENTO.
           MOVE WRK-MOTIVO    TO REJ-MOTIVO.
           WRITE REG-DEVREJ.
           ADD 1 TO WRK-CONTADOR-RECUSADOS.
       0220-RECUSAR-FIM.      EXIT.
      **************************************************
       0230-GRAVAR-AUDITORIA                     SECTION.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE "MORADADEV"   TO AUD-OPERACAO.
           MOVE CLI-CHAVE     TO AUD-CHAVE.
           MOVE CLI-NOME      TO AUD-NOME.
           MOVE CLI-NIF       TO AUD-NIF.
           WRITE REG-AUDITORIA.
       0230-GRAVAR-AUDITORIA-FIM.  EXIT.
      **************************************************
       0210-ESTATISTICA                          SECTION.
           MOVE WRK-CONTADOR-LIDOS     TO WRK-CONTADOR-IDE.
           DISPLAY "*=================================*".
           DISPLAY "DEVOLUCOES LIDAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-MARCADAS  TO WRK-CONTADOR-IDE.
           DISPLAY "MORADAS MARCADAS...... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-JA-MARC   TO WRK-CONTADOR-IDE.
           DISPLAY "JA MARCADAS........... " WRK-CONTADOR-IDE.
           MOVE WRK-CONTADOR-RECUSADOS TO WRK-CONTADOR-IDE.
           DISPLAY "DEVOLUCOES RECUSADAS.. " WRK-CONTADOR-IDE.
       0210-ESTATISTICA-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE DEV.
           CLOSE CLM.
           CLOSE REJ.
           CLOSE AUD.
           GOBACK.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

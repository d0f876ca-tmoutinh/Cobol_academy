      *            MORADA, CODIGO POSTAL, NIF, DATA DE
      *            NASCIMENTO E CONTACTOS - MESMA CHAVE
      *            AGENCIA+CONTA DO ARQCLI
      *            RESIDENCIA FISCAL (PAIS, NIF ESTRANGEIRO,
      *            PESSOA DOS EUA E DATA DA AUTOCERTIFICACAO)
      *            PARA O REPORTE CRS/FATCA (COBARQ39)
      *            DOCUMENTO DE IDENTIFICACAO (TIPO, NUMERO E
      *            VALIDADE), GRAU DE RISCO E DATA DA ULTIMA
      *            REVISAO DO CLIENTE (VER COBARQ41)
      *            MORADA NOVA RETIRA A MARCA DE CORREIO
      *            DEVOLVIDO (COBVSA64) E LIBERTA A
      *            CORRESPONDENCIA DO CLIENTE
      *  DATA: 21/08/2026
      *==================================================
      * DDNAME      I/O         BOOK
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

       FD AUD
           RECORDING MODE IS F.
          05 WRK-CLI-EMAIL        PIC X(30) VALUE SPACES.
          05 WRK-CLI-FALECIDO     PIC X(01) VALUE "N".
          05 WRK-CLI-DATA-OBITO   PIC 9(08) VALUE ZEROS.
          05 WRK-CLI-PAIS-FISCAL  PIC X(02) VALUE SPACES.
          05 WRK-CLI-NIF-ESTRANG  PIC X(20) VALUE SPACES.
          05 WRK-CLI-EUA          PIC X(01) VALUE "N".
          05 WRK-CLI-DATA-AUTOCERT PIC 9(08) VALUE ZEROS.
          05 WRK-CLI-DOC-TIPO     PIC X(02) VALUE SPACES.
          05 WRK-CLI-DOC-NUMERO   PIC X(20) VALUE SPACES.
          05 WRK-CLI-DOC-VALIDADE PIC 9(08) VALUE ZEROS.
          05 WRK-CLI-RISCO        PIC X(01) VALUE SPACES.
          05 WRK-CLI-DATA-REVISAO PIC 9(08) VALUE ZEROS.
          05 WRK-CLI-MORADA-DEVOL PIC X(01) VALUE "N".
          05 WRK-CLI-DATA-DEVOL   PIC 9(08) VALUE ZEROS.
          05 WRK-CLI-DOC-DEVOL    PIC X(03) VALUE SPACES.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMSTAUD        PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
       77 WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.
             ACCEPT WRK-CLI-DATA-NASC
             ACCEPT WRK-CLI-TELEFONE
             ACCEPT WRK-CLI-EMAIL
             ACCEPT WRK-CLI-PAIS-FISCAL
             ACCEPT WRK-CLI-NIF-ESTRANG
             ACCEPT WRK-CLI-EUA
             ACCEPT WRK-CLI-DATA-AUTOCERT
             ACCEPT WRK-CLI-DOC-TIPO
             ACCEPT WRK-CLI-DOC-NUMERO
             ACCEPT WRK-CLI-DOC-VALIDADE
             ACCEPT WRK-CLI-RISCO
             ACCEPT WRK-CLI-DATA-REVISAO
             PERFORM 0280-VALIDAR-FISCAL
             PERFORM 0290-VALIDAR-KYC
           END-IF.
           MOVE WRK-REG-CLIMST      TO REG-CLIMST.

      *      NUMA ALTERACAO DE BALCAO
             MOVE CLI-FALECIDO   TO WRK-CLI-FALECIDO
             MOVE CLI-DATA-OBITO TO WRK-CLI-DATA-OBITO
      *      SEM NOVA AUTOCERTIFICACAO FICA A QUE HAVIA
             IF WRK-CLI-DATA-AUTOCERT EQUAL ZEROS AND
                CLI-DATA-AUTOCERT IS NUMERIC
               MOVE CLI-DATA-AUTOCERT TO WRK-CLI-DATA-AUTOCERT
             END-IF
      *      GRAU DE RISCO OU REVISAO EM BRANCO MANTEM OS
      *      DA FICHA - O GRAU E REAPURADO PELO COBARQ41
             IF WRK-CLI-RISCO EQUAL SPACES
               MOVE CLI-RISCO         TO WRK-CLI-RISCO
             END-IF
             IF WRK-CLI-DATA-REVISAO EQUAL ZEROS AND
                CLI-DATA-REVISAO IS NUMERIC
               MOVE CLI-DATA-REVISAO  TO WRK-CLI-DATA-REVISAO
             END-IF
      *      A MARCA DE CORREIO DEVOLVIDO SO CAI COM MORADA
      *      NOVA - NA MESMA MORADA A CORRESPONDENCIA CONTINUA
      *      RETIDA
             IF WRK-CLI-MORADA1    EQUAL CLI-MORADA1   AND
                WRK-CLI-MORADA2    EQUAL CLI-MORADA2   AND
                WRK-CLI-CODPOSTAL  EQUAL CLI-CODPOSTAL AND
                WRK-CLI-LOCALIDADE EQUAL CLI-LOCALIDADE
               MOVE CLI-MORADA-DEVOL  TO WRK-CLI-MORADA-DEVOL
               MOVE CLI-DATA-DEVOL    TO WRK-CLI-DATA-DEVOL
               MOVE CLI-DOC-DEVOL     TO WRK-CLI-DOC-DEVOL
             ELSE
               IF CLI-MORADA-DEVOL EQUAL "S"
                 DISPLAY "MORADA NOVA - RETIRADA A MARCA DE "
                         "CORREIO DEVOLVIDO " WRK-CLI-CHAVE
               END-IF
             END-IF
             REWRITE REG-CLIMST     FROM WRK-REG-CLIMST
           ELSE
             DISPLAY "NAO EXISTE CHAVE " WRK-CLI-CHAVE
      *              ROTINA DE INCLUSAO                *
      **************************************************
       0240-INCLUSAO                             SECTION.
      *    FICHA NOVA SEM GRAU ENTRA COMO RISCO MEDIO ATE A
      *    PRIMEIRA APURACAO MENSAL
           IF CLI-RISCO EQUAL SPACES
             MOVE "M"              TO CLI-RISCO
           END-IF.
           WRITE REG-CLIMST
             INVALID KEY
               DISPLAY "REGISTRO DUPLICADO"
           IF CLI-FALECIDO EQUAL "S"
             DISPLAY "FALECIDO EM " CLI-DATA-OBITO
           END-IF.
           DISPLAY "RESID FISC " CLI-PAIS-FISCAL
                   "  NIF ESTR " CLI-NIF-ESTRANG.
           DISPLAY "PESSOA EUA " CLI-EUA
                   "  AUTOCERT " CLI-DATA-AUTOCERT.
           DISPLAY "DOCUMENTO  " CLI-DOC-TIPO " " CLI-DOC-NUMERO
                   "  VALIDADE " CLI-DOC-VALIDADE.
           DISPLAY "RISCO      " CLI-RISCO
                   "  REVISAO " CLI-DATA-REVISAO.
           IF CLI-MORADA-DEVOL EQUAL "S"
             DISPLAY "CORREIO DEVOLVIDO EM " CLI-DATA-DEVOL
                     "  DOCUMENTO " CLI-DOC-DEVOL
           END-IF.
       0260-MOSTRAR-FICHA-FIM.  EXIT.
      **************************************************
      *              ROTINA DE AUDITORIA               *
           MOVE WRK-CLI-NIF        TO AUD-NIF.
           WRITE REG-AUDITORIA.
       0270-GRAVAR-AUDITORIA-FIM.  EXIT.
      **************************************************
      *  RESIDENCIA FISCAL - SEM PAIS E PORTUGAL; O    *
      *  NIF ESTRANGEIRO E EXIGIDO PELO REPORTE MAS A  *
      *  FALTA SO E AVISADA, A FICHA GRAVA NA MESMA    *
      **************************************************
       0280-VALIDAR-FISCAL                       SECTION.
           IF WRK-CLI-PAIS-FISCAL EQUAL SPACES
             MOVE "PT"             TO WRK-CLI-PAIS-FISCAL
           END-IF.
           IF WRK-CLI-EUA NOT EQUAL "S"
             MOVE "N"              TO WRK-CLI-EUA
           END-IF.
           IF WRK-CLI-NIF-ESTRANG EQUAL SPACES AND
              (WRK-CLI-PAIS-FISCAL NOT EQUAL "PT" OR
               WRK-CLI-EUA EQUAL "S")
             DISPLAY "AVISO - RESIDENTE NO ESTRANGEIRO SEM NIF "
                     "ESTRANGEIRO " WRK-CLI-CHAVE
           END-IF.
       0280-VALIDAR-FISCAL-FIM.  EXIT.
      **************************************************
      *  DILIGENCIA DO CLIENTE - O GRAU DE RISCO SO    *
      *  ACEITA B(AIXO), M(EDIO) OU A(LTO); DOCUMENTO  *
      *  EM FALTA OU CADUCADO SO E AVISADO - O BLOQUEIO*
      *  DE DEBITOS E DECIDIDO PELO COBARQ41           *
      **************************************************
       0290-VALIDAR-KYC                          SECTION.
           IF WRK-CLI-RISCO NOT EQUAL "B" AND
              WRK-CLI-RISCO NOT EQUAL "M" AND
              WRK-CLI-RISCO NOT EQUAL "A" AND
              WRK-CLI-RISCO NOT EQUAL SPACES
             DISPLAY "GRAU DE RISCO INVALIDO " WRK-CLI-RISCO
                     " - IGNORADO"
             MOVE SPACES           TO WRK-CLI-RISCO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-CLI-DOC-NUMERO EQUAL SPACES OR
              WRK-CLI-DOC-VALIDADE EQUAL ZEROS
             DISPLAY "AVISO - FICHA SEM DOCUMENTO DE IDENTIFICACAO "
                     WRK-CLI-CHAVE
           ELSE
             IF WRK-CLI-DOC-VALIDADE LESS THAN WRK-DATA-HOJE
               DISPLAY "AVISO - DOCUMENTO CADUCADO EM "
                       WRK-CLI-DOC-VALIDADE " " WRK-CLI-CHAVE
             END-IF
           END-IF.
       0290-VALIDAR-KYC-FIM.  EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE CLM.

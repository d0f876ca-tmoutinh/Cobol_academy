       IDENTIFICATION                           DIVISION.
       PROGRAM-ID.   COBVSA54.
      *==========================================
      *  AUTOR: TRUTT
      *  OBJETIVO: MANUTENCAO DO CATALOGO DE PRODUTOS DE
      *            CONTA (PRODUTOS KSDS) - ESCALOES DE JURO
      *            CREDOR POR BANDA DE SALDO, TAXA DEVEDORA
      *            DO DESCOBERTO, LIMITE DE DESCOBERTO POR
      *            OMISSAO E CLASSE DE TARIFA - LIDO PELA
      *            CAPITALIZACAO (COBVSA05), COMISSOES
      *            (COBVSA21), POSTAGEM (COBVSA07) E
      *            ABERTURA DE CONTAS (COBVSA15)
      *            PRODUTO MAIOR: PRODUTO DE ADULTO PARA ONDE
      *            A CONTA DE MENOR PASSA AOS 18 ANOS (COBARQ42)
      *  DATA: 15/10/2026
      *==================================================
      * DDNAME      I/O         BOOK
      *
      * PRODUTOS    I-O         BOOKPRD
      *==================================================
       ENVIRONMENT                              DIVISION.
       CONFIGURATION                             SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                              SECTION.
       FILE-CONTROL.
           SELECT PRD ASSIGN TO PRODUTOS
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS DYNAMIC
           RECORD KEY    IS PRD-CODIGO
           FILE STATUS   IS WRK-FS-PRODUTOS.
      *
       DATA                                     DIVISION.
       FILE                                      SECTION.
       FD PRD.
       COPY BOOKPRD.

       WORKING-STORAGE                           SECTION.
      *    O CARTAO TEM O MESMO DESENHO DO REGISTO BOOKPRD
       01 WRK-CARTAO-PRODUTO      PIC X(102) VALUE SPACES.
       77 WRK-FS-PRODUTOS         PIC X(02) VALUE ZEROS.
       77 WRK-OPERACAO            PIC X(01) VALUE SPACES.
       77 WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77 WRK-ESC-SUB             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LIMITE-ANT          PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ESCALOES-FIM        PIC X(01) VALUE "N".
       77 WRK-CONTADOR-LISTA      PIC 9(10) COMP VALUE 0.
       77 WRK-CONTADOR-IDE        PIC -Z.ZZZ.ZZZ.ZZ9.
       77 WRK-EOF-LISTA           PIC X(01) VALUE "N".
       77 WRK-TAXA-IDE            PIC 9,9999.
       77 WRK-VALOR-IDE           PIC Z.ZZZ.ZZ9,99.
      ****************************************************
      ****************************************************
       PROCEDURE                                DIVISION.

       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.
       0001-FIM-PRINCIPAL.    EXIT.
      **************************************************
       0100-INICIALIZAR                          SECTION.
           OPEN I-O PRD.
           IF WRK-FS-PRODUTOS EQUAL "35"
             OPEN OUTPUT PRD
             CLOSE PRD
             OPEN I-O PRD
           END-IF.
           IF WRK-FS-PRODUTOS NOT EQUAL "00"
             DISPLAY "ERRO NA ABERTURA - STATUS " WRK-FS-PRODUTOS
             GOBACK
           END-IF.
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0200-PROCESSAR                            SECTION.
           ACCEPT WRK-OPERACAO.
           ACCEPT WRK-CARTAO-PRODUTO.
           MOVE WRK-CARTAO-PRODUTO(1:3) TO PRD-CODIGO.

           EVALUATE WRK-OPERACAO
             WHEN "I"
               PERFORM 0240-INCLUSAO
             WHEN "A"
               PERFORM 0230-ALTERACAO
             WHEN "E"
               PERFORM 0220-EXCLUSAO
             WHEN "C"
               PERFORM 0210-CONSULTA
             WHEN "L"
               PERFORM 0250-LISTAGEM
             WHEN OTHER
               DISPLAY "OPERACAO INVALIDA " WRK-OPERACAO
           END-EVALUATE.
       0200-PROCESSAR-FIM.    EXIT.
      **************************************************
       0210-CONSULTA                             SECTION.
           READ PRD.
           IF WRK-FS-PRODUTOS EQUAL ZEROS
             PERFORM 0260-MOSTRAR-PRODUTO
           ELSE
             DISPLAY PRD-CODIGO " NAO ENCONTRADO"
           END-IF.
       0210-CONSULTA-FIM.     EXIT.
      **************************************************
      *  O PRODUTO COM CONTAS NAO SE APAGA - PASSA A   *
      *  INATIVO (ALTERACAO COM ESTADO I) E AS CONTAS  *
      *  EXISTENTES CONTINUAM A LER AS SUAS CONDICOES  *
      **************************************************
       0220-EXCLUSAO                             SECTION.
           READ PRD.
           IF WRK-FS-PRODUTOS EQUAL "00"
             IF PRD-ESTADO NOT EQUAL "I"
               DISPLAY "PRODUTO ATIVO - INATIVAR ANTES DE EXCLUIR "
                       PRD-CODIGO
             ELSE
               DELETE PRD
                 INVALID KEY
                   DISPLAY "ERRO NA EXCLUSAO " PRD-CODIGO
                 NOT INVALID KEY
                   DISPLAY "PRODUTO EXCLUIDO " PRD-CODIGO
               END-DELETE
             END-IF
           ELSE
             DISPLAY "PRODUTO INEXISTENTE " PRD-CODIGO
           END-IF.
       0220-EXCLUSAO-FIM.     EXIT.
      **************************************************
       0230-ALTERACAO                            SECTION.
           READ PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00"
             DISPLAY "PRODUTO INEXISTENTE " PRD-CODIGO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           MOVE WRK-CARTAO-PRODUTO TO REG-PRODUTO.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "PRODUTO RECUSADO " PRD-CODIGO " - " WRK-MOTIVO
             GO TO 0230-ALTERACAO-FIM
           END-IF.
           REWRITE REG-PRODUTO
             INVALID KEY
               DISPLAY "ERRO NA ATUALIZACAO " PRD-CODIGO
           END-REWRITE.
           DISPLAY "PRODUTO ATUALIZADO " PRD-CODIGO.
       0230-ALTERACAO-FIM.    EXIT.
      **************************************************
       0240-INCLUSAO                             SECTION.
           MOVE WRK-CARTAO-PRODUTO TO REG-PRODUTO.
           PERFORM 0270-VALIDAR.
           IF WRK-MOTIVO NOT EQUAL SPACES
             DISPLAY "PRODUTO RECUSADO " PRD-CODIGO " - " WRK-MOTIVO
             GO TO 0240-INCLUSAO-FIM
           END-IF.
           WRITE REG-PRODUTO
             INVALID KEY
               DISPLAY "PRODUTO DUPLICADO " PRD-CODIGO
             NOT INVALID KEY
               DISPLAY "PRODUTO INCLUIDO " PRD-CODIGO
           END-WRITE.
       0240-INCLUSAO-FIM.     EXIT.
      **************************************************
       0250-LISTAGEM                             SECTION.
           MOVE 0                TO WRK-CONTADOR-LISTA.
           MOVE "N"              TO WRK-EOF-LISTA.
           MOVE LOW-VALUES       TO PRD-CODIGO.
           START PRD KEY IS GREATER THAN OR EQUAL PRD-CODIGO
             INVALID KEY
               DISPLAY "ARQUIVO VAZIO"
               MOVE "S"          TO WRK-EOF-LISTA
           END-START.
           PERFORM UNTIL WRK-EOF-LISTA EQUAL "S"
             READ PRD NEXT RECORD
               AT END
                 MOVE "S"        TO WRK-EOF-LISTA
               NOT AT END
                 ADD 1           TO WRK-CONTADOR-LISTA
                 PERFORM 0260-MOSTRAR-PRODUTO
             END-READ
           END-PERFORM.
           MOVE WRK-CONTADOR-LISTA TO WRK-CONTADOR-IDE.
           DISPLAY "FORAM LISTADOS :" WRK-CONTADOR-IDE " PRODUTOS".
       0250-LISTAGEM-FIM.     EXIT.
      **************************************************
       0260-MOSTRAR-PRODUTO                      SECTION.
           DISPLAY "PRODUTO       " PRD-CODIGO " " PRD-DESCRICAO.
           PERFORM VARYING WRK-ESC-SUB FROM 1 BY 1
                   UNTIL WRK-ESC-SUB > 4
             IF PRD-ESC-LIMITE (WRK-ESC-SUB) NOT EQUAL ZEROS
               MOVE PRD-ESC-LIMITE (WRK-ESC-SUB) TO WRK-VALOR-IDE
               MOVE PRD-ESC-TAXA (WRK-ESC-SUB)   TO WRK-TAXA-IDE
               DISPLAY "ESCALAO " WRK-ESC-SUB " ATE " WRK-VALOR-IDE
                       " TAXA " WRK-TAXA-IDE
             END-IF
           END-PERFORM.
           MOVE PRD-TAXA-DEVEDORA TO WRK-TAXA-IDE.
           DISPLAY "TAXA DEVEDORA " WRK-TAXA-IDE.
           MOVE PRD-LIMITE-DESCOB TO WRK-VALOR-IDE.
           DISPLAY "DESCOBERTO    " WRK-VALOR-IDE.
           DISPLAY "CLASSE TARIFA " PRD-CLASSE-TARIFA.
           DISPLAY "ESTADO        " PRD-ESTADO.
           IF PRD-PRODUTO-MAIOR NOT EQUAL SPACES
             DISPLAY "PRODUTO MAIOR " PRD-PRODUTO-MAIOR
           END-IF.
       0260-MOSTRAR-PRODUTO-FIM.  EXIT.
      **************************************************
      *  OS ESCALOES TEM DE SUBIR - O PRIMEIRO COM     *
      *  LIMITE ZERO FECHA A TABELA E OS SEGUINTES     *
      *  FICAM A ZEROS                                 *
      **************************************************
       0270-VALIDAR                              SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF PRD-CODIGO EQUAL SPACES
             MOVE "CODIGO EM BRANCO"            TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF PRD-DESCRICAO EQUAL SPACES
             MOVE "DESCRICAO EM BRANCO"         TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF PRD-TAXA-DEVEDORA NOT NUMERIC OR
              PRD-LIMITE-DESCOB NOT NUMERIC
             MOVE "TAXA DEVEDORA/LIMITE INVALIDO" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF PRD-CLASSE-TARIFA EQUAL SPACES
             MOVE "CLASSE DE TARIFA EM BRANCO"  TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF PRD-ESTADO NOT EQUAL "A" AND "I"
             MOVE "ESTADO DEVE SER A OU I"      TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           IF PRD-PRODUTO-MAIOR EQUAL PRD-CODIGO
             MOVE "PRODUTO MAIOR IGUAL AO PROPRIO" TO WRK-MOTIVO
             GO TO 0270-VALIDAR-FIM
           END-IF.
           MOVE ZEROS TO WRK-LIMITE-ANT.
           MOVE "N"   TO WRK-ESCALOES-FIM.
           PERFORM VARYING WRK-ESC-SUB FROM 1 BY 1
                   UNTIL WRK-ESC-SUB > 4
                      OR WRK-MOTIVO NOT EQUAL SPACES
             IF PRD-ESC-LIMITE (WRK-ESC-SUB) NOT NUMERIC OR
                PRD-ESC-TAXA (WRK-ESC-SUB) NOT NUMERIC
               MOVE "ESCALAO NAO NUMERICO"      TO WRK-MOTIVO
             ELSE
               IF PRD-ESC-LIMITE (WRK-ESC-SUB) EQUAL ZEROS
                 MOVE "S" TO WRK-ESCALOES-FIM
               ELSE
                 IF WRK-ESCALOES-FIM EQUAL "S" OR
                    PRD-ESC-LIMITE (WRK-ESC-SUB) NOT GREATER
                    THAN WRK-LIMITE-ANT
                   MOVE "ESCALOES FORA DE ORDEM" TO WRK-MOTIVO
                 ELSE
                   MOVE PRD-ESC-LIMITE (WRK-ESC-SUB)
                     TO WRK-LIMITE-ANT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       0270-VALIDAR-FIM.      EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           CLOSE PRD.
           IF WRK-FS-PRODUTOS NOT EQUAL "00"
             DISPLAY "ERRO NO FECHAMENTO - STATUS " WRK-FS-PRODUTOS
           END-IF.
       0300-FINALIZAR-FIM.    EXIT.
      **************************************************

      *              SEQUENCIA CONTROLADA CERTCTL, COM
      *              REGISTO EM CERTREG - CADA CERTIFICADO
      *              FICA RASTREAVEL CONTRA AS FALSIFICACOES
      *              ALUNO COM A MORADA DA FICHA CLIMST MARCADA
      *              COMO DEVOLVIDA (COBVSA64) NAO RECEBE
      *              HISTORICO NEM CERTIFICADO - FICA NA
      *              CORRESPONDENCIA RETIDA (CORRRET) ATE TER
      *              MORADA NOVA
      *              ASSIDUIDADE: NO CURSO COM SESSOES JA DADAS
      *              (SESSOES) O CERTIFICADO SO SAI COM AS
      *              PRESENCAS (PRESENCA) NA PERCENTAGEM MINIMA
      *              DO CATALOGO (ZEROS OU EM BRANCO = 75%) -
      *              ABAIXO DELA O HISTORICO MOSTRA A RECUSA E
      *              NAO SE GASTA NUMERO DE CERTIFICADO;
      *              ALUNO QUE NAO COUBE NA TABELA DE PRESENCAS
      *              NAO E RECUSADO - SAI AVISO E RC 4
      *   DATA: 01/09/2026
      *===================================================
       ENVIRONMENT                               DIVISION.
           FILE STATUS IS WRK-FS-CERTCTL.
           SELECT REG ASSIGN TO CERTREG
           FILE STATUS IS WRK-FS-CERTREG.
           SELECT CLM ASSIGN TO CLIMST
           ORGANIZATION  IS INDEXED
           ACCESS MODE   IS RANDOM
           RECORD KEY    IS CLI-CHAVE
           FILE STATUS   IS WRK-FS-CLIMST.
           SELECT CRR ASSIGN TO CORRRET
           FILE STATUS IS WRK-FS-CORRRET.
           SELECT SES ASSIGN TO SESSOES
           FILE STATUS IS WRK-FS-SESSOES.
           SELECT PRS ASSIGN TO PRESENCA
           FILE STATUS IS WRK-FS-PRESENCA.
      *
       DATA                                      DIVISION.
       FILE                                      SECTION.
          05 REG-CURSO-DESC        PIC X(30).
          05 REG-CURSO-CAPACIDADE  PIC 9(03).
          05 REG-CURSO-PRECO       PIC 9(05)V99.
          05 REG-CURSO-PRESENCA-MIN PIC 9(03).

       FD CTL
           RECORDING MODE IS F
          05 FILLER               PIC X(01) VALUE SPACE.
          05 CRG-DATA             PIC 9(08).

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

       FD CRR
           RECORDING MODE IS F.
       COPY BOOKCRR.

       FD SES
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
       COPY BOOKSES.

       FD PRS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       COPY BOOKPRS.

       WORKING-STORAGE                           SECTION.
       77 WRK-FS-MATRICUL         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CURSOSIN         PIC X(02) VALUE ZEROS.
       77 WRK-FS-CERTCTL          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CERTREG          PIC X(02) VALUE ZEROS.
       77 WRK-FS-CLIMST           PIC X(02) VALUE ZEROS.
       77 WRK-FS-CORRRET          PIC X(02) VALUE ZEROS.
       77 WRK-TEM-CLIMST          PIC X(01) VALUE "N".
       77 WRK-TEM-CORRRET         PIC X(01) VALUE "N".
       77 WRK-FS-SESSOES          PIC X(02) VALUE ZEROS.
       77 WRK-FS-PRESENCA         PIC X(02) VALUE ZEROS.
       77 WRK-TEM-SESSOES         PIC X(01) VALUE "N".
       77 WRK-TEM-PRESENCA        PIC X(01) VALUE "N".
       77 WRK-PRESENCA-PADRAO     PIC 9(03) VALUE 75.
       77 WRK-ALUNO-RETIDO        PIC X(01) VALUE "N".
       77 WRK-ALUNO-PARM          PIC 9(06) VALUE ZEROS.
       77 WRK-MES-PARM            PIC X(06) VALUE SPACES.
       77 WRK-DATA-PROC           PIC 9(08) VALUE ZEROS.
       77 WRK-ALUNO-ATUAL         PIC 9(06) VALUE ZEROS.
       77 WRK-ALUNO-TEM-PAGINA    PIC X(01) VALUE "N".
      *-------------------------------------------------*
      *  CATALOGO EM MEMORIA PARA AS DESCRICOES, A      *
      *  ASSIDUIDADE MINIMA E AS SESSOES JA DADAS       *
      *-------------------------------------------------*
       01 WRK-CURSO-TAB.
          05 WRK-CURSO-ENTRY OCCURS 50 TIMES.
             10 WRK-CUR-CODIGO     PIC X(04).
             10 WRK-CUR-DESC       PIC X(30).
             10 WRK-CUR-PRESENCA-MIN PIC 9(03).
             10 WRK-CUR-SESSOES    PIC 9(03).
       77 WRK-CURSO-QTD            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-SUB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CURSO-USO            PIC 9(02) COMP VALUE ZEROS.
      *-------------------------------------------------*
      *  PRESENCAS POR ALUNO E CURSO                    *
      *-------------------------------------------------*
       01 WRK-PRS-TAB.
          05 WRK-PRS-ENTRY OCCURS 500 TIMES.
             10 WRK-PRS-ALUNO      PIC 9(06).
             10 WRK-PRS-CURSO      PIC X(04).
             10 WRK-PRS-PRESENCAS  PIC 9(03).
       77 WRK-PRS-QTD              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRS-SUB              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRS-USO              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PRS-CHEIA            PIC X(01) VALUE "N".
       77 WRK-ASSID-PRESENCAS      PIC 9(03) VALUE ZEROS.
       77 WRK-ASSID-PCT            PIC 9(03) VALUE ZEROS.
       77 WRK-ASSID-FALTA          PIC X(01) VALUE "N".
       77 WRK-DESC-CURSO           PIC X(30) VALUE SPACES.
      *-------------------------------------------------*
      *  AREA DOS SERVICOS DE IMPRESSAO (COBOL018)      *
          05 FILLER               PIC X(07) VALUE " NOTA  ".
          05 WRK-T-NOTA           PIC 9(02).
          05 FILLER               PIC X(08) VALUE SPACES.
       01 WRK-LINHA-RECUSA.
          05 FILLER               PIC X(37) VALUE
             "CERTIFICADO RECUSADO - ASSIDUIDADE   ".
          05 WRK-R-PCT            PIC ZZ9.
          05 FILLER               PIC X(09) VALUE "% MINIMO ".
          05 WRK-R-MINIMO         PIC ZZ9.
          05 FILLER               PIC X(01) VALUE "%".
          05 FILLER               PIC X(27) VALUE SPACES.
       77 WRK-LINHA-BRANCO        PIC X(80) VALUE SPACES.
       77 WRK-ACUM-LIDAS          PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-LINHAS         PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-CERTIFICADOS   PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-RETIDOS        PIC 9(06) VALUE ZEROS.
       77 WRK-ACUM-SEM-ASSID      PIC 9(06) VALUE ZEROS.
      *
       PROCEDURE                                 DIVISION.
       0001-PRINCIPAL                            SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0110-CARREGAR-CATALOGO
               UNTIL WRK-FS-CURSOSIN EQUAL "10".
           PERFORM 0120-CARREGAR-SESSOES
               UNTIL WRK-FS-SESSOES EQUAL "10".
           PERFORM 0130-CARREGAR-PRESENCAS
               UNTIL WRK-FS-PRESENCA EQUAL "10".
           PERFORM 0200-PROCESSAR UNTIL WRK-FS-MATRICUL EQUAL "10".
           PERFORM 0250-FECHAR-RELATORIO.
           PERFORM 0260-ESTATISTICA.
              DISPLAY "ERRO ABERTURA CERTREG " WRK-FS-CERTREG
              STOP RUN
           END-IF.
      *    SEM CLIMST NAO HA MORADAS DEVOLVIDAS A RESPEITAR
           OPEN INPUT CLM.
           IF WRK-FS-CLIMST EQUAL "00"
              MOVE "S" TO WRK-TEM-CLIMST
              OPEN EXTEND CRR
              IF WRK-FS-CORRRET NOT EQUAL "00"
                 OPEN OUTPUT CRR
              END-IF
              IF WRK-FS-CORRRET EQUAL "00"
                 MOVE "S" TO WRK-TEM-CORRRET
              ELSE
                 DISPLAY "ERRO ABERTURA CORRRET " WRK-FS-CORRRET
                 STOP RUN
              END-IF
           ELSE
              DISPLAY "CLIMST INDISPONIVEL - SEM RETENCAO DE "
                      "CORRESPONDENCIA"
           END-IF.
      *    SEM SESSOES NAO HA ASSIDUIDADE A CONFERIR
           OPEN INPUT SES.
           IF WRK-FS-SESSOES EQUAL "00"
              MOVE "S" TO WRK-TEM-SESSOES
              READ SES
           ELSE
              DISPLAY "SESSOES INDISPONIVEL - SEM ASSIDUIDADE"
              MOVE "10" TO WRK-FS-SESSOES
           END-IF.
           OPEN INPUT PRS.
           IF WRK-FS-PRESENCA EQUAL "00"
              MOVE "S" TO WRK-TEM-PRESENCA
              READ PRS
           ELSE
              MOVE "10" TO WRK-FS-PRESENCA
           END-IF.
           MOVE "I" TO WRK-PRT-FUNCAO.
           MOVE "HISTORICOS E CERTIFICADOS" TO WRK-PRT-TITULO.
           MOVE SPACES TO WRK-PRT-LINHA.
                TO WRK-CUR-CODIGO (WRK-CURSO-QTD)
              MOVE REG-CURSO-DESC
                TO WRK-CUR-DESC (WRK-CURSO-QTD)
              MOVE ZEROS TO WRK-CUR-SESSOES (WRK-CURSO-QTD)
              IF REG-CURSO-PRESENCA-MIN NUMERIC AND
                 REG-CURSO-PRESENCA-MIN GREATER THAN ZEROS
                 MOVE REG-CURSO-PRESENCA-MIN
                   TO WRK-CUR-PRESENCA-MIN (WRK-CURSO-QTD)
              ELSE
                 MOVE WRK-PRESENCA-PADRAO
                   TO WRK-CUR-PRESENCA-MIN (WRK-CURSO-QTD)
              END-IF
           END-IF.
           READ CAT.
       0110-CARREGAR-CATALOGO-FIM. EXIT.
      **************************************************
      *  SO CONTAM AS SESSOES JA DADAS (ATE HOJE) -    *
      *  CURSO FORA DO CATALOGO FICA COM O PADRAO      *
      **************************************************
       0120-CARREGAR-SESSOES                     SECTION.
           IF SES-DATA GREATER THAN WRK-DATA-PROC
              GO TO 0120-LER-SEGUINTE
           END-IF.
           MOVE ZEROS TO WRK-CURSO-USO.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
              IF SES-CURSO EQUAL WRK-CUR-CODIGO (WRK-CURSO-SUB)
                 MOVE WRK-CURSO-SUB TO WRK-CURSO-USO
              END-IF
           END-PERFORM.
           IF WRK-CURSO-USO EQUAL ZEROS
              IF WRK-CURSO-QTD NOT LESS THAN 50
                 DISPLAY "TABELA DE CURSOS CHEIA - SESSAO IGNORADA "
                         SES-CURSO
                 GO TO 0120-LER-SEGUINTE
              END-IF
              ADD 1 TO WRK-CURSO-QTD
              MOVE WRK-CURSO-QTD TO WRK-CURSO-USO
              MOVE SES-CURSO TO WRK-CUR-CODIGO (WRK-CURSO-USO)
              MOVE "CURSO SEM CATALOGO"
                TO WRK-CUR-DESC (WRK-CURSO-USO)
              MOVE ZEROS     TO WRK-CUR-SESSOES (WRK-CURSO-USO)
              MOVE WRK-PRESENCA-PADRAO
                TO WRK-CUR-PRESENCA-MIN (WRK-CURSO-USO)
           END-IF.
           ADD 1 TO WRK-CUR-SESSOES (WRK-CURSO-USO).
       0120-LER-SEGUINTE.
           READ SES.
       0120-CARREGAR-SESSOES-FIM. EXIT.
      **************************************************
       0130-CARREGAR-PRESENCAS                   SECTION.
           IF PRS-PRESENTE NOT EQUAL "S"
              GO TO 0130-LER-SEGUINTE
           END-IF.
           MOVE ZEROS TO WRK-PRS-USO.
           PERFORM VARYING WRK-PRS-SUB FROM 1 BY 1
                   UNTIL WRK-PRS-SUB > WRK-PRS-QTD
              IF PRS-ALUNO EQUAL WRK-PRS-ALUNO (WRK-PRS-SUB) AND
                 PRS-CURSO EQUAL WRK-PRS-CURSO (WRK-PRS-SUB)
                 MOVE WRK-PRS-SUB TO WRK-PRS-USO
              END-IF
           END-PERFORM.
           IF WRK-PRS-USO EQUAL ZEROS
              IF WRK-PRS-QTD NOT LESS THAN 500
                 DISPLAY "TABELA DE PRESENCAS CHEIA"
                 MOVE "S" TO WRK-PRS-CHEIA
                 GO TO 0130-LER-SEGUINTE
              END-IF
              ADD 1 TO WRK-PRS-QTD
              MOVE WRK-PRS-QTD TO WRK-PRS-USO
              MOVE PRS-ALUNO TO WRK-PRS-ALUNO (WRK-PRS-USO)
              MOVE PRS-CURSO TO WRK-PRS-CURSO (WRK-PRS-USO)
              MOVE ZEROS     TO WRK-PRS-PRESENCAS (WRK-PRS-USO)
           END-IF.
           ADD 1 TO WRK-PRS-PRESENCAS (WRK-PRS-USO).
       0130-LER-SEGUINTE.
           READ PRS.
       0130-CARREGAR-PRESENCAS-FIM. EXIT.
      **************************************************
      *  NO MODO DE UM ALUNO SAI O HISTORICO COMPLETO  *
      *  DELE; NO MODO TODOS SO AS CONCLUSOES DO       *
      *  PERIODO - O MATRICUL VEM ORDENADO POR ALUNO   *
              WRK-ALUNO-TEM-PAGINA EQUAL "N"
              MOVE MAT-ALUNO TO WRK-ALUNO-ATUAL
              MOVE "S"       TO WRK-ALUNO-TEM-PAGINA
              PERFORM 0240-VERIFICAR-MORADA
              IF WRK-ALUNO-RETIDO EQUAL "N"
                 MOVE "P" TO WRK-PRT-FUNCAO
                 CALL "COBOL018" USING WRK-PRINT-AREA
                 MOVE MAT-ALUNO TO WRK-A-ALUNO
                 MOVE "D" TO WRK-PRT-FUNCAO
                 MOVE WRK-LINHA-ALUNO TO WRK-PRT-LINHA
                 CALL "COBOL018" USING WRK-PRINT-AREA
                 MOVE WRK-LINHA-BRANCO TO WRK-PRT-LINHA
                 CALL "COBOL018" USING WRK-PRINT-AREA
              END-IF
           END-IF.
           IF WRK-ALUNO-RETIDO EQUAL "S"
              GO TO 0200-LER-SEGUINTE
           END-IF.
           PERFORM 0220-LINHA-DO-CURSO.
           IF MAT-ESTADO EQUAL "C"
              PERFORM 0270-VERIFICAR-ASSIDUIDADE
              IF WRK-ASSID-FALTA EQUAL "S"
                 MOVE WRK-ASSID-PCT TO WRK-R-PCT
                 MOVE WRK-CUR-PRESENCA-MIN (WRK-CURSO-USO)
                   TO WRK-R-MINIMO
                 MOVE "D" TO WRK-PRT-FUNCAO
                 MOVE WRK-LINHA-RECUSA TO WRK-PRT-LINHA
                 CALL "COBOL018" USING WRK-PRINT-AREA
                 ADD 1 TO WRK-ACUM-SEM-ASSID
              ELSE
                 PERFORM 0230-EMITIR-CERTIFICADO
              END-IF
           END-IF.
       0200-LER-SEGUINTE.
           READ MAT.
           ADD 1 TO WRK-NUMERO-CERT.
           ADD 1 TO WRK-ACUM-CERTIFICADOS.
       0230-EMITIR-CERTIFICADO-FIM. EXIT.
      **************************************************
      *  A FICHA DO ALUNO E A DO NUMERO DE ALUNO (COMO *
      *  NO COB07A) - MORADA DEVOLVIDA RETEM A PAGINA  *
      *  TODA E O CERTIFICADO NAO GASTA NUMERO         *
      **************************************************
       0240-VERIFICAR-MORADA                     SECTION.
           MOVE "N" TO WRK-ALUNO-RETIDO.
           IF WRK-TEM-CLIMST EQUAL "N"
              GO TO 0240-VERIFICAR-MORADA-FIM
           END-IF.
           MOVE SPACES    TO CLI-CHAVE.
           MOVE MAT-ALUNO TO CLI-CHAVE(1:6).
           READ CLM.
           IF WRK-FS-CLIMST NOT EQUAL "00" OR
              CLI-MORADA-DEVOL NOT EQUAL "S"
              GO TO 0240-VERIFICAR-MORADA-FIM
           END-IF.
           MOVE "S"            TO WRK-ALUNO-RETIDO.
           MOVE SPACES         TO REG-CORRRET.
           MOVE WRK-DATA-PROC  TO CRR-DATA.
           MOVE CLI-CHAVE      TO CRR-CHAVE.
           MOVE "CRT"          TO CRR-DOCUMENTO.
           MOVE "COB08A"       TO CRR-ORIGEM.
           MOVE CLI-NOME       TO CRR-NOME.
           MOVE "HISTORICO/CERTIFICADOS" TO CRR-REFER.
           WRITE REG-CORRRET.
           ADD 1 TO WRK-ACUM-RETIDOS.
       0240-VERIFICAR-MORADA-FIM. EXIT.
      **************************************************
       0250-FECHAR-RELATORIO                     SECTION.
           MOVE "F" TO WRK-PRT-FUNCAO.
           DISPLAY "MATRICULAS LIDAS     : " WRK-ACUM-LIDAS.
           DISPLAY "LINHAS DE HISTORICO  : " WRK-ACUM-LINHAS.
           DISPLAY "CERTIFICADOS EMITIDOS: " WRK-ACUM-CERTIFICADOS.
           DISPLAY "ALUNOS RETIDOS       : " WRK-ACUM-RETIDOS.
           DISPLAY "RECUSADOS ASSIDUIDADE: " WRK-ACUM-SEM-ASSID.
       0260-ESTATISTICA-FIM. EXIT.
      **************************************************
      *  PRESENCAS SOBRE AS SESSOES JA DADAS DO CURSO  *
      *  CONTRA O MINIMO - CURSO SEM SESSOES NAO TEM   *
      *  ASSIDUIDADE A CONFERIR                        *
      **************************************************
       0270-VERIFICAR-ASSIDUIDADE                SECTION.
           MOVE "N"   TO WRK-ASSID-FALTA.
           MOVE ZEROS TO WRK-CURSO-USO.
           PERFORM VARYING WRK-CURSO-SUB FROM 1 BY 1
                   UNTIL WRK-CURSO-SUB > WRK-CURSO-QTD
              IF MAT-CURSO EQUAL WRK-CUR-CODIGO (WRK-CURSO-SUB)
                 MOVE WRK-CURSO-SUB TO WRK-CURSO-USO
              END-IF
           END-PERFORM.
           IF WRK-CURSO-USO EQUAL ZEROS
              GO TO 0270-VERIFICAR-ASSIDUIDADE-FIM
           END-IF.
           IF WRK-CUR-SESSOES (WRK-CURSO-USO) EQUAL ZEROS
              GO TO 0270-VERIFICAR-ASSIDUIDADE-FIM
           END-IF.
           MOVE ZEROS TO WRK-ASSID-PRESENCAS.
           MOVE ZEROS TO WRK-PRS-USO.
           PERFORM VARYING WRK-PRS-SUB FROM 1 BY 1
                   UNTIL WRK-PRS-SUB > WRK-PRS-QTD
              IF MAT-ALUNO EQUAL WRK-PRS-ALUNO (WRK-PRS-SUB) AND
                 MAT-CURSO EQUAL WRK-PRS-CURSO (WRK-PRS-SUB)
                 MOVE WRK-PRS-PRESENCAS (WRK-PRS-SUB)
                   TO WRK-ASSID-PRESENCAS
                 MOVE WRK-PRS-SUB TO WRK-PRS-USO
              END-IF
           END-PERFORM.
      *    COM A TABELA CHEIA O ALUNO QUE FICOU DE FORA NAO
      *    TEM AS PRESENCAS CONTADAS - NAO SE RECUSA E AVISA
           IF WRK-PRS-USO EQUAL ZEROS AND WRK-PRS-CHEIA EQUAL "S"
              MOVE 4 TO RETURN-CODE
              DISPLAY "PRESENCAS DESCONHECIDAS " MAT-ALUNO " "
                      MAT-CURSO " - ASSIDUIDADE POR CONFERIR"
              GO TO 0270-VERIFICAR-ASSIDUIDADE-FIM
           END-IF.
           IF WRK-ASSID-PRESENCAS GREATER THAN
              WRK-CUR-SESSOES (WRK-CURSO-USO)
              MOVE WRK-CUR-SESSOES (WRK-CURSO-USO)
                TO WRK-ASSID-PRESENCAS
           END-IF.
           COMPUTE WRK-ASSID-PCT = WRK-ASSID-PRESENCAS * 100
                                 / WRK-CUR-SESSOES (WRK-CURSO-USO).
           IF WRK-ASSID-PCT LESS THAN
              WRK-CUR-PRESENCA-MIN (WRK-CURSO-USO)
              MOVE "S" TO WRK-ASSID-FALTA
           END-IF.
       0270-VERIFICAR-ASSIDUIDADE-FIM. EXIT.
      **************************************************
       0300-FINALIZAR                            SECTION.
           MOVE WRK-NUMERO-CERT TO CTL-PROX-NUMERO.
           CLOSE MAT.
           CLOSE CAT.
           CLOSE REG.
           IF WRK-TEM-CLIMST EQUAL "S"
              CLOSE CLM
           END-IF.
           IF WRK-TEM-CORRRET EQUAL "S"
              CLOSE CRR
           END-IF.
           IF WRK-TEM-SESSOES EQUAL "S"
              CLOSE SES
           END-IF.
           IF WRK-TEM-PRESENCA EQUAL "S"
              CLOSE PRS
           END-IF.
       0300-FINALIZAR-FIM. EXIT.
      **************************************************

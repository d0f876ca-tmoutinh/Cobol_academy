       77 WRK-PERIODO-FECHADO     PIC X(01) VALUE "N".
      *------------- MAPA EVENTO -> CONTAS ---------------
      *    OS TIPOS DE FOLHA LEVAM O DEPARTAMENTO NO
      *    NOME (SALBRUNN/SALDSCNN/SALLIQNN/SALPENNN),
      *    TAL COMO AS DESPESAS DO TR00PTTV E DA FOLHA
      *    (DESAPRNN/DESPAGNN) - O MAPA TEM DE CABER
      *    SEIS LINHAS POR DEPARTAMENTO MAIS OS TIPOS
      *    FIXOS
       01 WRK-MAPA-TAB.
          05 WRK-MAPA-ENTRY OCCURS 800 TIMES.
             10 WRK-MAP-TIPO      PIC X(08).
             10 WRK-MAP-DEB       PIC X(08).
             10 WRK-MAP-CRED      PIC X(08).
       0100-INICIALIZAR-FIM.  EXIT.
      **************************************************
       0110-CARREGAR-MAPA                        SECTION.
           IF WRK-MAPA-QTD LESS THAN 800
             ADD 1 TO WRK-MAPA-QTD
             MOVE GLM-TIPO       TO WRK-MAP-TIPO (WRK-MAPA-QTD)
             MOVE GLM-CONTA-DEB  TO WRK-MAP-DEB (WRK-MAPA-QTD)

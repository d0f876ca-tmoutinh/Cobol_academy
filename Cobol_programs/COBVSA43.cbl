      *            ARQCLIAUD - PERCORRE O FICHEIRO DE
      *            AUDITORIA SELADO (AUD-SEQ + AUD-CHECK,
      *            VER COBVSA99/COBVSA08/COBVSA34/COBVSA50/
      *            COBVSA52/COBVSA70/COBARQ15/COBARQ21),
      *            RECALCULA O VALOR DE PROVA ENCADEADO DE
      *            CADA REGISTO
      *            E DENUNCIA O PRIMEIRO ELO QUEBRADO -
      *            REGISTO ALTERADO, APAGADO OU FORA DE
      *            SEQUENCIA - PARA A AUDITORIA EXTERNA PODER

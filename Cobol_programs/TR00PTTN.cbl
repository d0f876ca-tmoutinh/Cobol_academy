      *            ALUNO 900000+IDFUN PARA A FORMACAO INTERNA
      *            PARTILHAR AS MESMAS VAGAS DO MATRICUL -
      *            RECUSAS EM FUNCIREJ COM O MOTIVO
      *            O FUNCINSC TAMBEM RECEBE AS INSCRICOES
      *            SUGERIDAS PELA ANALISE DE LACUNAS DE
      *            COMPETENCIAS (TR00PTTW)
      *  DATA: 01/09/2026
      *==========================================
       ENVIRONMENT                            DIVISION.

      *--------------------------------------------------------------*
      *    MOVMREG - REGISTRO DO ARQUIVO DE MATRICULAS DA SECRETARIA *
      *    (ARQ-MOVMAT, SEQUENCIAL, UM REGISTRO POR ALUNO MATRICULADO*
      *    EM CADA DISCIPLINA DO PERIODO). LIDO PELO CGPRG14M NA     *
      *    CARGA DA RELACAO DE MATRICULADOS; GRAVADO PELO CGPRG20M   *
      *    COM A PRE-MATRICULA DAS TURMAS DE DEPENDENCIA DO PERIODO  *
      *    SEGUINTE, QUE A SECRETARIA JUNTA AO SEU ARQUIVO ANTES DA  *
      *    CARGA.                                                    *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - LAYOUT MOVIDO DA FD DO CGPRG14M PARA ESTE   *
      *                  COPY, PARA SER COMPARTILHADO COM O NOVO     *
      *                  PROGRAMA CGPRG20M, COMO JA SE FEZ COM       *
      *                  PORTREG.                                    *
      *--------------------------------------------------------------*
       01  REG-MOVMAT.
           05 MVM-RA                PIC 9(13).
           05 MVM-PERIODO           PIC 9(05).
           05 MVM-NR-DPTO           PIC 9(04).
           05 MVM-NR-DISC           PIC 9(04).

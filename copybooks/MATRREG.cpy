      *--------------------------------------------------------------*
      *    MATRREG - REGISTRO DA RELACAO DE MATRICULADOS POR         *
      *    DISCIPLINA (ARQ-MATRIC, ARQUIVO INDEXADO POR RA+PERIODO+  *
      *    DEPARTAMENTO+DISCIPLINA, NA MESMA ORDEM DA CHAVE DO       *
      *    HISTORICO). CARREGADO A CADA PERIODO PELO CGPRG14M A      *
      *    PARTIR DO ARQUIVO DE MATRICULAS DA SECRETARIA; CONSULTADO *
      *    PELO CGPRG02M (QUE SO ACEITA NOTA DE ALUNO MATRICULADO NA *
      *    DISCIPLINA) E LIDO PELO CGPRG15M (NOTAS NAO LANCADAS).    *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CGPRG14M (CARGA DA  *
      *                  RELACAO DE MATRICULADOS) E O CGPRG15M       *
      *                  (CONCILIACAO DE NOTAS NAO LANCADAS).        *
      *--------------------------------------------------------------*
       01  REG-MATRICULA.
           05 MAT-CHAVE.
               10 MAT-RA            PIC 9(13).
               10 MAT-PERIODO       PIC 9(05).
               10 MAT-NR-DPTO       PIC 9(04).
               10 MAT-NR-DISC       PIC 9(04).
           05 MAT-DATA-CARGA        PIC 9(08).

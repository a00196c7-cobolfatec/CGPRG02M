      *--------------------------------------------------------------*
      *    RECUREG - REGISTRO DO DIARIO DE RECUSAS DE POSTAGEM       *
      *    (ARQ-RECUSA, SEQUENCIAL, SEMPRE ABERTO COM OPEN EXTEND).  *
      *    CADA PROGRAMA QUE GRAVA NO HISTORICO REGISTRA AQUI A      *
      *    POSTAGEM RECUSADA PELO CALENDARIO ACADEMICO (PERIODO      *
      *    FECHADO, FORA DA SITUACAO PERMITIDA OU SEM CALENDARIO) E  *
      *    A REGRAVACAO IMPEDIDA DE REGISTRO JA FINALIZADO PELO      *
      *    EXAME. RECUSA DA RODADA INTEIRA SAI COM RA, DEPARTAMENTO  *
      *    E DISCIPLINA ZERADOS; SITUACAO EM BRANCO QUANDO O PERIODO *
      *    NAO CONSTA DO CALENDARIO.                                 *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CALENDARIO          *
      *                  ACADEMICO (COPY CALEREG).                   *
      *--------------------------------------------------------------*
       01  REG-RECUSA.
           05 RCS-PROGRAMA          PIC X(08).
           05 RCS-DATA              PIC 9(08).
           05 RCS-HORA              PIC 9(06).
           05 RCS-PERIODO           PIC 9(05).
           05 RCS-STATUS            PIC X(01).
           05 RCS-RA                PIC 9(13).
           05 RCS-NR-DPTO           PIC 9(04).
           05 RCS-NR-DISC           PIC 9(04).
           05 RCS-MOTIVO            PIC X(30).

      *--------------------------------------------------------------*
      *    CALEREG - REGISTRO DO CALENDARIO ACADEMICO (ARQ-CALEND,   *
      *    ARQUIVO INDEXADO POR PERIODO LETIVO, UM REGISTRO POR      *
      *    PERIODO): SITUACAO DO PERIODO E AS DATAS-CHAVE. MANTIDO   *
      *    PELO CGPRG17M (INCLUSAO, DATAS E ABERTURA DA JANELA DE    *
      *    EXAME) E FECHADO SOMENTE PELO CGPRG18M (ENCERRAMENTO DO   *
      *    PERIODO). CONSULTADO PELOS PROGRAMAS QUE GRAVAM NO        *
      *    HISTORICO (CGPRG02M, CGPRG04M, CGPRG09M E CGPRG11M), QUE  *
      *    RECUSAM A POSTAGEM EM PERIODO NAO PERMITIDO.              *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CGPRG17M E O        *
      *                  CGPRG18M: ATE AQUI NADA IMPEDIA UMA RODADA  *
      *                  DE NOTAS EM PERIODO JA ENCERRADO.           *
      * 15/10/2026 MCN - CONSULTADO TAMBEM PELO CGPRG19M             *
      *                  (APROVEITAMENTO DE ESTUDOS NA               *
      *                  TRANSFERENCIA), QUE SO GRAVA NO HISTORICO   *
      *                  COM O PERIODO ABERTO.                       *
      * 15/10/2026 MCN - CONSULTADO TAMBEM PELO CGPRG24M, QUE SO     *
      *                  ARQUIVA A TRILHA DE AUDITORIA DE PERIODO    *
      *                  ENCERRADO.                                  *
      *--------------------------------------------------------------*
       01  REG-CALENDARIO.
           05 CAL-PERIODO           PIC 9(05).
           05 CAL-STATUS            PIC X(01).
               88 CAL-PERIODO-ABERTO         VALUE "A".
               88 CAL-JANELA-EXAME           VALUE "E".
               88 CAL-PERIODO-FECHADO        VALUE "F".
           05 CAL-DT-INICIO         PIC 9(08).
           05 CAL-DT-FIM-AULAS      PIC 9(08).
           05 CAL-DT-INICIO-EXAME   PIC 9(08).
           05 CAL-DT-FIM-EXAME      PIC 9(08).
           05 CAL-DT-FECHAMENTO     PIC 9(08).

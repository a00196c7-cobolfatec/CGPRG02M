      *--------------------------------------------------------------*
      *    ACTLREG - REGISTRO DOS TOTAIS DE CONTROLE DO ARQUIVAMENTO *
      *    DA TRILHA DE AUDITORIA (ARQ-AUDCTL, SEQUENCIAL, SEMPRE    *
      *    ABERTO COM OPEN EXTEND). O CGPRG24M GRAVA UM REGISTRO     *
      *    POR PERIODO ARQUIVADO EM CADA RODADA, COM AS QUANTIDADES  *
      *    MOVIDAS PARA O ARQUIVO MORTO (ARQ-AUDARQ) E O HASH DO RA  *
      *    DAS INCLUSOES, NO MESMO CRITERIO DO CGPRG08M, QUE SOMA    *
      *    ESTES TOTAIS AOS DA TRILHA VIVA NA RECONCILIACAO.         *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CGPRG24M.           *
      *--------------------------------------------------------------*
       01  REG-AUDCTL.
           05 ACT-PERIODO           PIC 9(05).
           05 ACT-DATA              PIC 9(08).
           05 ACT-HORA              PIC 9(06).
           05 ACT-QTD-REGISTROS     PIC 9(09).
           05 ACT-QTD-INCLUSOES     PIC 9(09).
           05 ACT-QTD-ALTERACOES    PIC 9(09).
           05 ACT-HASH-RA           PIC 9(15).

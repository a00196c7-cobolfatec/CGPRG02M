      *--------------------------------------------------------------*
      *    CURRREG - REGISTRO DA MATRIZ CURRICULAR DO CURSO DE CADA  *
      *    DEPARTAMENTO (ARQ-CURRIC, UM REGISTRO POR DEPARTAMENTO):  *
      *    AS DISCIPLINAS OBRIGATORIAS (PELO NUMERO DIS-NR-DISC DO   *
      *    CATALOGO, NO PROPRIO DEPARTAMENTO) E A CARGA HORARIA      *
      *    MINIMA TOTAL PARA A COLACAO DE GRAU. CARREGADO EM TABELA  *
      *    NO INICIO DO CGPRG16M (AUDITORIA DE INTEGRALIZACAO        *
      *    CURRICULAR), COMO O CATALOGO DE DISCIPLINAS.              *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CGPRG16M: ATE AQUI  *
      *                  A SECRETARIA CONFERIA A INTEGRALIZACAO A    *
      *                  MAO, CONTRA O HISTORICO IMPRESSO PELO       *
      *                  CGPRG03M.                                   *
      *--------------------------------------------------------------*
       01  REG-CURRICULO.
           05 CUR-NR-DPTO           PIC 9(04).
           05 CUR-CARGA-MINIMA      PIC 9(05).
           05 CUR-QTD-DISC          PIC 9(02).
           05 CUR-DISC-OBRIGATORIA  OCCURS 40 TIMES PIC 9(04).

      *                  REGRA DE PRESENCA MINIMA DO CGPRG02M)       *
      *                  PASSA A CONTAR COMO OCORRENCIA DE           *
      *                  REPROVACAO NA REGRA DE PROGRESSAO.          *
      * 15/10/2026 MCN - A DISCIPLINA APROVEITADA NA TRANSFERENCIA   *
      *                  DE DEPARTAMENTO (SITUACAO APROVEITADO,      *
      *                  GRAVADA PELO CGPRG19M NO PERIODO DA         *
      *                  TRANSFERENCIA) NAO FOI CURSADA NO PERIODO:  *
      *                  FICA FORA DO COEFICIENTE, DA QUANTIDADE DE  *
      *                  DISCIPLINAS E DA REGRA DE PROGRESSAO.       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *    DISCIPLINA APROVEITADA NA TRANSFERENCIA NAO FOI CURSADA NO
      *    PERIODO E NAO ENTRA NA APURACAO.
           IF HIST-PERIODO  = WS-PERIODO-EXECUCAO AND
              HIST-SITUACAO NOT = "APROVEITADO"
               IF WS-FL-TEM-ALUNO = 'N' OR
                  HIST-RA NOT = WS-RA-CORRENTE
                   IF WS-FL-TEM-ALUNO = 'S'

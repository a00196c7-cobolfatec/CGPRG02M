      *                  (POR-FREQUENCIA); IMAGENS DE AUDITORIA       *
      *                  ALARGADAS PARA 104 BYTES E IMAGEM DA SYSIN   *
      *                  NO SUSPENSO ALARGADA PARA 84 BYTES.          *
      * 15/10/2026 MCN - INCLUIDA A RELACAO DE MATRICULADOS POR       *
      *                  DISCIPLINA (ARQ-MATRIC, COPY MATRREG,        *
      *                  CARREGADA PELO CGPRG14M): NOTA DE ALUNO QUE  *
      *                  NAO CONSTA DA RELACAO DA DISCIPLINA NO       *
      *                  PERIODO VAI PARA O SUSPENSO COM MOTIVO       *
      *                  PROPRIO ("NAO MATRICULAD:"), EM VEZ DE SER   *
      *                  ACEITA SO POR SER ALUNO ATIVO EM DISCIPLINA  *
      *                  ATIVA. O QUE FICOU SEM NOTA NA RELACAO E     *
      *                  LISTADO DEPOIS DA RODADA PELO CGPRG15M.      *
      * 15/10/2026 MCN - INCLUIDO O CALENDARIO ACADEMICO (ARQ-CALEND, *
      *                  COPY CALEREG): NA PARTIDA, ANTES DE QUALQUER *
      *                  ARQUIVO DE SAIDA SER ABERTO, O PERIODO DA    *
      *                  RODADA (LK-PERIODO) E CONFERIDO NO           *
      *                  CALENDARIO E SO E ACEITO COM O PERIODO       *
      *                  ABERTO (SITUACAO A). PERIODO SEM CALENDARIO, *
      *                  EM JANELA DE EXAME OU ENCERRADO RECUSA A     *
      *                  RODADA INTEIRA COM CODIGO 16, SEM TRUNCAR    *
      *                  PORTAL, SUSPENSO NEM CHECKPOINT, E A RECUSA  *
      *                  E GRAVADA NO DIARIO DE RECUSAS (ARQ-RECUSA,  *
      *                  COPY RECUREG). A ABERTURA DOS ARQUIVOS       *
      *                  PASSOU PARA 007-ABRIR-ARQUIVOS. O            *
      *                  036-GRAVAR-HISTORICO NAO REGRAVA MAIS        *
      *                  REGISTRO JA FINALIZADO PELO CICLO DE EXAME   *
      *                  (HIST-FL-EXAME = S): O REGISTRO OFICIAL FICA *
      *                  COMO ESTA, A NOTA REENVIADA VAI PARA O       *
      *                  DIARIO DE RECUSAS, O PORTAL RECEBE A MEDIA E *
      *                  A SITUACAO FINAIS E O CONTROLE FINAL         *
      *                  TOTALIZA OS PRESERVADOS.                     *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQ-MATRIC      ASSIGN TO "MATRIC"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS MAT-CHAVE
                                  FILE STATUS IS WS-FS-MATRIC.
           SELECT ARQ-CALEND      ASSIGN TO "CALEND"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-RECUSA      ASSIGN TO "RECUSA"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RECUSA.

       DATA DIVISION.
      *=============*
           LABEL RECORD STANDARD.
           COPY RUNLREG.

      *-----> RELACAO DE MATRICULADOS POR DISCIPLINA (COPY MATRREG,
      *       INDEXADA POR RA+PERIODO+DEPARTAMENTO+DISCIPLINA,
      *       CARREGADA PELO CGPRG14M): SO E ACEITA A NOTA DE ALUNO
      *       MATRICULADO NA DISCIPLINA NO PERIODO DA RODADA
       FD  ARQ-MATRIC
           LABEL RECORD STANDARD.
           COPY MATRREG.

      *-----> CALENDARIO ACADEMICO (COPY CALEREG, INDEXADO POR
      *       PERIODO): A RODADA DE NOTAS SO E ACEITA COM O PERIODO
      *       ABERTO; LIDO UMA VEZ NA PARTIDA E FECHADO EM SEGUIDA
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

      *-----> DIARIO DE RECUSAS DE POSTAGEM (COPY RECUREG): RODADA
      *       RECUSADA PELO CALENDARIO E NOTA REENVIADA PARA
      *       REGISTRO JA FINALIZADO PELO EXAME
       FD  ARQ-RECUSA
           LABEL RECORD STANDARD.
           COPY RECUREG.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> CONTROLE DO CADASTRO DE ALUNOS (ARQ-CADALU)
       77  WS-FS-CADALU           PIC X(02) VALUE "00".

      *-----> CONTROLE DA RELACAO DE MATRICULADOS (ARQ-MATRIC): OS
      *       DETALHES REJEITADOS POR FALTA DE MATRICULA NA
      *       DISCIPLINA SAO TOTALIZADOS NO CONTROLE FINAL
       77  WS-FS-MATRIC           PIC X(02) VALUE "00".
       77  WS-CT-NAO-MATRICULADO  PIC 9(05) VALUE ZEROS.

      *-----> CONTROLE DO CALENDARIO ACADEMICO (ARQ-CALEND) E DO
      *       DIARIO DE RECUSAS (ARQ-RECUSA). COMO O DIARIO DE
      *       EXECUCOES, FALHA DE ABERTURA DO DIARIO DE RECUSAS E SO
      *       AVISO; A RECUSA EM SI SAI SEMPRE NA SYSOUT DO JOB. OS
      *       REGISTROS JA FINALIZADOS PELO EXAME QUE A RODADA NAO
      *       REGRAVOU SAO TOTALIZADOS NO CONTROLE FINAL
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-RECUSA           PIC X(02) VALUE "00".
       77  WS-FL-RECUSA-ABERTO    PIC X(01) VALUE "N".
       77  WS-STATUS-CALEND       PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-RECUSA       PIC X(30) VALUE SPACES.
       77  WS-CT-EXAME-PRESERVADO PIC 9(05) VALUE ZEROS.
       01  WS-CHAVE-RECUSA.
           05 WS-RCS-RA           PIC 9(13).
           05 WS-RCS-NR-DPTO      PIC 9(04).
           05 WS-RCS-NR-DISC      PIC 9(04).

      *-----> TRILHA DE AUDITORIA DO HISTORICO (ARQ-AUDITORIA): AS
      *       IMAGENS NOVA E ANTERIOR DO REG-HISTORICO SAO MONTADAS
      *       NESTAS AREAS ANTES DA GRAVACAO, POIS O READ DE
               MOVE  LK-CT-LINHAS  TO  WS-CT-LINHAS
           END-IF

      *    O PERIODO DA RODADA E CONFERIDO NO CALENDARIO ANTES DE
      *    QUALQUER OPEN OUTPUT: UMA RODADA RECUSADA NAO PODE
      *    TRUNCAR O PORTAL, O SUSPENSO NEM O CHECKPOINT DA ULTIMA
      *    RODADA ACEITA.
           PERFORM 008-CONFERIR-CALENDARIO

           IF WS-PARM-VALIDO
               PERFORM 007-ABRIR-ARQUIVOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS DA RODADA E CARREGAR AS TABELAS         *
      *--------------------------------------------------------------*
       007-ABRIR-ARQUIVOS.

           IF LK-REINICIA-SIM
               PERFORM 011-CARREGAR-CHECKPOINT
           END-IF
           OPEN INPUT  ARQ-CADALU
           OPEN INPUT  ARQ-DEPTOS
           OPEN INPUT  ARQ-DISCIP
           OPEN INPUT  ARQ-MATRIC
           OPEN OUTPUT ARQ-ESTAT
           OPEN OUTPUT ARQ-PORTAL

              WS-FS-SUSPENT NOT = "00" OR
              WS-FS-DEPTOS NOT = "00" OR
              WS-FS-DISCIP NOT = "00" OR
              WS-FS-MATRIC NOT = "00" OR
              WS-FS-ESTAT NOT = "00" OR
              WS-FS-PORTAL NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
                       " DISCIP=" WS-FS-DISCIP
                       " ESTAT="  WS-FS-ESTAT
                       " PORTAL=" WS-FS-PORTAL
                       " MATRIC=" WS-FS-MATRIC
               MOVE 'N'   TO  WS-FL-PARM-OK
               MOVE  16   TO  LK-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
                   CLOSE  ARQ-SUSPENSO
                   CLOSE  ARQ-DEPTOS
                   CLOSE  ARQ-DISCIP
                   CLOSE  ARQ-MATRIC
                   CLOSE  ARQ-ESTAT
                   CLOSE  ARQ-PORTAL
                   MOVE 'N'   TO  WS-FL-PARM-OK
                       CLOSE  ARQ-SUSPENSO
                       CLOSE  ARQ-DEPTOS
                       CLOSE  ARQ-DISCIP
                       CLOSE  ARQ-MATRIC
                       CLOSE  ARQ-ESTAT
                       CLOSE  ARQ-PORTAL
                       CLOSE  ARQ-HISTORICO
                           CLOSE  ARQ-SUSPENSO
                           CLOSE  ARQ-DEPTOS
                           CLOSE  ARQ-DISCIP
                           CLOSE  ARQ-MATRIC
                           CLOSE  ARQ-ESTAT
                           CLOSE  ARQ-PORTAL
                           CLOSE  ARQ-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR NO CALENDARIO ACADEMICO SE O PERIODO DA RODADA   *
      *    ACEITA POSTAGEM DE NOTAS (SO PERIODO ABERTO). O DIARIO DE *
      *    RECUSAS E ABERTO AQUI (OPEN EXTEND, CAINDO PARA OPEN      *
      *    OUTPUT) E FICA ABERTO ATE O TERMINO                       *
      *--------------------------------------------------------------*
       008-CONFERIR-CALENDARIO.

           OPEN EXTEND ARQ-RECUSA
           IF WS-FS-RECUSA = "35"
               OPEN OUTPUT ARQ-RECUSA
           END-IF
           IF WS-FS-RECUSA = "00"
               MOVE  'S'  TO  WS-FL-RECUSA-ABERTO
           ELSE
               DISPLAY "AVISO: DIARIO DE RECUSAS (RECUSA) NAO "
                       "GRAVADO - " WS-FS-RECUSA
           END-IF

           MOVE  SPACES  TO  WS-MOTIVO-RECUSA
           MOVE  SPACE   TO  WS-STATUS-CALEND

           OPEN INPUT ARQ-CALEND
           IF WS-FS-CALEND NOT = "00"
               DISPLAY "ERRO AO ABRIR O CALENDARIO ACADEMICO"
               DISPLAY "CALEND=" WS-FS-CALEND
               MOVE 'N'   TO  WS-FL-PARM-OK
               MOVE  16   TO  LK-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               MOVE  LK-PERIODO  TO  CAL-PERIODO
               READ ARQ-CALEND
                   INVALID KEY
                       MOVE "PERIODO SEM CALENDARIO" TO
                                                 WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       MOVE  CAL-STATUS  TO  WS-STATUS-CALEND
                       EVALUATE TRUE
                           WHEN CAL-PERIODO-ABERTO
                               CONTINUE
                           WHEN CAL-JANELA-EXAME
                               MOVE "PERIODO EM JANELA DE EXAME" TO
                                                 WS-MOTIVO-RECUSA
                           WHEN CAL-PERIODO-FECHADO
                               MOVE "PERIODO ENCERRADO" TO
                                                 WS-MOTIVO-RECUSA
                           WHEN OTHER
                               MOVE "SITUACAO DE CALENDARIO INVALIDA"
                                              TO WS-MOTIVO-RECUSA
                       END-EVALUATE
               END-READ
               CLOSE ARQ-CALEND

               IF WS-MOTIVO-RECUSA NOT = SPACES
                   DISPLAY "RODADA RECUSADA PELO CALENDARIO - PERIODO "
                           LK-PERIODO " - " WS-MOTIVO-RECUSA
                   MOVE  ZEROS  TO  WS-CHAVE-RECUSA
                   PERFORM 058-GRAVAR-RECUSA
                   MOVE 'N'   TO  WS-FL-PARM-OK
                   MOVE  16   TO  LK-COD-RETORNO
                   MOVE 'S'   TO  WS-FIM
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NO DIARIO DE RECUSAS (SE ABERTO)       *
      *--------------------------------------------------------------*
       058-GRAVAR-RECUSA.

           IF WS-FL-RECUSA-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RECUSA
               MOVE  "CGPRG02M"        TO  RCS-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RCS-DATA
               MOVE  WS-HORA-HHMMSS    TO  RCS-HORA
               MOVE  LK-PERIODO        TO  RCS-PERIODO
               MOVE  WS-STATUS-CALEND  TO  RCS-STATUS
               MOVE  WS-RCS-RA         TO  RCS-RA
               MOVE  WS-RCS-NR-DPTO    TO  RCS-NR-DPTO
               MOVE  WS-RCS-NR-DISC    TO  RCS-NR-DISC
               MOVE  WS-MOTIVO-RECUSA  TO  RCS-MOTIVO
               WRITE REG-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "I" DESTA EXECUCAO NO DIARIO (OPEN      *
      *    EXTEND, CAINDO PARA OPEN OUTPUT SE AINDA NAO EXISTIR,     *
      *    COMO A TRILHA DE AUDITORIA; O DIARIO FICA ABERTO ATE O    *
      *            DEPARTAMENTO TAMBEM REJEITA ANTES DAS NOTAS.
                   PERFORM 046-VALIDAR-DISCIPLINA

      *            POR ULTIMO, O ALUNO PRECISA CONSTAR DA RELACAO DE
      *            MATRICULADOS DA DISCIPLINA NO PERIODO DA RODADA.
                   PERFORM 034-VALIDAR-MATRICULA
                   IF WS-REG-INVALIDO AND
                      WS-MOTIVO-REJEICAO = "NAO MATRICULAD:"
                       ADD   1  TO  WS-CT-NAO-MATRICULADO
                   END-IF

      *            A QUANTIDADE DE COMPONENTES INFORMADA SO PODE SER
      *            USADA COMO LIMITE DO PERFORM SE ESTIVER DENTRO DA
      *            FAIXA DA TABELA (1 A 4) - DO CONTRARIO O REGISTRO

           PERFORM 026-VALIDAR-ALUNO
           PERFORM 046-VALIDAR-DISCIPLINA
           PERFORM 034-VALIDAR-MATRICULA

           IF WS-REG-VALIDO
               IF AS-QTD-COMPON < 1 OR AS-QTD-COMPON > 4
                   MOVE  SPACES          TO  AUD-IMAGEM-ANTES
                   PERFORM 038-GRAVAR-AUDITORIA
               NOT INVALID KEY
      *            REGISTRO JA FINALIZADO PELO CICLO DE EXAME
      *            (CGPRG04M OU FECHAMENTO DO CGPRG09M) NAO E
      *            REGRAVADO: A NOTA REENVIADA VAI PARA O DIARIO DE
      *            RECUSAS E O PORTAL RECEBE O RESULTADO OFICIAL.
                   IF HIST-EXAME-APLICADO
                       PERFORM 042-PRESERVAR-EXAME
                   ELSE
                       MOVE  REG-HISTORICO   TO  WS-IMAGEM-ANTERIOR
                       MOVE  WS-IMAGEM-NOVA  TO  REG-HISTORICO
                       REWRITE REG-HISTORICO
                       MOVE  "A"             TO  AUD-TIPO-ACAO
                       MOVE  WS-IMAGEM-ANTERIOR TO AUD-IMAGEM-ANTES
                       PERFORM 038-GRAVAR-AUDITORIA
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    PRESERVAR O REGISTRO FINALIZADO PELO EXAME: REGISTRA A    *
      *    RECUSA E DEVOLVE A MEDIA E A SITUACAO FINAIS PARA O       *
      *    EXTRATO DO PORTAL NAO DIVERGIR DO HISTORICO               *
      *--------------------------------------------------------------*
       042-PRESERVAR-EXAME.

           ADD   1                 TO  WS-CT-EXAME-PRESERVADO

           DISPLAY "REGISTRO FINALIZADO POR EXAME NAO REGRAVADO - RA="
                   WS-RA " DISC=" WS-NR-DISC

           MOVE  WS-RA             TO  WS-RCS-RA
           MOVE  WS-DPTO-CORRENTE  TO  WS-RCS-NR-DPTO
           MOVE  WS-NR-DISC        TO  WS-RCS-NR-DISC
           MOVE  "REGISTRO FINALIZADO POR EXAME" TO WS-MOTIVO-RECUSA
           PERFORM 058-GRAVAR-RECUSA

           MOVE  HIST-MEDIA        TO  AS-MEDIA
           MOVE  HIST-SITUACAO     TO  WS-SITUACAO
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DO ALUNO PROCESSADO NO EXTRATO DO PORTAL *
      *--------------------------------------------------------------*
       039-GRAVAR-PORTAL.
       047-FIM-COMPARAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERIR O DETALHE CONTRA A RELACAO DE MATRICULADOS: O    *
      *    ALUNO PRECISA ESTAR MATRICULADO NA DISCIPLINA DO          *
      *    DEPARTAMENTO NO PERIODO DA RODADA (CHAVE RA+PERIODO+      *
      *    DEPARTAMENTO+DISCIPLINA), SENAO VAI PARA O SUSPENSO       *
      *--------------------------------------------------------------*
       034-VALIDAR-MATRICULA.

           IF WS-REG-VALIDO
               MOVE  ENT-RA       TO  MAT-RA
               MOVE  LK-PERIODO   TO  MAT-PERIODO
               MOVE  ENT-NR-DPTO  TO  MAT-NR-DPTO
               MOVE  ENT-NR-DISC  TO  MAT-NR-DISC

               READ ARQ-MATRIC
                   INVALID KEY
                       MOVE  'N'               TO  WS-FL-REG-VALIDO
                       MOVE  "NAO MATRICULAD:" TO  WS-MOTIVO-REJEICAO
                       MOVE  ZEROS             TO  WS-NOTA-REJEITADA
               END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    VALIDAR SE A NOTA DO COMPONENTE ESTA NA FAIXA 0,00-10,00  *
      *--------------------------------------------------------------*
       031-VALIDAR-NOTA.
               CLOSE ARQ-SUSPENSO
               CLOSE ARQ-DEPTOS
               CLOSE ARQ-DISCIP
               CLOSE ARQ-MATRIC
               CLOSE ARQ-ESTAT
               CLOSE ARQ-PORTAL
               IF WS-TOT-EXIB-GERAL + WS-TOT-REJ-GERAL = ZEROS

           PERFORM 057-GRAVAR-FIM-RUNLOG

           IF WS-FL-RECUSA-ABERTO = 'S'
               CLOSE ARQ-RECUSA
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "REGISTROS EXIBIDOS   = " WS-TOT-EXIB-GERAL
           MOVE  WS-ED-CONTADOR                    TO WS-RPT-VALOR
           WRITE REG-SYSRPT FROM WS-REG-RELATORIO

           MOVE  SPACES                            TO WS-REG-RELATORIO
           MOVE  "REJEITADOS SEM MATRICULA NA DISC." TO WS-RPT-ROTULO
           MOVE  WS-CT-NAO-MATRICULADO             TO WS-ED-CONTADOR
           MOVE  WS-ED-CONTADOR                    TO WS-RPT-VALOR
           WRITE REG-SYSRPT FROM WS-REG-RELATORIO

           MOVE  SPACES                            TO WS-REG-RELATORIO
           MOVE  "FINALIZADOS POR EXAME NAO REGRAVADOS"
                                                    TO WS-RPT-ROTULO
           MOVE  WS-CT-EXAME-PRESERVADO            TO WS-ED-CONTADOR
           MOVE  WS-ED-CONTADOR                    TO WS-RPT-VALOR
           WRITE REG-SYSRPT FROM WS-REG-RELATORIO

           MOVE  SPACES                            TO WS-REG-RELATORIO
           MOVE  "REGISTROS EXPORTADOS AO PORTAL"  TO WS-RPT-ROTULO
           MOVE  WS-CT-EXPORTADOS                  TO WS-ED-QTD-TRL

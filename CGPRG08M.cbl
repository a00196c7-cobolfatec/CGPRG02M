      *                  PRESENCA MINIMA DO CGPRG02M) PASSA A SER    *
      *                  ACEITA COM QUALQUER MEDIA: A REPROVACAO     *
      *                  POR FREQUENCIA INDEPENDE DAS FAIXAS.        *
      * 15/10/2026 MCN - INCLUIDO O DIARIO DE EXECUCOES (ARQ-RUNLOG, *
      *                  COPY RUNLREG): REGISTRO I NA PARTIDA E F NO *
      *                  TERMINO COM OS MODOS UNLOAD E RELOAD, OS    *
      *                  CONTADORES E O CODIGO DE RETORNO, COMO NOS  *
      *                  DEMAIS PROGRAMAS DA SUITE. O ENCERRAMENTO   *
      *                  DO PERIODO (CGPRG18M) SO CERTIFICA O        *
      *                  PERIODO COM UMA VERIFICACAO (UNLOAD) SEM    *
      *                  ANOMALIAS POSTERIOR A ULTIMA POSTAGEM NO    *
      *                  HISTORICO.                                  *
      * 15/10/2026 MCN - A SITUACAO APROVEITADO (DISCIPLINA          *
      *                  APROVEITADA NA TRANSFERENCIA DE             *
      *                  DEPARTAMENTO, GRAVADA PELO CGPRG19M COM AS  *
      *                  NOTAS E A MEDIA DA DISCIPLINA DE ORIGEM) E  *
      *                  CONFERIDA COM AS MESMAS FAIXAS DE MEDIA DO  *
      *                  APROVADO.                                   *
      * 15/10/2026 MCN - A RECONCILIACAO PASSA A SOMAR AOS TOTAIS DA *
      *                  TRILHA VIVA OS TOTAIS DE CONTROLE DOS       *
      *                  PERIODOS JA ARQUIVADOS PELO CGPRG24M        *
      *                  (ARQ-AUDCTL, COPY ACTLREG), PARA CONTINUAR  *
      *                  BATENDO DEPOIS DO ARQUIVAMENTO. AS          *
      *                  ALTERACOES ARQUIVADAS NAO SAO CONFERIDAS DE *
      *                  NOVO CONTRA O HISTORICO.                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-AUDCTL      ASSIGN TO "AUDCTL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDCTL.
           SELECT ARQ-CTLHIS      ASSIGN TO "CTLHIS"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-CTLHIS.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
      *=============*
           LABEL RECORD STANDARD.
           COPY AUDTREG.

      *-----> TOTAIS DE CONTROLE DOS PERIODOS JA ARQUIVADOS PELO
      *       CGPRG24M (COPY ACTLREG); AUSENTE ENQUANTO NADA FOI
      *       ARQUIVADO
       FD  ARQ-AUDCTL
           LABEL RECORD STANDARD.
           COPY ACTLREG.

       FD  ARQ-CTLHIS
           LABEL RECORD STANDARD.
       01  REG-CTLHIS               PIC X(132).

      *-----> DIARIO DE EXECUCOES DO SISTEMA (COPY RUNLREG):
      *       REGISTRO "I" NA PARTIDA E "F" NO TERMINO
       FD  ARQ-RUNLOG
           LABEL RECORD STANDARD.
           COPY RUNLREG.

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-FS-BACKUP           PIC X(02) VALUE "00".
       77  WS-FS-AUDITORIA        PIC X(02) VALUE "00".
       77  WS-FS-CTLHIS           PIC X(02) VALUE "00".
       77  WS-FS-AUDCTL           PIC X(02) VALUE "00".

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE SPACES.
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).

      *-----> VERIFICACAO DO UNLOAD: SEQUENCIA DE CHAVE, MEDIA
      *       RECALCULADA DAS NOTAS/PESOS (MESMAS PICTURES DO
       77  WS-CT-AUD-ALTERACOES   PIC 9(07) VALUE ZEROS.
       77  WS-FL-TEM-TRILHA       PIC X(01) VALUE "N".

      *-----> PARTE DA TRILHA JA ARQUIVADA (ARQUIVO MORTO DO
      *       CGPRG24M): ENTRA NA RECONCILIACAO PELOS TOTAIS DE
      *       CONTROLE GRAVADOS NO ARQUIVAMENTO, SOMADOS AOS DA
      *       TRILHA VIVA; AS ALTERACOES ARQUIVADAS NAO SAO
      *       CONFERIDAS DE NOVO CONTRA O HISTORICO
       77  WS-FIM-AUDCTL          PIC X(01) VALUE "N".
       77  WS-CT-CTL-LIDOS        PIC 9(05) VALUE ZEROS.
       77  WS-CT-ARQ-INCLUSOES    PIC 9(09) VALUE ZEROS.
       77  WS-CT-ARQ-ALTERACOES   PIC 9(09) VALUE ZEROS.
       77  WS-HASH-ARQ            PIC 9(15) VALUE ZEROS.
       77  WS-CT-INCLUSOES-TOTAL  PIC 9(09) VALUE ZEROS.
       77  WS-HASH-TOTAL          PIC 9(15) VALUE ZEROS.

      *-----> TOTALIZADORES E CONTADORES DE ANOMALIA
       77  WS-CT-HIST-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-DESCARREGADOS    PIC 9(07) VALUE ZEROS.
               CLOSE ARQ-FUNCAO
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCAO-UNLOAD
                   MOVE  "UNLOAD"  TO  WS-MODO-EXECUCAO
               WHEN WS-FUNCAO-RELOAD
                   MOVE  "RELOAD"  TO  WS-MODO-EXECUCAO
               WHEN OTHER
                   MOVE  SPACES    TO  WS-MODO-EXECUCAO
           END-EVALUATE
           PERFORM 009-GRAVAR-INICIO-RUNLOG

           IF NOT WS-FUNCAO-UNLOAD AND NOT WS-FUNCAO-RELOAD
               DISPLAY "CARTAO DE FUNCAO INVALIDO OU AUSENTE "
                       "(ESPERADO U OU R) - " WS-FUNCAO-EXECUCAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "I" DESTA EXECUCAO NO DIARIO (OPEN      *
      *    EXTEND, CAINDO PARA OPEN OUTPUT SE AINDA NAO EXISTIR;     *
      *    FALHA DE ABERTURA E SO AVISO)                             *
      *--------------------------------------------------------------*
       009-GRAVAR-INICIO-RUNLOG.

           OPEN EXTEND ARQ-RUNLOG
           IF WS-FS-RUNLOG = "35"
               OPEN OUTPUT ARQ-RUNLOG
           END-IF

           IF WS-FS-RUNLOG = "00"
               MOVE  'S'  TO  WS-FL-RUNLOG-ABERTO
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "I"               TO  RUN-TIPO-REG
               MOVE  "CGPRG08M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               MOVE  ZEROS             TO  RUN-QTD-PROCESSADOS
                                           RUN-QTD-REJEITADOS
                                           RUN-COD-RETORNO
               WRITE REG-RUNLOG
           ELSE
               DISPLAY "AVISO: DIARIO DE EXECUCOES (RUNLOG) NAO "
                       "GRAVADO - " WS-FS-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS CONFORME A FUNCAO PEDIDA                *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           EVALUATE HIST-SITUACAO
               WHEN "APROVADO"
               WHEN "APROVEITADO"
                   IF HIST-EXAME-APLICADO
                       IF HIST-MEDIA < 5,00
                           ADD   1  TO  WS-CT-ANO-SITUACAO
                   UNTIL WS-FIM-AUDITORIA = 'S'
               CLOSE ARQ-AUDITORIA

               PERFORM 046-SOMAR-ARQUIVAMENTO
               COMPUTE WS-CT-INCLUSOES-TOTAL =
                       WS-CT-AUD-INCLUSOES + WS-CT-ARQ-INCLUSOES
               COMPUTE WS-HASH-TOTAL =
                       WS-HASH-AUD + WS-HASH-ARQ

               IF WS-CT-DESCARREGADOS NOT = WS-CT-INCLUSOES-TOTAL
                   MOVE  ZEROS  TO  WS-ANO-RA
                                    WS-ANO-PERIODO
                                    WS-ANO-NR-DPTO
                                     TO  WS-ANO-DESCRICAO
                   PERFORM 040-IMPRIMIR-ANOMALIA
               END-IF
               IF WS-HASH-RA NOT = WS-HASH-TOTAL
                   MOVE  ZEROS  TO  WS-ANO-RA
                                    WS-ANO-PERIODO
                                    WS-ANO-NR-DPTO
           END-READ
           .
      *--------------------------------------------------------------*
      *    SOMAR OS TOTAIS DE CONTROLE DOS PERIODOS JA ARQUIVADOS    *
      *    (ARQUIVO AUSENTE = NADA ARQUIVADO AINDA; OUTRA FALHA DE   *
      *    ABERTURA E ANOMALIA, POIS A CONTAGEM FICARIA INCOMPLETA)  *
      *--------------------------------------------------------------*
       046-SOMAR-ARQUIVAMENTO.

           OPEN INPUT ARQ-AUDCTL

           IF WS-FS-AUDCTL = "00"
               MOVE  'N'  TO  WS-FIM-AUDCTL
               PERFORM 047-LER-CONTROLE THRU 047-FIM-LER-CONTROLE
                   UNTIL WS-FIM-AUDCTL = 'S'
               CLOSE ARQ-AUDCTL
           ELSE
               IF WS-FS-AUDCTL NOT = "35"
                   MOVE  ZEROS  TO  WS-ANO-RA
                                    WS-ANO-PERIODO
                                    WS-ANO-NR-DPTO
                                    WS-ANO-NR-DISC
                   MOVE  "TOTAIS DO ARQUIVO MORTO NAO ABERTOS"
                                     TO  WS-ANO-DESCRICAO
                   PERFORM 040-IMPRIMIR-ANOMALIA
               END-IF
           END-IF
           .
       047-LER-CONTROLE.

           READ ARQ-AUDCTL
               AT END
                   MOVE 'S'  TO  WS-FIM-AUDCTL
               NOT AT END
                   ADD   1                   TO  WS-CT-CTL-LIDOS
                   ADD   ACT-QTD-INCLUSOES   TO  WS-CT-ARQ-INCLUSOES
                   ADD   ACT-QTD-ALTERACOES  TO  WS-CT-ARQ-ALTERACOES
                   ADD   ACT-HASH-RA         TO  WS-HASH-ARQ
           END-READ
           .
       047-FIM-LER-CONTROLE.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "FUNCAO EXECUTADA       = " WS-FUNCAO-EXECUCAO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG08M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO            *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG08M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               IF WS-FUNCAO-UNLOAD
                   MOVE  WS-CT-DESCARREGADOS TO RUN-QTD-PROCESSADOS
               ELSE
                   MOVE  WS-CT-RECARREGADOS  TO RUN-QTD-PROCESSADOS
               END-IF
               MOVE  WS-CT-ANOMALIAS   TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DO RELATORIO DE CONTROLE          *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-CTLHIS FROM WS-REG-RESUMO

               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "INCLUSOES NO ARQUIVO MORTO"  TO  WS-RES-ROTULO
               MOVE  WS-CT-ARQ-INCLUSOES           TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-CTLHIS FROM WS-REG-RESUMO

               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "ALTERACOES NO ARQUIVO MORTO" TO  WS-RES-ROTULO
               MOVE  WS-CT-ARQ-ALTERACOES          TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-CTLHIS FROM WS-REG-RESUMO

               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "HASH DE RA DO ARQUIVO"       TO  WS-RES-ROTULO
               MOVE  WS-HASH-RA                    TO  WS-RES-VALOR
               MOVE  "HASH DE RA DA TRILHA"        TO  WS-RES-ROTULO
               MOVE  WS-HASH-AUD                   TO  WS-RES-VALOR
               WRITE REG-CTLHIS FROM WS-REG-RESUMO

               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "HASH DE RA DO ARQUIVO MORTO" TO  WS-RES-ROTULO
               MOVE  WS-HASH-ARQ                   TO  WS-RES-VALOR
               WRITE REG-CTLHIS FROM WS-REG-RESUMO
           ELSE
               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "REGISTROS RECARREGADOS"      TO  WS-RES-ROTULO

      *                  HIST-FREQUENCIA NO COPY HISTREG (QUEM       *
      *                  REPROVA POR FALTA NAO ENTRA EM RECUPERACAO, *
      *                  ENTAO NAO E CONVOCADO NEM FECHADO AQUI).    *
      * 15/10/2026 MCN - O FECHAMENTO (FUNCAO F) PASSA A CONFERIR O  *
      *                  PERIODO NO CALENDARIO ACADEMICO             *
      *                  (ARQ-CALEND, COPY CALEREG) ANTES DE ABRIR O *
      *                  HISTORICO: SO E ACEITO COM O PERIODO NA     *
      *                  JANELA DE EXAME (SITUACAO E). PERIODO SEM   *
      *                  CALENDARIO, AINDA ABERTO OU JA ENCERRADO    *
      *                  RECUSA A RODADA COM CODIGO 16 E A RECUSA E  *
      *                  GRAVADA NO DIARIO DE RECUSAS (ARQ-RECUSA,   *
      *                  COPY RECUREG). A CONVOCACAO NAO GRAVA NO    *
      *                  HISTORICO E NAO E CONFERIDA. INCLUIDO O     *
      *                  DIARIO DE EXECUCOES (ARQ-RUNLOG, COPY       *
      *                  RUNLREG) COM OS MODOS CONVOC E FECHAM, PARA *
      *                  O ENCERRAMENTO DO PERIODO (CGPRG18M)        *
      *                  CONFERIR A ORDEM DAS RODADAS.               *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQ-RELCON      ASSIGN TO "RELCON"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELCON.
           SELECT ARQ-CALEND      ASSIGN TO "CALEND"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-RECUSA      ASSIGN TO "RECUSA"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RECUSA.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
      *=============*
           LABEL RECORD STANDARD.
       01  REG-RELCON               PIC X(132).

      *-----> CALENDARIO ACADEMICO (COPY CALEREG, INDEXADO POR
      *       PERIODO): O FECHAMENTO SO RODA NA JANELA DE EXAME
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

      *-----> DIARIO DE RECUSAS DE POSTAGEM (COPY RECUREG)
       FD  ARQ-RECUSA
           LABEL RECORD STANDARD.
           COPY RECUREG.

      *-----> DIARIO DE EXECUCOES DO SISTEMA (COPY RUNLREG):
      *       REGISTRO "I" NA PARTIDA E "F" NO TERMINO
       FD  ARQ-RUNLOG
           LABEL RECORD STANDARD.
           COPY RUNLREG.

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-FS-AUDITORIA        PIC X(02) VALUE "00".
       77  WS-FS-RELCON           PIC X(02) VALUE "00".

      *-----> CALENDARIO ACADEMICO E DIARIO DE RECUSAS (SO NO
      *       FECHAMENTO, QUE E A FUNCAO QUE GRAVA NO HISTORICO)
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-RECUSA           PIC X(02) VALUE "00".
       77  WS-STATUS-CALEND       PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-RECUSA       PIC X(30) VALUE SPACES.

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE SPACES.

      *-----> CATALOGO DE DISCIPLINAS CARREGADO NO INICIO (ATE 200
      *       ENTRADAS, COMO NO CGPRG02M)
       77  WS-FIM-DISCIP          PIC X(01) VALUE "N".
               CLOSE ARQ-PERIODO
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCAO-CONVOCACAO
                   MOVE  "CONVOC"  TO  WS-MODO-EXECUCAO
               WHEN WS-FUNCAO-FECHAMENTO
                   MOVE  "FECHAM"  TO  WS-MODO-EXECUCAO
               WHEN OTHER
                   MOVE  SPACES    TO  WS-MODO-EXECUCAO
           END-EVALUATE
           PERFORM 009-GRAVAR-INICIO-RUNLOG

           EVALUATE TRUE
               WHEN NOT WS-FUNCAO-CONVOCACAO AND
                    NOT WS-FUNCAO-FECHAMENTO
                   MOVE  16   TO  WS-COD-RETORNO
                   MOVE 'S'   TO  WS-FIM
               WHEN OTHER
      *            SO O FECHAMENTO GRAVA NO HISTORICO: ELE PRECISA DO
      *            PERIODO NA JANELA DE EXAME DO CALENDARIO.
                   IF WS-FUNCAO-FECHAMENTO
                       PERFORM 011-CONFERIR-CALENDARIO
                   END-IF
                   IF WS-ARQS-OK
                       PERFORM 012-ABRIR-ARQUIVOS
                   END-IF
           END-EVALUATE
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
               MOVE  "CGPRG09M"        TO  RUN-PROGRAMA
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
      *    CONFERIR NO CALENDARIO ACADEMICO SE O PERIODO ESTA NA     *
      *    JANELA DE EXAME; SE NAO ESTIVER, A RODADA E RECUSADA E A  *
      *    RECUSA VAI PARA O DIARIO DE RECUSAS                       *
      *--------------------------------------------------------------*
       011-CONFERIR-CALENDARIO.

           MOVE  SPACES  TO  WS-MOTIVO-RECUSA
           MOVE  SPACE   TO  WS-STATUS-CALEND

           OPEN INPUT ARQ-CALEND
           IF WS-FS-CALEND NOT = "00"
               DISPLAY "ERRO AO ABRIR O CALENDARIO ACADEMICO"
               DISPLAY "CALEND=" WS-FS-CALEND
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               MOVE  WS-PERIODO-EXECUCAO  TO  CAL-PERIODO
               READ ARQ-CALEND
                   INVALID KEY
                       MOVE "PERIODO SEM CALENDARIO" TO
                                                 WS-MOTIVO-RECUSA
                   NOT INVALID KEY
                       MOVE  CAL-STATUS  TO  WS-STATUS-CALEND
                       EVALUATE TRUE
                           WHEN CAL-JANELA-EXAME
                               CONTINUE
                           WHEN CAL-PERIODO-ABERTO
                               MOVE "PERIODO FORA DA JANELA DE EXAME"
                                              TO WS-MOTIVO-RECUSA
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
                   DISPLAY "FECHAMENTO RECUSADO PELO CALENDARIO - "
                           "PERIODO " WS-PERIODO-EXECUCAO " - "
                           WS-MOTIVO-RECUSA
                   PERFORM 013-GRAVAR-RECUSA
                   MOVE 'N'   TO  WS-FL-ARQS-OK
                   MOVE  16   TO  WS-COD-RETORNO
                   MOVE 'S'   TO  WS-FIM
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A RECUSA DA RODADA NO DIARIO DE RECUSAS (OPEN      *
      *    EXTEND, CAINDO PARA OPEN OUTPUT; FALHA E SO AVISO)        *
      *--------------------------------------------------------------*
       013-GRAVAR-RECUSA.

           OPEN EXTEND ARQ-RECUSA
           IF WS-FS-RECUSA = "35"
               OPEN OUTPUT ARQ-RECUSA
           END-IF

           IF WS-FS-RECUSA = "00"
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES               TO  REG-RECUSA
               MOVE  "CGPRG09M"           TO  RCS-PROGRAMA
               MOVE  WS-DATA-SISTEMA      TO  RCS-DATA
               MOVE  WS-HORA-HHMMSS       TO  RCS-HORA
               MOVE  WS-PERIODO-EXECUCAO  TO  RCS-PERIODO
               MOVE  WS-STATUS-CALEND     TO  RCS-STATUS
               MOVE  ZEROS                TO  RCS-RA
                                              RCS-NR-DPTO
                                              RCS-NR-DISC
               MOVE  WS-MOTIVO-RECUSA     TO  RCS-MOTIVO
               WRITE REG-RECUSA
               CLOSE ARQ-RECUSA
           ELSE
               DISPLAY "AVISO: DIARIO DE RECUSAS (RECUSA) NAO "
                       "GRAVADO - " WS-FS-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS CONFORME A FUNCAO PEDIDA                *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "FUNCAO EXECUTADA       = " WS-FUNCAO-EXECUCAO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG09M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO            *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG09M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               IF WS-FUNCAO-CONVOCACAO
                   MOVE  WS-CT-CONVOCADOS  TO  RUN-QTD-PROCESSADOS
               ELSE
                   MOVE  WS-CT-FECHADOS    TO  RUN-QTD-PROCESSADOS
               END-IF
               MOVE  ZEROS             TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

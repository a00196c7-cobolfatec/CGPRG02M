      *                  SEJA A MEDIA CORRIGIDA, E A FREQUENCIA SAI  *
      *                  NA LINHA REGERADA DO PORTAL. IMAGENS DE     *
      *                  AUDITORIA ALARGADAS PARA 104 BYTES.         *
      * 15/10/2026 MCN - INCLUIDO O CALENDARIO ACADEMICO             *
      *                  (ARQ-CALEND, COPY CALEREG): A RETIFICACAO   *
      *                  SO E ACEITA COM O PERIODO DA TRANSACAO      *
      *                  ABERTO OU NA JANELA DE EXAME (SITUACOES A E *
      *                  E). PERIODO SEM CALENDARIO OU JA ENCERRADO  *
      *                  REJEITA A TRANSACAO COM MOTIVO PROPRIO E    *
      *                  GRAVA A RECUSA NO DIARIO DE RECUSAS         *
      *                  (ARQ-RECUSA, COPY RECUREG). INCLUIDO O      *
      *                  DIARIO DE EXECUCOES (ARQ-RUNLOG, COPY       *
      *                  RUNLREG, MODO RETIFIC), PARA O ENCERRAMENTO *
      *                  DO PERIODO (CGPRG18M) CONFERIR A ORDEM DAS  *
      *                  RODADAS.                                    *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQ-RELRET      ASSIGN TO "RELRET"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELRET.
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
       01  REG-RELRET               PIC X(132).

      *-----> CALENDARIO ACADEMICO (COPY CALEREG, INDEXADO POR
      *       PERIODO): PERIODO ENCERRADO NAO ACEITA RETIFICACAO
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

       77  WS-FS-PORCOR           PIC X(02) VALUE "00".
       77  WS-FS-RELRET           PIC X(02) VALUE "00".

      *-----> CALENDARIO ACADEMICO: A SITUACAO DO ULTIMO PERIODO
      *       CONSULTADO FICA GUARDADA; O MOTIVO CURTO VAI PARA O
      *       RELATORIO E O LONGO PARA O DIARIO DE RECUSAS, CUJA
      *       FALHA DE ABERTURA E SO AVISO, COMO A DO RUNLOG
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-RECUSA           PIC X(02) VALUE "00".
       77  WS-FL-RECUSA-ABERTO    PIC X(01) VALUE "N".
       77  WS-PERIODO-CALEND      PIC 9(05) VALUE ZEROS.
       77  WS-STATUS-CALEND       PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-CALEND       PIC X(16) VALUE SPACES.
       77  WS-MOTIVO-RECUSA       PIC X(30) VALUE SPACES.

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE "RETIFIC".

      *-----> RECALCULO DA MEDIA PONDERADA (MESMAS PICTURES E
      *       FAIXAS DE SITUACAO DO CGPRG02M)
       77  WS-IDX-COMP            PIC 9(01) COMP.
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

           PERFORM 009-GRAVAR-INICIO-RUNLOG

           OPEN INPUT  ARQ-RETIF
           OPEN I-O    ARQ-HISTORICO
           OPEN INPUT  ARQ-CALEND
           OPEN OUTPUT ARQ-PORCOR
           OPEN OUTPUT ARQ-RELRET

               OPEN OUTPUT ARQ-AUDITORIA
           END-IF

      *    O DIARIO DE RECUSAS SEGUE O PADRAO DO RUNLOG: OPEN EXTEND,
      *    CAINDO PARA OPEN OUTPUT, E FALHA DE ABERTURA E SO AVISO.
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

           IF WS-FS-RETIF     NOT = "00" OR
              WS-FS-HISTORICO NOT = "00" OR
              WS-FS-AUDITORIA NOT = "00" OR
              WS-FS-PORCOR    NOT = "00" OR
              WS-FS-RELRET    NOT = "00" OR
              WS-FS-CALEND    NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "RETIFIC="   WS-FS-RETIF
                       " HISTAL="   WS-FS-HISTORICO
                       " AUDITAL="  WS-FS-AUDITORIA
                       " PORCOR="   WS-FS-PORCOR
                       " RELRET="   WS-FS-RELRET
                       " CALEND="   WS-FS-CALEND
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
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
               MOVE  "CGPRG11M"        TO  RUN-PROGRAMA
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
      *    GRAVAR O HEADER DA REMESSA DE CORRECAO PARA O PORTAL      *
      *--------------------------------------------------------------*
       017-GRAVAR-HEADER-PORTAL.

           PERFORM 031-VALIDAR-TRANSACAO

      *    O PERIODO DA TRANSACAO PRECISA ACEITAR POSTAGEM NO
      *    CALENDARIO ACADEMICO (ABERTO OU EM JANELA DE EXAME).
           IF WS-TRANS-VALIDA
               PERFORM 016-CONFERIR-CALENDARIO
           END-IF

           IF WS-TRANS-VALIDA
               PERFORM 032-LOCALIZAR-REGISTRO
           END-IF
       034-FIM-VALIDAR-NOTA.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERIR O PERIODO DA TRANSACAO NO CALENDARIO ACADEMICO   *
      *    (A SITUACAO E RELIDA SO QUANDO O PERIODO MUDA)            *
      *--------------------------------------------------------------*
       016-CONFERIR-CALENDARIO.

           IF REC-PERIODO NOT = WS-PERIODO-CALEND
               PERFORM 019-CONSULTAR-CALENDARIO
           END-IF

           IF WS-MOTIVO-CALEND NOT = SPACES
               MOVE  'N'               TO  WS-FL-TRANS-OK
               MOVE  WS-MOTIVO-CALEND  TO  WS-MOTIVO-REJEICAO
               PERFORM 018-GRAVAR-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER NO CALENDARIO A SITUACAO DO PERIODO DA TRANSACAO      *
      *--------------------------------------------------------------*
       019-CONSULTAR-CALENDARIO.

           MOVE  REC-PERIODO  TO  WS-PERIODO-CALEND
           MOVE  SPACES       TO  WS-MOTIVO-CALEND
                                  WS-MOTIVO-RECUSA
           MOVE  SPACE        TO  WS-STATUS-CALEND

           MOVE  REC-PERIODO  TO  CAL-PERIODO
           READ ARQ-CALEND
               INVALID KEY
                   MOVE  "PER SEM CALEND. "  TO  WS-MOTIVO-CALEND
                   MOVE  "PERIODO SEM CALENDARIO" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE  CAL-STATUS  TO  WS-STATUS-CALEND
                   EVALUATE TRUE
                       WHEN CAL-PERIODO-ABERTO
                       WHEN CAL-JANELA-EXAME
                           CONTINUE
                       WHEN CAL-PERIODO-FECHADO
                           MOVE  "PERIODO FECHADO " TO WS-MOTIVO-CALEND
                           MOVE  "PERIODO ENCERRADO" TO
                                                     WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE  "CALEND. INVALIDO" TO WS-MOTIVO-CALEND
                           MOVE  "SITUACAO DE CALENDARIO INVALIDA"
                                                  TO WS-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DIARIO DE RECUSAS A RETIFICACAO RECUSADA PELO   *
      *    CALENDARIO (SE O DIARIO ESTIVER ABERTO)                   *
      *--------------------------------------------------------------*
       018-GRAVAR-RECUSA.

           IF WS-FL-RECUSA-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RECUSA
               MOVE  "CGPRG11M"        TO  RCS-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RCS-DATA
               MOVE  WS-HORA-HHMMSS    TO  RCS-HORA
               MOVE  REC-PERIODO       TO  RCS-PERIODO
               MOVE  WS-STATUS-CALEND  TO  RCS-STATUS
               MOVE  REC-RA            TO  RCS-RA
               MOVE  REC-NR-DPTO       TO  RCS-NR-DPTO
               MOVE  REC-NR-DISC       TO  RCS-NR-DISC
               MOVE  WS-MOTIVO-RECUSA  TO  RCS-MOTIVO
               WRITE REG-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O REGISTRO POSTADO PELA CHAVE COMPLETA E        *
      *    CONFERIR QUE AINDA PODE SER RETIFICADO                    *
      *--------------------------------------------------------------*
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-PORCOR
               CLOSE ARQ-RELRET
               CLOSE ARQ-CALEND

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-TRANS-LIDAS = ZEROS
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           IF WS-FL-RECUSA-ABERTO = 'S'
               CLOSE ARQ-RECUSA
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "TRANSACOES LIDAS       = " WS-CT-TRANS-LIDAS
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG11M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO            *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG11M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               MOVE  WS-CT-ACEITAS     TO  RUN-QTD-PROCESSADOS
               MOVE  WS-CT-REJEITADAS  TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

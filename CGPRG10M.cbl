      *                  MEDIAS). REMESSA NAO CONFIRMADA POR INTEIRO *
      *                  DEVOLVE RETURN-CODE 12, PARA O ESCALONADOR  *
      *                  SEGURAR O JOB DEPENDENTE.                   *
      * 15/10/2026 MCN - INCLUIDO O DIARIO DE EXECUCOES (ARQ-RUNLOG, *
      *                  COPY RUNLREG, MODO CONCIL): REGISTRO I NA   *
      *                  PARTIDA E F NO TERMINO COM OS CONTADORES E  *
      *                  O CODIGO DE RETORNO. O ENCERRAMENTO DO      *
      *                  PERIODO (CGPRG18M) SO CERTIFICA O PERIODO   *
      *                  COM UMA CONCILIACAO COMPLETA POSTERIOR A    *
      *                  ULTIMA RODADA DE NOTAS DO CGPRG02M.         *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQ-DIVPOR      ASSIGN TO "DIVPOR"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DIVPOR.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
      *=============*
           LABEL RECORD STANDARD.
       01  REG-DIVPOR               PIC X(132).

      *-----> DIARIO DE EXECUCOES DO SISTEMA (COPY RUNLREG):
      *       REGISTRO "I" NA PARTIDA E "F" NO TERMINO
       FD  ARQ-RUNLOG
           LABEL RECORD STANDARD.
           COPY RUNLREG.

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-FS-PORTRET          PIC X(02) VALUE "00".
       77  WS-FS-DIVPOR           PIC X(02) VALUE "00".

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE "CONCIL".
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).

      *-----> TABELA DO RETORNO DO PORTAL (ATE 1000 DETALHES),
      *       CARREGADA NO INICIO PARA O EXTRATO SER CASADO EM UMA
      *       UNICA PASSAGEM; RETORNO ALEM DO LIMITE IMPEDE A
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

           PERFORM 009-GRAVAR-INICIO-RUNLOG

           OPEN INPUT  ARQ-PORTAL
           OPEN INPUT  ARQ-PORTRET
           OPEN OUTPUT ARQ-DIVPOR
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
               MOVE  "CGPRG10M"        TO  RUN-PROGRAMA
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
      *    CARREGAR UM REGISTRO DO RETORNO DO PORTAL NA TABELA       *
      *--------------------------------------------------------------*
       015-CARREGAR-RETORNO.
               END-IF
           END-IF

           PERFORM 057-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "DETALHES DO EXTRATO    = " WS-CT-DETALHES-EXT
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG10M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO            *
      *--------------------------------------------------------------*
       057-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES              TO  REG-RUNLOG
               MOVE  "F"                 TO  RUN-TIPO-REG
               MOVE  "CGPRG10M"          TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA     TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS      TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO    TO  RUN-MODO
               MOVE  WS-CT-CONFIRMADOS   TO  RUN-QTD-PROCESSADOS
               MOVE  WS-CT-DIVERGENCIAS  TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO      TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DO RELATORIO DE DIVERGENCIAS      *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

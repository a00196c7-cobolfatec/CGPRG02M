       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG18M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. ENCERRAMENTO DO PERIODO    *
      *                  LETIVO PEDIDO NO CARTAO PERIODO (MESMO      *
      *                  CARTAO DO CGPRG00M), QUE ATE AQUI SE FAZIA  *
      *                  POR OFICIO DA SECRETARIA SEM CONFERENCIA    *
      *                  NENHUMA. ANTES DE FECHAR O PERIODO NO       *
      *                  CALENDARIO ACADEMICO (ARQ-CALEND, COPY      *
      *                  CALEREG) CONFERE: NENHUM ALUNO EM           *
      *                  RECUPERACAO NO HISTORICO (ARQ-HISTORICO),   *
      *                  ARQUIVO DE SUSPENSOS (SUSPOUT) VAZIO,       *
      *                  EXTRATO DO PORTAL DO PERIODO CONCILIADO     *
      *                  PELO CGPRG10M DEPOIS DA ULTIMA RODADA DO    *
      *                  CGPRG02M, E HISTORICO VERIFICADO SEM        *
      *                  ANOMALIAS PELO CGPRG08M (UNLOAD) DEPOIS DA  *
      *                  ULTIMA POSTAGEM (CGPRG02M, CGPRG04M,        *
      *                  FECHAMENTO DO CGPRG09M E CGPRG11M), ESTAS   *
      *                  DUAS ULTIMAS PELO DIARIO DE EXECUCOES       *
      *                  (ARQ-RUNLOG). O CERTIFICADO DE ENCERRAMENTO *
      *                  (RELENC) LISTA CADA CONFERENCIA; SO COM     *
      *                  TODAS EM ORDEM A SITUACAO DO PERIODO PASSA  *
      *                  A F (ENCERRADO), COM A DATA DE FECHAMENTO.  *
      *                  CONFERENCIA PENDENTE DEVOLVE RETURN-CODE    *
      *                  12.                                         *
      * 15/10/2026 MCN - O APROVEITAMENTO DE ESTUDOS DO CGPRG19M     *
      *                  TAMBEM GRAVA NO HISTORICO E PASSA A EXIGIR  *
      *                  NOVA VERIFICACAO DO CGPRG08M ANTES DO       *
      *                  ENCERRAMENTO.                               *
      * 15/10/2026 MCN - A ATUALIZACAO DE NOMES NO HISTORICO PELO    *
      *                  CGPRG23M (MODO ATUALIZ) TAMBEM PASSA A      *
      *                  EXIGIR NOVA VERIFICACAO DO CGPRG08M ANTES   *
      *                  DO ENCERRAMENTO.                            *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
       CONFIGURATION SECTION.
      *---------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA
           .
       INPUT-OUTPUT SECTION.
      *---------------------*
       FILE-CONTROL.
      *==> LOCAL PARA O SELECT DOS ARQUVOS
           SELECT ARQ-PERIODO     ASSIGN TO "PERIODO"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-PERIODO.
           SELECT ARQ-CALEND      ASSIGN TO "CALEND"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-SUSPENSO    ASSIGN TO "SUSPOUT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-SUSPENSO.
           SELECT ARQ-PORTAL      ASSIGN TO "PORTAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-PORTAL.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQ-RELENC      ASSIGN TO "RELENC"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELENC.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  ARQ-PERIODO
           LABEL RECORD STANDARD.
       01  REG-PERIODO.
           05 PER-PERIODO-LETIVO    PIC 9(05).

      *-----> CALENDARIO ACADEMICO (INDEXADO POR PERIODO): SO ESTE
      *       PROGRAMA PASSA UM PERIODO A SITUACAO F (ENCERRADO)
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

      *-----> HISTORICO ESCOLAR, LIDO INTEIRO NA ORDEM DA CHAVE (O RA
      *       VEM ANTES DO PERIODO, ENTAO NAO HA POSICIONAMENTO)
       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

      *-----> ARQUIVO DE SUSPENSOS DA ULTIMA RODADA DO CGPRG02M
      *       (MESMO LAYOUT DA FD DE LA): SO A QUANTIDADE INTERESSA
       FD  ARQ-SUSPENSO
           LABEL RECORD STANDARD.
       01  REG-SUSPENSO.
           05 SUS-DADOS             PIC X(84).
           05 SUS-MOTIVO            PIC X(15).

      *-----> EXTRATO PARA O PORTAL DO ALUNO (COPY PORTREG): SO O
      *       HEADER E LIDO, PARA CONFERIR O PERIODO DO EXTRATO
       FD  ARQ-PORTAL
           LABEL RECORD STANDARD.
           COPY PORTREG.

      *-----> DIARIO DE EXECUCOES DO SISTEMA (COPY RUNLREG): LIDO
      *       INTEIRO NA PARTIDA E DEPOIS REABERTO EM EXTEND PARA OS
      *       REGISTROS "I" E "F" DESTA EXECUCAO
       FD  ARQ-RUNLOG
           LABEL RECORD STANDARD.
           COPY RUNLREG.

       FD  ARQ-RELENC
           LABEL RECORD STANDARD.
       01  REG-RELENC               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-PERIODO-EXECUCAO    PIC 9(05) VALUE ZEROS.
       77  WS-FS-PERIODO          PIC X(02) VALUE "00".
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-SUSPENSO         PIC X(02) VALUE "00".
       77  WS-FS-PORTAL           PIC X(02) VALUE "00".
       77  WS-FS-RELENC           PIC X(02) VALUE "00".
       77  WS-STATUS-ANTERIOR     PIC X(01) VALUE SPACES.

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO NA
      *       GRAVACAO, MAS SEM O DIARIO AS CONFERENCIAS DO PORTAL E
      *       DA VERIFICACAO DO HISTORICO NAO TEM COMO PASSAR
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FIM-RUNLOG          PIC X(01) VALUE "N".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-FL-RUNLOG-LIDO      PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE "ENCERRA".
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-PARTES       REDEFINES WS-HORA-HHMMSS.
               10 WS-HORA-HH        PIC 9(02).
               10 WS-HORA-MM        PIC 9(02).
               10 WS-HORA-SS        PIC 9(02).
           05 WS-HORA-CENTESIMOS   PIC 9(02).
       77  WS-MOMENTO-CONFERENCIA PIC X(19) VALUE SPACES.

      *-----> SITUACAO APURADA NO DIARIO, NA ORDEM DE GRAVACAO: TODA
      *       RODADA DO CGPRG02M DESFAZ A CONCILIACAO DO PORTAL, E TODA
      *       POSTAGEM NO HISTORICO DESFAZ A VERIFICACAO DO CGPRG08M
       77  WS-FL-PORTAL-CONCILIADO PIC X(01) VALUE "N".
       77  WS-FL-HIST-VERIFICADO  PIC X(01) VALUE "N".

      *-----> CONTADORES DAS CONFERENCIAS
       77  WS-FIM-HISTORICO       PIC X(01) VALUE "N".
       77  WS-FIM-SUSPENSO        PIC X(01) VALUE "N".
       77  WS-CT-HIST-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-HIST-PERIODO     PIC 9(07) VALUE ZEROS.
       77  WS-CT-RECUPERACAO      PIC 9(07) VALUE ZEROS.
       77  WS-CT-SUSPENSOS        PIC 9(07) VALUE ZEROS.
       77  WS-CT-CONF-OK          PIC 9(01) VALUE ZEROS.
       77  WS-CT-CONF-FALHA       PIC 9(01) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> RESULTADO DE CADA CONFERENCIA ("S" = EM ORDEM) E A
      *       OBSERVACAO IMPRESSA QUANDO FALHA
       77  WS-FL-CONF-RECUP       PIC X(01) VALUE "N".
       77  WS-FL-CONF-SUSP        PIC X(01) VALUE "N".
       77  WS-FL-CONF-PORTAL      PIC X(01) VALUE "N".
       77  WS-FL-CONF-VERIF       PIC X(01) VALUE "N".
       77  WS-OBS-RECUP           PIC X(40) VALUE SPACES.
       77  WS-OBS-SUSP            PIC X(40) VALUE SPACES.
       77  WS-OBS-PORTAL          PIC X(40) VALUE SPACES.
       77  WS-OBS-VERIF           PIC X(40) VALUE SPACES.

      *-----> DATA AAAAMMDD DO CALENDARIO EDITADA DD/MM/AAAA
       01  WS-DATA-AUX            PIC 9(08).
       01  FILLER                 REDEFINES WS-DATA-AUX.
           05 WS-DATA-AUX-AAAA     PIC 9(04).
           05 WS-DATA-AUX-MM       PIC 9(02).
           05 WS-DATA-AUX-DD       PIC 9(02).
       77  WS-DATA-AUX-ED         PIC X(10).

      *-----> LINHA DE UMA CONFERENCIA DO CERTIFICADO
       01  WS-REG-CONFERENCIA.
           05 WS-CNF-DESCRICAO    PIC X(45).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-CNF-QTD          PIC X(07).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-CNF-RESULTADO    PIC X(06).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-CNF-OBSERVACAO   PIC X(40).
           05 FILLER              PIC X(28)       VALUE SPACES.

      *-----> LINHA DO BLOCO DE IDENTIFICACAO E DO RESULTADO (MESMO
      *       DESENHO ROTULO/VALOR DO SYSRPT DO CGPRG02M)
       01  WS-REG-RESUMO.
           05 WS-RES-ROTULO       PIC X(40).
           05 WS-RES-VALOR        PIC X(22).
           05 FILLER              PIC X(70)       VALUE SPACES.

      *-----> CABECALHO DO CERTIFICADO (MESMO ESTILO DO BOLETIM DE
      *       NOTAS DO CGPRG02M; O CERTIFICADO TEM UMA SO PAGINA)
       77  WS-NR-PAGINA           PIC 9(03) VALUE ZEROS.
       01  WS-DATA-SISTEMA.
           05 WS-DATA-AAAA         PIC 9(04).
           05 WS-DATA-MM           PIC 9(02).
           05 WS-DATA-DD           PIC 9(02).
       77  WS-DATA-EXECUCAO       PIC X(10).

       01  WS-CAB-TITULO.
           05 FILLER              PIC X(28)       VALUE SPACES.
           05 FILLER              PIC X(39)       VALUE
                   "CERTIFICADO DE ENCERRAMENTO DO PERIODO ".
           05 WS-CAB-PERIODO      PIC 9(05).
           05 FILLER              PIC X(29)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-CONFERENCIA
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(45)       VALUE "CONFERENCIA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(07)       VALUE "   QTDE".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "RESULT".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(40)       VALUE "OBSERVACAO".
           05 FILLER              PIC X(28)       VALUE SPACES.

       01  WS-CAB-SEPARADOR.
           05 FILLER              PIC X(132)      VALUE ALL "-".

       PROCEDURE DIVISION.
      *====================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR

           IF WS-ARQS-OK
               PERFORM 030-CONFERIR-RECUPERACAO
               PERFORM 032-CONFERIR-SUSPENSOS
               PERFORM 034-CONFERIR-PORTAL
               PERFORM 036-CONFERIR-VERIFICACAO
               PERFORM 040-ENCERRAR-PERIODO
               PERFORM 060-EMITIR-CERTIFICADO
           END-IF

           PERFORM 050-TERMINAR

           MOVE  WS-COD-RETORNO  TO  RETURN-CODE

           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 18 - ENCERRAMENTO DO PERIODO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

      *    O CARTAO DE PERIODO E O MESMO DO CGPRG00M; AQUI ELE E
      *    OBRIGATORIO, POIS DEFINE O PERIODO ENCERRADO.
           OPEN INPUT ARQ-PERIODO
           IF WS-FS-PERIODO = "00"
               READ ARQ-PERIODO
                   AT END
                       MOVE  ZEROS  TO  WS-PERIODO-EXECUCAO
                   NOT AT END
                       MOVE  PER-PERIODO-LETIVO  TO  WS-PERIODO-EXECUCAO
               END-READ
               CLOSE ARQ-PERIODO
           ELSE
               MOVE  ZEROS  TO  WS-PERIODO-EXECUCAO
           END-IF

           IF WS-PERIODO-EXECUCAO = ZEROS
               DISPLAY "CARTAO DE PERIODO (PERIODO) OBRIGATORIO"
               DISPLAY "PERIODO=" WS-FS-PERIODO
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
           ELSE
               MOVE  WS-PERIODO-EXECUCAO  TO  WS-CAB-PERIODO
               PERFORM 011-LER-CALENDARIO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PERIODO NO CALENDARIO: SO PERIODO ABERTO OU EM      *
      *    JANELA DE EXAME PODE SER ENCERRADO                        *
      *--------------------------------------------------------------*
       011-LER-CALENDARIO.

           OPEN I-O ARQ-CALEND

           IF WS-FS-CALEND NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "CALEND="    WS-FS-CALEND
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
           ELSE
               MOVE  WS-PERIODO-EXECUCAO  TO  CAL-PERIODO
               READ ARQ-CALEND
                   INVALID KEY
                       DISPLAY "PERIODO NAO CONSTA DO CALENDARIO - "
                               WS-PERIODO-EXECUCAO
                       CLOSE ARQ-CALEND
                       MOVE 'N'   TO  WS-FL-ARQS-OK
                       MOVE  16   TO  WS-COD-RETORNO
                   NOT INVALID KEY
                       IF CAL-PERIODO-FECHADO
                           MOVE  CAL-DT-FECHAMENTO  TO  WS-DATA-AUX
                           PERFORM 065-EDITAR-DATA
                           DISPLAY "PERIODO " WS-PERIODO-EXECUCAO
                                   " JA ENCERRADO EM " WS-DATA-AUX-ED
                           CLOSE ARQ-CALEND
                           MOVE 'N'   TO  WS-FL-ARQS-OK
                           MOVE  04   TO  WS-COD-RETORNO
                       ELSE
                           MOVE  CAL-STATUS  TO  WS-STATUS-ANTERIOR
                           PERFORM 012-ABRIR-ARQUIVOS
                       END-IF
               END-READ
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O DIARIO, GRAVAR O "I" DESTA EXECUCAO E ABRIR OS      *
      *    ARQUIVOS CONFERIDOS. SUSPENSOS E EXTRATO DO PORTAL PODEM  *
      *    NAO EXISTIR (STATUS 35): SUSPENSO INEXISTENTE E ARQUIVO   *
      *    VAZIO; EXTRATO INEXISTENTE E CONFERENCIA QUE FALHA        *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           PERFORM 014-CONFERIR-RUNLOG

           PERFORM 009-GRAVAR-INICIO-RUNLOG

           ACCEPT WS-HORA-SISTEMA FROM TIME
           STRING WS-DATA-EXECUCAO DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-HORA-HH       DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  WS-HORA-MM       DELIMITED BY SIZE
                  ":"              DELIMITED BY SIZE
                  WS-HORA-SS       DELIMITED BY SIZE
                  INTO WS-MOMENTO-CONFERENCIA

           OPEN INPUT  ARQ-HISTORICO
           OPEN INPUT  ARQ-SUSPENSO
           OPEN INPUT  ARQ-PORTAL
           OPEN OUTPUT ARQ-RELENC

           IF  WS-FS-HISTORICO NOT = "00"                          OR
              (WS-FS-SUSPENSO  NOT = "00" AND
               WS-FS-SUSPENSO  NOT = "35")                         OR
              (WS-FS-PORTAL    NOT = "00" AND
               WS-FS-PORTAL    NOT = "35")                         OR
               WS-FS-RELENC    NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "HISTAL="    WS-FS-HISTORICO
                       " SUSPOUT="  WS-FS-SUSPENSO
                       " PORTAL="   WS-FS-PORTAL
                       " RELENC="   WS-FS-RELENC
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "I" DESTA EXECUCAO NO DIARIO (OPEN      *
      *    EXTEND, CAINDO PARA OPEN OUTPUT SE AINDA NAO EXISTIR)     *
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
               MOVE  "CGPRG18M"        TO  RUN-PROGRAMA
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
      *    LER O DIARIO DE EXECUCOES INTEIRO, NA ORDEM DE GRAVACAO,  *
      *    APURANDO SE A ULTIMA RODADA DO CGPRG02M FOI CONCILIADA    *
      *    COM O PORTAL E SE A ULTIMA POSTAGEM NO HISTORICO FOI      *
      *    VERIFICADA PELO CGPRG08M                                  *
      *--------------------------------------------------------------*
       014-CONFERIR-RUNLOG.

           MOVE  'N'  TO  WS-FIM-RUNLOG

           OPEN INPUT ARQ-RUNLOG

           IF WS-FS-RUNLOG = "00"
               MOVE  'S'  TO  WS-FL-RUNLOG-LIDO
               PERFORM 015-LER-RUNLOG THRU 015-FIM-LER-RUNLOG
                   UNTIL WS-FIM-RUNLOG = 'S'
               CLOSE ARQ-RUNLOG
           ELSE
               DISPLAY "AVISO: DIARIO DE EXECUCOES (RUNLOG) "
                       "NAO ABERTO - " WS-FS-RUNLOG
           END-IF
           .
      *    QUALQUER REGISTRO ("I" OU "F") DE UM PROGRAMA DE POSTAGEM
      *    DESFAZ A CONFERENCIA: RODADA INTERROMPIDA TAMBEM PODE TER
      *    GRAVADO NO HISTORICO. SO O "F" COM CODIGO 00 DA
      *    CONCILIACAO (CGPRG10M) OU DO UNLOAD (CGPRG08M) A REFAZ; O
      *    RELOAD TROCA O HISTORICO E EXIGE NOVA VERIFICACAO.
       015-LER-RUNLOG.

           READ ARQ-RUNLOG
               AT END
                   MOVE 'S'  TO  WS-FIM-RUNLOG
               NOT AT END
                   EVALUATE TRUE
                       WHEN RUN-PROGRAMA = "CGPRG02M"
                           MOVE  'N'  TO  WS-FL-PORTAL-CONCILIADO
                           MOVE  'N'  TO  WS-FL-HIST-VERIFICADO
                       WHEN RUN-PROGRAMA = "CGPRG04M" OR
                            RUN-PROGRAMA = "CGPRG11M" OR
                            RUN-PROGRAMA = "CGPRG19M"
                           MOVE  'N'  TO  WS-FL-HIST-VERIFICADO
                       WHEN RUN-PROGRAMA = "CGPRG09M" AND
                            RUN-MODO     = "FECHAM"
                           MOVE  'N'  TO  WS-FL-HIST-VERIFICADO
                       WHEN RUN-PROGRAMA = "CGPRG23M" AND
                            RUN-MODO     = "ATUALIZ"
                           MOVE  'N'  TO  WS-FL-HIST-VERIFICADO
                       WHEN RUN-PROGRAMA = "CGPRG10M" AND
                            RUN-REG-FIM
                           IF RUN-COD-RETORNO = ZEROS
                               MOVE  'S'  TO  WS-FL-PORTAL-CONCILIADO
                           ELSE
                               MOVE  'N'  TO  WS-FL-PORTAL-CONCILIADO
                           END-IF
                       WHEN RUN-PROGRAMA = "CGPRG08M"
                           IF RUN-MODO = "UNLOAD"
                               IF RUN-REG-FIM
                                   IF RUN-COD-RETORNO = ZEROS
                                       MOVE  'S'  TO
                                                 WS-FL-HIST-VERIFICADO
                                   ELSE
                                       MOVE  'N'  TO
                                                 WS-FL-HIST-VERIFICADO
                                   END-IF
                               END-IF
                           ELSE
                               MOVE  'N'  TO  WS-FL-HIST-VERIFICADO
                           END-IF
                   END-EVALUATE
           END-READ
           .
       015-FIM-LER-RUNLOG.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERENCIA 1: NENHUM REGISTRO DO PERIODO EM RECUPERACAO  *
      *    NO HISTORICO                                              *
      *--------------------------------------------------------------*
       030-CONFERIR-RECUPERACAO.

           MOVE  'N'  TO  WS-FIM-HISTORICO

           PERFORM 031-LER-HISTORICO THRU 031-FIM-LER-HISTORICO
               UNTIL WS-FIM-HISTORICO = 'S'

           IF WS-CT-RECUPERACAO = ZEROS
               MOVE  'S'  TO  WS-FL-CONF-RECUP
           ELSE
               MOVE  "RECUPERACAO AINDA NAO FECHADA"  TO  WS-OBS-RECUP
           END-IF
           .
       031-LER-HISTORICO.

           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM-HISTORICO
               NOT AT END
                   ADD  1  TO  WS-CT-HIST-LIDOS
                   IF HIST-PERIODO = WS-PERIODO-EXECUCAO
                       ADD  1  TO  WS-CT-HIST-PERIODO
                       IF HIST-SITUACAO = "RECUPERACAO"
                           ADD  1  TO  WS-CT-RECUPERACAO
                       END-IF
                   END-IF
           END-READ
           .
       031-FIM-LER-HISTORICO.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERENCIA 2: ARQUIVO DE SUSPENSOS VAZIO (TODO REJEITADO *
      *    DA ULTIMA RODADA FOI CORRIGIDO E REPROCESSADO)            *
      *--------------------------------------------------------------*
       032-CONFERIR-SUSPENSOS.

           IF WS-FS-SUSPENSO = "00"
               MOVE  'N'  TO  WS-FIM-SUSPENSO
               PERFORM 033-LER-SUSPENSO THRU 033-FIM-LER-SUSPENSO
                   UNTIL WS-FIM-SUSPENSO = 'S'
           ELSE
               MOVE  "ARQUIVO INEXISTENTE"  TO  WS-OBS-SUSP
           END-IF

           IF WS-CT-SUSPENSOS = ZEROS
               MOVE  'S'  TO  WS-FL-CONF-SUSP
           ELSE
               MOVE  "SUSPENSOS NAO REPROCESSADOS"  TO  WS-OBS-SUSP
           END-IF
           .
       033-LER-SUSPENSO.

           READ ARQ-SUSPENSO
               AT END
                   MOVE 'S'  TO  WS-FIM-SUSPENSO
               NOT AT END
                   ADD  1  TO  WS-CT-SUSPENSOS
           END-READ
           .
       033-FIM-LER-SUSPENSO.
           EXIT.
      *--------------------------------------------------------------*
      *    CONFERENCIA 3: EXTRATO DO PORTAL DO PERIODO E CONCILIADO  *
      *    PELO CGPRG10M DEPOIS DA ULTIMA RODADA DO CGPRG02M         *
      *--------------------------------------------------------------*
       034-CONFERIR-PORTAL.

           EVALUATE TRUE
               WHEN WS-FS-PORTAL NOT = "00"
                   MOVE  "EXTRATO DO PORTAL INEXISTENTE" TO
                                                 WS-OBS-PORTAL
               WHEN WS-FL-RUNLOG-LIDO NOT = 'S'
                   MOVE  "DIARIO DE EXECUCOES INEXISTENTE" TO
                                                 WS-OBS-PORTAL
               WHEN OTHER
                   READ ARQ-PORTAL
                       AT END
                           MOVE  "EXTRATO DO PORTAL VAZIO" TO
                                                 WS-OBS-PORTAL
                       NOT AT END
                           PERFORM 035-CONFERIR-HEADER-PORTAL
                   END-READ
           END-EVALUATE
           .
       035-CONFERIR-HEADER-PORTAL.

           EVALUATE TRUE
               WHEN POR-TIPO-REG NOT = "H"
                   MOVE  "EXTRATO DO PORTAL SEM HEADER"  TO
                                                 WS-OBS-PORTAL
               WHEN POH-PERIODO NOT = WS-PERIODO-EXECUCAO
                   MOVE  "EXTRATO DE OUTRO PERIODO"      TO
                                                 WS-OBS-PORTAL
               WHEN WS-FL-PORTAL-CONCILIADO NOT = 'S'
                   MOVE  "SEM CONCILIACAO APOS A ULTIMA RODADA" TO
                                                 WS-OBS-PORTAL
               WHEN OTHER
                   MOVE  'S'  TO  WS-FL-CONF-PORTAL
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERENCIA 4: HISTORICO VERIFICADO SEM ANOMALIAS PELO    *
      *    CGPRG08M (UNLOAD) DEPOIS DA ULTIMA POSTAGEM               *
      *--------------------------------------------------------------*
       036-CONFERIR-VERIFICACAO.

           IF WS-FL-RUNLOG-LIDO NOT = 'S'
               MOVE  "DIARIO DE EXECUCOES INEXISTENTE" TO  WS-OBS-VERIF
           ELSE
               IF WS-FL-HIST-VERIFICADO = 'S'
                   MOVE  'S'  TO  WS-FL-CONF-VERIF
               ELSE
                   MOVE  "SEM VERIFICACAO APOS A ULTIMA POSTAGEM" TO
                                                 WS-OBS-VERIF
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ENCERRAR O PERIODO NO CALENDARIO SE TODAS AS CONFERENCIAS *
      *    ESTIVEREM EM ORDEM; CASO CONTRARIO O PERIODO CONTINUA COMO*
      *    ESTAVA E O CODIGO DE RETORNO E 12                         *
      *--------------------------------------------------------------*
       040-ENCERRAR-PERIODO.

           IF WS-FL-CONF-RECUP = 'S'
               ADD  1  TO  WS-CT-CONF-OK
           ELSE
               ADD  1  TO  WS-CT-CONF-FALHA
           END-IF
           IF WS-FL-CONF-SUSP = 'S'
               ADD  1  TO  WS-CT-CONF-OK
           ELSE
               ADD  1  TO  WS-CT-CONF-FALHA
           END-IF
           IF WS-FL-CONF-PORTAL = 'S'
               ADD  1  TO  WS-CT-CONF-OK
           ELSE
               ADD  1  TO  WS-CT-CONF-FALHA
           END-IF
           IF WS-FL-CONF-VERIF = 'S'
               ADD  1  TO  WS-CT-CONF-OK
           ELSE
               ADD  1  TO  WS-CT-CONF-FALHA
           END-IF

           IF WS-CT-CONF-FALHA = ZEROS
               MOVE  "F"              TO  CAL-STATUS
               MOVE  WS-DATA-SISTEMA  TO  CAL-DT-FECHAMENTO
               REWRITE REG-CALENDARIO
               IF WS-FS-CALEND NOT = "00"
                   DISPLAY "ERRO AO GRAVAR O CALENDARIO - "
                           WS-FS-CALEND
                   MOVE  16   TO  WS-COD-RETORNO
               END-IF
           ELSE
               MOVE  12   TO  WS-COD-RETORNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               CLOSE ARQ-CALEND
               CLOSE ARQ-HISTORICO
               IF WS-FS-SUSPENSO = "00"
                   CLOSE ARQ-SUSPENSO
               END-IF
               IF WS-FS-PORTAL = "00"
                   CLOSE ARQ-PORTAL
               END-IF
               CLOSE ARQ-RELENC
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "PERIODO                = " WS-PERIODO-EXECUCAO
           DISPLAY "REGISTROS DO PERIODO   = " WS-CT-HIST-PERIODO
           DISPLAY "EM RECUPERACAO         = " WS-CT-RECUPERACAO
           DISPLAY "SUSPENSOS              = " WS-CT-SUSPENSOS
           DISPLAY "CONFERENCIAS EM ORDEM  = " WS-CT-CONF-OK
           DISPLAY "CONFERENCIAS PENDENTES = " WS-CT-CONF-FALHA
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG18M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO E FECHA-LO *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG18M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               MOVE  WS-CT-CONF-OK     TO  RUN-QTD-PROCESSADOS
               MOVE  WS-CT-CONF-FALHA  TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    EMITIR O CERTIFICADO DE ENCERRAMENTO: IDENTIFICACAO DO    *
      *    PERIODO, AS QUATRO CONFERENCIAS E O RESULTADO             *
      *--------------------------------------------------------------*
       060-EMITIR-CERTIFICADO.

           PERFORM 070-IMPRIMIR-CABECALHO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PERIODO LETIVO"                  TO  WS-RES-ROTULO
           MOVE  WS-PERIODO-EXECUCAO               TO  WS-RES-VALOR
           WRITE REG-RELENC FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "SITUACAO ANTERIOR NO CALENDARIO" TO  WS-RES-ROTULO
           IF WS-STATUS-ANTERIOR = "E"
               MOVE  "JANELA DE EXAME"             TO  WS-RES-VALOR
           ELSE
               MOVE  "ABERTO"                      TO  WS-RES-VALOR
           END-IF
           WRITE REG-RELENC FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "INICIO DAS AULAS"                TO  WS-RES-ROTULO
           MOVE  CAL-DT-INICIO                     TO  WS-DATA-AUX
           PERFORM 065-EDITAR-DATA
           MOVE  WS-DATA-AUX-ED                    TO  WS-RES-VALOR
           WRITE REG-RELENC FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "FIM DAS AULAS"                   TO  WS-RES-ROTULO
           MOVE  CAL-DT-FIM-AULAS                  TO  WS-DATA-AUX
           PERFORM 065-EDITAR-DATA
           MOVE  WS-DATA-AUX-ED                    TO  WS-RES-VALOR
           WRITE REG-RELENC FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "FIM DA JANELA DE EXAME"          TO  WS-RES-ROTULO
           MOVE  CAL-DT-FIM-EXAME                  TO  WS-DATA-AUX
           PERFORM 065-EDITAR-DATA
           MOVE  WS-DATA-AUX-ED                    TO  WS-RES-VALOR
           WRITE REG-RELENC FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS DO PERIODO NO HISTORICO" TO  WS-RES-ROTULO
           MOVE  WS-CT-HIST-PERIODO                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELENC FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ARQUIVOS CONFERIDOS EM"          TO  WS-RES-ROTULO
           MOVE  WS-MOMENTO-CONFERENCIA            TO  WS-RES-VALOR
           WRITE REG-RELENC FROM WS-REG-RESUMO

           MOVE  SPACES  TO  REG-RELENC
           WRITE REG-RELENC
           WRITE REG-RELENC FROM WS-CAB-COLUNAS
           WRITE REG-RELENC FROM WS-CAB-SEPARADOR

           MOVE  "ALUNOS EM RECUPERACAO NO HISTORICO (HISTAL)" TO
                                                 WS-CNF-DESCRICAO
           MOVE  WS-CT-RECUPERACAO     TO  WS-ED-QTD
           MOVE  WS-ED-QTD             TO  WS-CNF-QTD
           MOVE  WS-FL-CONF-RECUP      TO  WS-CNF-RESULTADO
           MOVE  WS-OBS-RECUP          TO  WS-CNF-OBSERVACAO
           PERFORM 062-GRAVAR-CONFERENCIA

           MOVE  "REGISTROS NO ARQUIVO DE SUSPENSOS (SUSPOUT)" TO
                                                 WS-CNF-DESCRICAO
           MOVE  WS-CT-SUSPENSOS       TO  WS-ED-QTD
           MOVE  WS-ED-QTD             TO  WS-CNF-QTD
           MOVE  WS-FL-CONF-SUSP       TO  WS-CNF-RESULTADO
           MOVE  WS-OBS-SUSP           TO  WS-CNF-OBSERVACAO
           PERFORM 062-GRAVAR-CONFERENCIA

           MOVE  "EXTRATO DO PORTAL CONCILIADO (PORTAL/RUNLOG)" TO
                                                 WS-CNF-DESCRICAO
           MOVE  SPACES                TO  WS-CNF-QTD
           MOVE  WS-FL-CONF-PORTAL     TO  WS-CNF-RESULTADO
           MOVE  WS-OBS-PORTAL         TO  WS-CNF-OBSERVACAO
           PERFORM 062-GRAVAR-CONFERENCIA

           MOVE  "HISTORICO VERIFICADO PELO CGPRG08M (RUNLOG)" TO
                                                 WS-CNF-DESCRICAO
           MOVE  SPACES                TO  WS-CNF-QTD
           MOVE  WS-FL-CONF-VERIF      TO  WS-CNF-RESULTADO
           MOVE  WS-OBS-VERIF          TO  WS-CNF-OBSERVACAO
           PERFORM 062-GRAVAR-CONFERENCIA

           WRITE REG-RELENC FROM WS-CAB-SEPARADOR
           MOVE  SPACES  TO  REG-RELENC
           WRITE REG-RELENC

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESULTADO DO ENCERRAMENTO"       TO  WS-RES-ROTULO
           IF WS-CT-CONF-FALHA = ZEROS AND WS-COD-RETORNO = ZEROS
               MOVE  "PERIODO ENCERRADO"           TO  WS-RES-VALOR
           ELSE
               MOVE  "PERIODO NAO ENCERRADO"       TO  WS-RES-VALOR
           END-IF
           WRITE REG-RELENC FROM WS-REG-RESUMO

           IF WS-CT-CONF-FALHA = ZEROS AND WS-COD-RETORNO = ZEROS
               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "DATA DE FECHAMENTO"          TO  WS-RES-ROTULO
               MOVE  WS-DATA-EXECUCAO              TO  WS-RES-VALOR
               WRITE REG-RELENC FROM WS-REG-RESUMO
           ELSE
               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "CONFERENCIAS PENDENTES"      TO  WS-RES-ROTULO
               MOVE  WS-CT-CONF-FALHA              TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-RELENC FROM WS-REG-RESUMO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A LINHA DE UMA CONFERENCIA, TRADUZINDO O INDICADOR *
      *    EM "OK" OU "FALHOU"                                       *
      *--------------------------------------------------------------*
       062-GRAVAR-CONFERENCIA.

           IF WS-CNF-RESULTADO = "S"
               MOVE  "OK"      TO  WS-CNF-RESULTADO
           ELSE
               MOVE  "FALHOU"  TO  WS-CNF-RESULTADO
           END-IF

           WRITE REG-RELENC FROM WS-REG-CONFERENCIA
           .
      *--------------------------------------------------------------*
      *    EDITAR UMA DATA AAAAMMDD EM DD/MM/AAAA (ZERADA SAI EM     *
      *    BRANCO)                                                   *
      *--------------------------------------------------------------*
       065-EDITAR-DATA.

           MOVE  SPACES  TO  WS-DATA-AUX-ED

           IF WS-DATA-AUX NOT = ZEROS
               STRING WS-DATA-AUX-DD   DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      WS-DATA-AUX-MM   DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      WS-DATA-AUX-AAAA DELIMITED BY SIZE
                      INTO WS-DATA-AUX-ED
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DO CERTIFICADO                       *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           WRITE REG-RELENC FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELENC
           WRITE REG-RELENC
           .
      *---------------> FIM DO PROGRAMA CGPRG18M <-------------------*

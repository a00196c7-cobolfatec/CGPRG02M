       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG19M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. APROVEITAMENTO DE ESTUDOS  *
      *                  NA TRANSFERENCIA DE DEPARTAMENTO, QUE A     *
      *                  SECRETARIA REDIGITAVA A MAO: RODA DEPOIS DO *
      *                  CGPRG06M E LE NA TRILHA DE AUDITORIA DO     *
      *                  CADASTRO (ARQ-AUDCAD) AS TRANSFERENCIAS     *
      *                  (ALTERACAO COM DEPARTAMENTO ANTERIOR        *
      *                  DIFERENTE DO NOVO) DA DATA DO CARTAO        *
      *                  DATATRF, OU DO DIA QUANDO NAO HA CARTAO.    *
      *                  PARA CADA ALUNO TRANSFERIDO PERCORRE O      *
      *                  HISTORICO ESCOLAR DO RA E PROCURA CADA      *
      *                  DISCIPLINA APROVADA NO DEPARTAMENTO         *
      *                  ANTERIOR NA TABELA DE EQUIVALENCIAS         *
      *                  (ARQ-EQUIVAL, COPY EQUIREG); HAVENDO        *
      *                  EQUIVALENTE NO NOVO DEPARTAMENTO AINDA NAO  *
      *                  APROVADA, GRAVA NO HISTORICO, NO PERIODO DO *
      *                  CARTAO PERIODO, UM REGISTRO COM AS NOTAS E  *
      *                  A MEDIA DA ORIGEM E SITUACAO APROVEITADO,   *
      *                  COM O REGISTRO I NA TRILHA DE AUDITORIA     *
      *                  (ARQ-AUDITORIA), PARA O CGPRG08M CONTINUAR  *
      *                  BATENDO. O PERIODO PRECISA ESTAR ABERTO NO  *
      *                  CALENDARIO ACADEMICO (ARQ-CALEND), COMO NO  *
      *                  CGPRG02M. O RELATORIO RELAPR LISTA O QUE    *
      *                  FOI APROVEITADO E O QUE FICOU SEM           *
      *                  EQUIVALENCIA.                               *
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
           SELECT ARQ-DATATRF     ASSIGN TO "DATATRF"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DATATRF.
           SELECT ARQ-CALEND      ASSIGN TO "CALEND"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-RECUSA      ASSIGN TO "RECUSA"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RECUSA.
           SELECT ARQ-AUDCAD      ASSIGN TO "AUDCAD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDCAD.
           SELECT ARQ-EQUIVAL     ASSIGN TO "EQUIVAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-EQUIVAL.
           SELECT ARQ-DISCIP      ASSIGN TO "DISCIP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DISCIP.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-RELAPR      ASSIGN TO "RELAPR"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELAPR.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  ARQ-PERIODO
           LABEL RECORD STANDARD.
       01  REG-PERIODO.
           05 PER-PERIODO-LETIVO    PIC 9(05).

      *-----> CARTAO OPCIONAL COM A DATA (AAAAMMDD) DAS
      *       TRANSFERENCIAS A APROVEITAR, PARA REPROCESSAR UM DIA
      *       ANTERIOR; SEM O CARTAO VALE A DATA DO DIA
       FD  ARQ-DATATRF
           LABEL RECORD STANDARD.
       01  REG-DATATRF.
           05 DTR-DATA-REFERENCIA   PIC 9(08).

      *-----> CALENDARIO ACADEMICO (COPY CALEREG): O PERIODO DO
      *       APROVEITAMENTO PRECISA ESTAR ABERTO
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

      *-----> DIARIO DE RECUSAS DE POSTAGEM (COPY RECUREG)
       FD  ARQ-RECUSA
           LABEL RECORD STANDARD.
           COPY RECUREG.

      *-----> TRILHA DE AUDITORIA DO CADASTRO (COPY AUDCREG), GRAVADA
      *       PELO CGPRG06M: FONTE DAS TRANSFERENCIAS DO DIA
       FD  ARQ-AUDCAD
           LABEL RECORD STANDARD.
           COPY AUDCREG.

      *-----> TABELA DE EQUIVALENCIAS (COPY EQUIREG), CARREGADA EM
      *       TABELA NO INICIO
       FD  ARQ-EQUIVAL
           LABEL RECORD STANDARD.
           COPY EQUIREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       CARREGADO EM TABELA NO INICIO, COMO NO CGPRG02M, PARA
      *       DAR NOME A DISCIPLINA DE ORIGEM NO RELATORIO
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

       FD  ARQ-AUDITORIA
           LABEL RECORD STANDARD.
           COPY AUDTREG.

       FD  ARQ-RELAPR
           LABEL RECORD STANDARD.
       01  REG-RELAPR               PIC X(132).

      *-----> DIARIO DE EXECUCOES DO SISTEMA (COPY RUNLREG):
      *       REGISTRO "I" NA PARTIDA E "F" NO TERMINO
       FD  ARQ-RUNLOG
           LABEL RECORD STANDARD.
           COPY RUNLREG.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-PERIODO-EXECUCAO    PIC 9(05) VALUE ZEROS.
       77  WS-DATA-REFERENCIA     PIC 9(08) VALUE ZEROS.
       77  WS-FS-PERIODO          PIC X(02) VALUE "00".
       77  WS-FS-DATATRF          PIC X(02) VALUE "00".
       77  WS-FS-AUDCAD           PIC X(02) VALUE "00".
       77  WS-FS-EQUIVAL          PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-AUDITORIA        PIC X(02) VALUE "00".
       77  WS-FS-RELAPR           PIC X(02) VALUE "00".

      *-----> CALENDARIO ACADEMICO E DIARIO DE RECUSAS
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-RECUSA           PIC X(02) VALUE "00".
       77  WS-STATUS-CALEND       PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-RECUSA       PIC X(30) VALUE SPACES.

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE "APROVEIT".

      *-----> IMAGENS DO REG-CADALU GUARDADAS NA TRILHA DO CADASTRO,
      *       DESMEMBRADAS COM O PROPRIO COPY CADREG (PREFIXOS
      *       ANT-/NOV- VIA REPLACING, COMO O CGPRG05M FAZ COM O
      *       HISTORICO)
           COPY CADREG REPLACING
                ==REG-CADALU== BY ==WS-CAD-ANTES==
                LEADING ==ALU== BY ==ANT==.
           COPY CADREG REPLACING
                ==REG-CADALU== BY ==WS-CAD-DEPOIS==
                LEADING ==ALU== BY ==NOV==.

      *-----> CATALOGO DE DISCIPLINAS CARREGADO NO INICIO (ATE 200
      *       ENTRADAS, COMO NO CGPRG02M)
       77  WS-FIM-DISCIP          PIC X(01) VALUE "N".
       77  WS-CT-DISCIP           PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DIS             PIC 9(03) COMP.
       77  WS-IDX-DIS-ACHADO      PIC 9(03) COMP VALUE ZEROS.
       01  WS-TAB-DISCIP.
           05 WS-DIS-ENTRY        OCCURS 200 TIMES.
               10 WS-DIS-DPTO      PIC 9(04).
               10 WS-DIS-NR        PIC 9(04).
               10 WS-DIS-NOME      PIC X(30).
               10 WS-DIS-CARGA     PIC 9(03).
               10 WS-DIS-FL-ATIVA  PIC X(01).

      *-----> TABELA DE EQUIVALENCIAS (ATE 500 ENTRADAS)
       77  WS-FIM-EQUIVAL         PIC X(01) VALUE "N".
       77  WS-CT-EQUIVAL          PIC 9(03) VALUE ZEROS.
       77  WS-IDX-EQV             PIC 9(03) COMP.
       77  WS-DISC-EQUIVALENTE    PIC 9(04) VALUE ZEROS.
       01  WS-TAB-EQUIVAL.
           05 WS-EQV-ENTRY        OCCURS 500 TIMES.
               10 WS-EQV-DPTO-ORIG PIC 9(04).
               10 WS-EQV-DISC-ORIG PIC 9(04).
               10 WS-EQV-DPTO-DEST PIC 9(04).
               10 WS-EQV-DISC-DEST PIC 9(04).

      *-----> HISTORICO DO ALUNO TRANSFERIDO (ATE 200 REGISTROS),
      *       LIDO INTEIRO ANTES DE QUALQUER GRAVACAO; CADA
      *       APROVEITAMENTO GRAVADO ENTRA NO FIM DA TABELA, PARA
      *       DUAS ORIGENS COM O MESMO EQUIVALENTE GRAVAREM SO UMA VEZ
       77  WS-FIM-HIST            PIC X(01) VALUE "N".
       77  WS-CT-HIS              PIC 9(03) VALUE ZEROS.
       77  WS-CT-HIS-LIDOS        PIC 9(03) VALUE ZEROS.
       77  WS-IDX-HIS             PIC 9(03) COMP.
       77  WS-IDX-HIS-ACHADO      PIC 9(03) COMP VALUE ZEROS.
       77  WS-CT-APROV-ORIGEM     PIC 9(03) VALUE ZEROS.
       01  WS-TAB-HISTALU.
           05 WS-HIS-ENTRY        OCCURS 200 TIMES.
               10 WS-HIS-NR-DPTO   PIC 9(04).
               10 WS-HIS-NR-DISC   PIC 9(04).
               10 WS-HIS-SITUACAO  PIC X(12).
               10 WS-HIS-IMAGEM    PIC X(104).

      *-----> TRILHA DE AUDITORIA DO HISTORICO: COMO NO CGPRG02M, A
      *       IMAGEM NOVA E GUARDADA ANTES DA GRAVACAO DO REGISTRO "I"
       01  WS-IMAGEM-NOVA         PIC X(104).
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).

      *-----> TOTALIZADORES DA RODADA
       77  WS-CT-AUDCAD-LIDOS     PIC 9(07) VALUE ZEROS.
       77  WS-CT-TRANSFERENCIAS   PIC 9(05) VALUE ZEROS.
       77  WS-CT-SEM-APROVADAS    PIC 9(05) VALUE ZEROS.
       77  WS-CT-APROVEITADAS     PIC 9(05) VALUE ZEROS.
       77  WS-CT-SEM-EQUIVALENCIA PIC 9(05) VALUE ZEROS.
       77  WS-CT-JA-APROVADAS     PIC 9(05) VALUE ZEROS.
       77  WS-CT-JA-EXISTENTES    PIC 9(05) VALUE ZEROS.
       77  WS-CT-HIS-PERDIDOS     PIC 9(05) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> LINHA DE DETALHE DO RELATORIO DE APROVEITAMENTO
       01  WS-REG-APROVEITAMENTO.
           05 WS-APL-RA           PIC 9(13).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-APL-ALUNO        PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-APL-DPTO-ORIG    PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-APL-DISC-ORIG    PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-APL-PERIODO      PIC X(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-APL-NOME-DISC    PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-APL-DPTO-DEST    PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-APL-DISC-DEST    PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-APL-RESULTADO    PIC X(22).
           05 FILLER              PIC X(02)       VALUE SPACES.

      *-----> LINHA DO BLOCO DE RESUMO (MESMO DESENHO ROTULO/VALOR
      *       DO SYSRPT DO CGPRG02M)
       01  WS-REG-RESUMO.
           05 WS-RES-ROTULO       PIC X(40).
           05 WS-RES-VALOR        PIC X(22).
           05 FILLER              PIC X(70)       VALUE SPACES.

      *-----> CONTROLE DE PAGINACAO DA LISTAGEM (MESMO ESTILO DO
      *       BOLETIM DE NOTAS DO CGPRG02M)
       77  WS-CT-LINHAS           PIC 9(02) VALUE 99.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 55.
       77  WS-NR-PAGINA           PIC 9(03) VALUE ZEROS.
       01  WS-DATA-SISTEMA.
           05 WS-DATA-AAAA         PIC 9(04).
           05 WS-DATA-MM           PIC 9(02).
           05 WS-DATA-DD           PIC 9(02).
       77  WS-DATA-EXECUCAO       PIC X(10).

      *-----> CABECALHO E TITULOS DE COLUNA DA LISTAGEM
       01  WS-CAB-TITULO.
           05 FILLER              PIC X(29)       VALUE SPACES.
           05 FILLER              PIC X(42)       VALUE
                   "APROVEITAMENTO DE ESTUDOS NA TRANSFERENCIA".
           05 FILLER              PIC X(30)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-APROVEITAMENTO
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(13)       VALUE "RA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE "ALUNO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "ORIGEM".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PER.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "DISCIPLINA DE ORIGEM".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "DESTINO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(22)       VALUE "RESULTADO".
           05 FILLER              PIC X(02)       VALUE SPACES.

       01  WS-CAB-SEPARADOR.
           05 FILLER              PIC X(132)      VALUE ALL "-".

       PROCEDURE DIVISION.
      *====================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'
           PERFORM 050-TERMINAR

           MOVE  WS-COD-RETORNO  TO  RETURN-CODE

           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 19 - APROVEITAMENTO DE ESTUDOS **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

      *    O CARTAO DE PERIODO E O MESMO DO CGPRG00M; AQUI ELE E
      *    OBRIGATORIO, POIS DEFINE O PERIODO DO APROVEITAMENTO.
           OPEN INPUT ARQ-PERIODO
           IF WS-FS-PERIODO = "00"
               READ ARQ-PERIODO
                   AT END
                       MOVE  ZEROS  TO  WS-PERIODO-EXECUCAO
                   NOT AT END
                       MOVE  PER-PERIODO-LETIVO  TO  WS-PERIODO-EXECUCAO
               END-READ
               CLOSE ARQ-PERIODO
           END-IF

           MOVE  WS-DATA-SISTEMA  TO  WS-DATA-REFERENCIA
           OPEN INPUT ARQ-DATATRF
           IF WS-FS-DATATRF = "00"
               READ ARQ-DATATRF
                   NOT AT END
                       IF DTR-DATA-REFERENCIA NOT = ZEROS
                           MOVE  DTR-DATA-REFERENCIA  TO
                                                 WS-DATA-REFERENCIA
                       END-IF
               END-READ
               CLOSE ARQ-DATATRF
           END-IF

           PERFORM 009-GRAVAR-INICIO-RUNLOG

           IF WS-PERIODO-EXECUCAO = ZEROS
               DISPLAY "CARTAO DE PERIODO (PERIODO) OBRIGATORIO"
               DISPLAY "PERIODO=" WS-FS-PERIODO
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               DISPLAY "TRANSFERENCIAS DE " WS-DATA-REFERENCIA
                       " - APROVEITAMENTO NO PERIODO "
                       WS-PERIODO-EXECUCAO
               PERFORM 011-CONFERIR-CALENDARIO
               IF WS-ARQS-OK
                   PERFORM 012-ABRIR-ARQUIVOS
               END-IF
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
               MOVE  "CGPRG19M"        TO  RUN-PROGRAMA
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
      *    CONFERIR NO CALENDARIO ACADEMICO SE O PERIODO ESTA ABERTO *
      *    (MESMA REGRA DA RODADA DE NOTAS DO CGPRG02M); SE NAO      *
      *    ESTIVER, A RODADA E RECUSADA E A RECUSA VAI PARA O DIARIO *
      *    DE RECUSAS                                                *
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
                   DISPLAY "APROVEITAMENTO RECUSADO PELO CALENDARIO - "
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
      *    ABRIR OS ARQUIVOS DA RODADA E CARREGAR AS TABELAS         *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-AUDCAD
           OPEN INPUT  ARQ-EQUIVAL
           OPEN INPUT  ARQ-DISCIP
           OPEN I-O    ARQ-HISTORICO
           OPEN OUTPUT ARQ-RELAPR

      *    A TRILHA DE AUDITORIA E SEMPRE ABERTA COM OPEN EXTEND
      *    (CAINDO PARA OPEN OUTPUT SE O ARQUIVO AINDA NAO EXISTIR),
      *    COMO NO CGPRG02M.
           OPEN EXTEND ARQ-AUDITORIA
           IF WS-FS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF

           IF WS-FS-AUDCAD    NOT = "00" OR
              WS-FS-EQUIVAL   NOT = "00" OR
              WS-FS-DISCIP    NOT = "00" OR
              WS-FS-HISTORICO NOT = "00" OR
              WS-FS-RELAPR    NOT = "00" OR
              WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "AUDCAD="    WS-FS-AUDCAD
                       " EQUIVAL="  WS-FS-EQUIVAL
                       " DISCIP="   WS-FS-DISCIP
                       " HISTAL="   WS-FS-HISTORICO
                       " RELAPR="   WS-FS-RELAPR
                       " AUDITAL="  WS-FS-AUDITORIA
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 014-CARREGAR-DISCIP
               IF WS-CT-DISCIP = ZEROS
                   DISPLAY "AVISO: CATALOGO DE DISCIPLINAS VAZIO"
                           " - DISCIPLINAS SEM NOME"
               END-IF
               PERFORM 016-CARREGAR-EQUIVAL
               IF WS-CT-EQUIVAL = ZEROS
                   DISPLAY "AVISO: TABELA DE EQUIVALENCIAS VAZIA"
                           " - NADA SERA APROVEITADO"
               END-IF
               PERFORM 020-LER-AUDCAD
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
               MOVE  "CGPRG19M"           TO  RCS-PROGRAMA
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
      *    CARREGAR O CATALOGO DE DISCIPLINAS (ATE 200 ENTRADAS)     *
      *--------------------------------------------------------------*
       014-CARREGAR-DISCIP.

           MOVE  'N'  TO  WS-FIM-DISCIP

           PERFORM 015-LER-DISCIP THRU 015-FIM-LER-DISCIP
               UNTIL WS-FIM-DISCIP = 'S'
           .
       015-LER-DISCIP.

           READ ARQ-DISCIP
               AT END
                   MOVE 'S'  TO  WS-FIM-DISCIP
               NOT AT END
                   IF WS-CT-DISCIP < 200
                       ADD   1                TO  WS-CT-DISCIP
                       MOVE  DIS-NR-DPTO      TO
                                     WS-DIS-DPTO(WS-CT-DISCIP)
                       MOVE  DIS-NR-DISC      TO
                                     WS-DIS-NR(WS-CT-DISCIP)
                       MOVE  DIS-NOME         TO
                                     WS-DIS-NOME(WS-CT-DISCIP)
                       MOVE  DIS-CARGA-HORARIA TO
                                     WS-DIS-CARGA(WS-CT-DISCIP)
                       MOVE  DIS-FL-ATIVA     TO
                                     WS-DIS-FL-ATIVA(WS-CT-DISCIP)
                   ELSE
                       DISPLAY "AVISO: DISCIPLINA ALEM DO LIMITE "
                               "DE 200 IGNORADA - " DIS-NR-DPTO
                               "/" DIS-NR-DISC
                   END-IF
           END-READ
           .
       015-FIM-LER-DISCIP.
           EXIT.
      *--------------------------------------------------------------*
      *    CARREGAR A TABELA DE EQUIVALENCIAS (ATE 500 ENTRADAS)     *
      *--------------------------------------------------------------*
       016-CARREGAR-EQUIVAL.

           MOVE  'N'  TO  WS-FIM-EQUIVAL

           PERFORM 017-LER-EQUIVAL THRU 017-FIM-LER-EQUIVAL
               UNTIL WS-FIM-EQUIVAL = 'S'
           .
       017-LER-EQUIVAL.

           READ ARQ-EQUIVAL
               AT END
                   MOVE 'S'  TO  WS-FIM-EQUIVAL
               NOT AT END
                   IF WS-CT-EQUIVAL < 500
                       ADD   1                 TO  WS-CT-EQUIVAL
                       MOVE  EQV-DPTO-ORIGEM   TO
                                     WS-EQV-DPTO-ORIG(WS-CT-EQUIVAL)
                       MOVE  EQV-DISC-ORIGEM   TO
                                     WS-EQV-DISC-ORIG(WS-CT-EQUIVAL)
                       MOVE  EQV-DPTO-DESTINO  TO
                                     WS-EQV-DPTO-DEST(WS-CT-EQUIVAL)
                       MOVE  EQV-DISC-DESTINO  TO
                                     WS-EQV-DISC-DEST(WS-CT-EQUIVAL)
                   ELSE
                       DISPLAY "AVISO: EQUIVALENCIA ALEM DO LIMITE "
                               "DE 500 IGNORADA - " EQV-DPTO-ORIGEM
                               "/" EQV-DISC-ORIGEM
                   END-IF
           END-READ
           .
       017-FIM-LER-EQUIVAL.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DA TRILHA DE AUDITORIA DO CADASTRO *
      *--------------------------------------------------------------*
       020-LER-AUDCAD.

           READ ARQ-AUDCAD
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-AUDCAD-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM REGISTRO DA TRILHA: SO INTERESSA ALTERACAO   *
      *    DA DATA DE REFERENCIA EM QUE O DEPARTAMENTO MUDOU         *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF AUC-ALTERACAO AND AUC-DATA = WS-DATA-REFERENCIA
               MOVE  AUC-IMAGEM-ANTES   TO  WS-CAD-ANTES
               MOVE  AUC-IMAGEM-DEPOIS  TO  WS-CAD-DEPOIS
               IF ANT-NR-DPTO NOT = NOV-NR-DPTO
                   PERFORM 031-PROCESSAR-TRANSFERENCIA
               END-IF
           END-IF

           PERFORM 020-LER-AUDCAD
           .
      *--------------------------------------------------------------*
      *    APROVEITAR AS DISCIPLINAS DE UM ALUNO TRANSFERIDO         *
      *--------------------------------------------------------------*
       031-PROCESSAR-TRANSFERENCIA.

           ADD   1  TO  WS-CT-TRANSFERENCIAS

           PERFORM 032-CARREGAR-HISTORICO

           MOVE  WS-CT-HIS  TO  WS-CT-HIS-LIDOS
           MOVE  ZEROS      TO  WS-CT-APROV-ORIGEM

           PERFORM 034-APROVEITAR-DISCIPLINA
                   THRU 034-FIM-APROVEITAR-DISCIPLINA
               VARYING WS-IDX-HIS FROM 1 BY 1
               UNTIL WS-IDX-HIS > WS-CT-HIS-LIDOS

           IF WS-CT-APROV-ORIGEM = ZEROS
               ADD   1  TO  WS-CT-SEM-APROVADAS
               MOVE  ANT-NR-DPTO         TO  WS-APL-DPTO-ORIG
               MOVE  ZEROS               TO  WS-APL-DISC-ORIG
               MOVE  SPACES              TO  WS-APL-PERIODO
               MOVE  SPACES              TO  WS-APL-NOME-DISC
               MOVE  NOV-NR-DPTO         TO  WS-APL-DPTO-DEST
               MOVE  ZEROS               TO  WS-APL-DISC-DEST
               MOVE  "NENHUMA APROVADA"  TO  WS-APL-RESULTADO
               PERFORM 045-GRAVAR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PERCORRER O HISTORICO DO RA (COMO O CGPRG16M), GUARDANDO  *
      *    CADA REGISTRO NA TABELA DO ALUNO                          *
      *--------------------------------------------------------------*
       032-CARREGAR-HISTORICO.

           MOVE  ZEROS   TO  WS-CT-HIS

           MOVE  NOV-RA  TO  HIST-RA
           MOVE  ZEROS   TO  HIST-PERIODO
                             HIST-NR-DPTO
                             HIST-NR-DISC

           START ARQ-HISTORICO KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE 'S'  TO  WS-FIM-HIST
               NOT INVALID KEY
                   MOVE 'N'  TO  WS-FIM-HIST
           END-START

           IF WS-FIM-HIST = 'N'
               PERFORM 037-LER-HISTORICO
               PERFORM 033-GUARDAR-HISTORICO
                       THRU 033-FIM-GUARDAR-HISTORICO
                   UNTIL WS-FIM-HIST = 'S' OR
                         HIST-RA NOT = NOV-RA
           END-IF
           .
       033-GUARDAR-HISTORICO.

           IF WS-CT-HIS < 200
               ADD   1              TO  WS-CT-HIS
               MOVE  HIST-NR-DPTO   TO  WS-HIS-NR-DPTO(WS-CT-HIS)
               MOVE  HIST-NR-DISC   TO  WS-HIS-NR-DISC(WS-CT-HIS)
               MOVE  HIST-SITUACAO  TO  WS-HIS-SITUACAO(WS-CT-HIS)
               MOVE  REG-HISTORICO  TO  WS-HIS-IMAGEM(WS-CT-HIS)
           ELSE
               ADD   1  TO  WS-CT-HIS-PERDIDOS
               DISPLAY "AVISO: HISTORICO ALEM DO LIMITE DE 200 "
                       "IGNORADO - RA " HIST-RA " DISC " HIST-NR-DISC
           END-IF

           PERFORM 037-LER-HISTORICO
           .
       033-FIM-GUARDAR-HISTORICO.
           EXIT.
      *--------------------------------------------------------------*
      *    APROVEITAR UMA DISCIPLINA APROVADA NO DEPARTAMENTO        *
      *    ANTERIOR: PROCURAR O EQUIVALENTE NO NOVO DEPARTAMENTO E,  *
      *    SE O ALUNO AINDA NAO O TEM APROVADO, GRAVAR O REGISTRO    *
      *--------------------------------------------------------------*
       034-APROVEITAR-DISCIPLINA.

           IF WS-HIS-NR-DPTO(WS-IDX-HIS) = ANT-NR-DPTO AND
              (WS-HIS-SITUACAO(WS-IDX-HIS) = "APROVADO" OR
               WS-HIS-SITUACAO(WS-IDX-HIS) = "APROVEITADO")
               ADD   1  TO  WS-CT-APROV-ORIGEM
               MOVE  WS-HIS-IMAGEM(WS-IDX-HIS)  TO  REG-HISTORICO
               PERFORM 041-PREPARAR-LINHA
               PERFORM 036-PROCURAR-EQUIVALENCIA
               EVALUATE TRUE
                   WHEN WS-DISC-EQUIVALENTE = ZEROS
                       ADD   1  TO  WS-CT-SEM-EQUIVALENCIA
                       MOVE  "SEM EQUIVALENCIA"  TO  WS-APL-RESULTADO
                   WHEN OTHER
                       MOVE  WS-DISC-EQUIVALENTE  TO  WS-APL-DISC-DEST
                       PERFORM 038-PROCURAR-APROVADA-DESTINO
                       IF WS-IDX-HIS-ACHADO NOT = ZEROS
                           ADD   1  TO  WS-CT-JA-APROVADAS
                           MOVE  "JA APROVADA NO DESTINO" TO
                                                 WS-APL-RESULTADO
                       ELSE
                           PERFORM 035-GRAVAR-APROVEITAMENTO
                       END-IF
               END-EVALUATE
               PERFORM 045-GRAVAR-LINHA
           END-IF
           .
       034-FIM-APROVEITAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR NO HISTORICO O REGISTRO APROVEITADO: NOTAS, PESOS, *
      *    MEDIA, EXAME E FREQUENCIA DA ORIGEM, NO PERIODO DO CARTAO *
      *    E NA DISCIPLINA EQUIVALENTE DO NOVO DEPARTAMENTO, COM O   *
      *    NOME OFICIAL DO CADASTRO. CHAVE JA EXISTENTE (O ALUNO JA  *
      *    TEM A DISCIPLINA NO PERIODO) NAO E SOBREPOSTA             *
      *--------------------------------------------------------------*
       035-GRAVAR-APROVEITAMENTO.

           MOVE  WS-PERIODO-EXECUCAO  TO  HIST-PERIODO
           MOVE  NOV-NR-DPTO          TO  HIST-NR-DPTO
           MOVE  WS-DISC-EQUIVALENTE  TO  HIST-NR-DISC
           MOVE  NOV-NOME             TO  HIST-ALUNO
           MOVE  "APROVEITADO"        TO  HIST-SITUACAO
           MOVE  REG-HISTORICO        TO  WS-IMAGEM-NOVA

           WRITE REG-HISTORICO
               INVALID KEY
                   ADD   1  TO  WS-CT-JA-EXISTENTES
                   MOVE  "JA EXISTE NO PERIODO"  TO  WS-APL-RESULTADO
               NOT INVALID KEY
                   ADD   1  TO  WS-CT-APROVEITADAS
                   MOVE  "APROVEITADA"           TO  WS-APL-RESULTADO
                   MOVE  "I"                     TO  AUD-TIPO-ACAO
                   MOVE  SPACES                  TO  AUD-IMAGEM-ANTES
                   PERFORM 043-GRAVAR-AUDITORIA
                   IF WS-CT-HIS < 200
                       ADD   1              TO  WS-CT-HIS
                       MOVE  HIST-NR-DPTO   TO
                                     WS-HIS-NR-DPTO(WS-CT-HIS)
                       MOVE  HIST-NR-DISC   TO
                                     WS-HIS-NR-DISC(WS-CT-HIS)
                       MOVE  HIST-SITUACAO  TO
                                     WS-HIS-SITUACAO(WS-CT-HIS)
                       MOVE  REG-HISTORICO  TO
                                     WS-HIS-IMAGEM(WS-CT-HIS)
                   END-IF
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    PROCURAR NA TABELA DE EQUIVALENCIAS, NOS DOIS SENTIDOS, O *
      *    EQUIVALENTE NO NOVO DEPARTAMENTO DA DISCIPLINA DE ORIGEM  *
      *--------------------------------------------------------------*
       036-PROCURAR-EQUIVALENCIA.

           MOVE  ZEROS  TO  WS-DISC-EQUIVALENTE

           PERFORM 039-COMPARAR-EQUIVALENCIA
                   THRU 039-FIM-COMPARAR-EQUIVALENCIA
               VARYING WS-IDX-EQV FROM 1 BY 1
               UNTIL WS-IDX-EQV > WS-CT-EQUIVAL OR
                     WS-DISC-EQUIVALENTE NOT = ZEROS
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ESCOLAR               *
      *--------------------------------------------------------------*
       037-LER-HISTORICO.

           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM-HIST
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCURAR NA TABELA DO ALUNO A DISCIPLINA EQUIVALENTE JA   *
      *    APROVADA (OU APROVEITADA) NO NOVO DEPARTAMENTO            *
      *--------------------------------------------------------------*
       038-PROCURAR-APROVADA-DESTINO.

           MOVE  ZEROS  TO  WS-IDX-HIS-ACHADO

           PERFORM 040-COMPARAR-APROVADA
                   THRU 040-FIM-COMPARAR-APROVADA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS > WS-CT-HIS OR
                     WS-IDX-HIS-ACHADO NOT = ZEROS
           .
       039-COMPARAR-EQUIVALENCIA.

           IF WS-EQV-DPTO-ORIG(WS-IDX-EQV) = ANT-NR-DPTO   AND
              WS-EQV-DISC-ORIG(WS-IDX-EQV) = HIST-NR-DISC  AND
              WS-EQV-DPTO-DEST(WS-IDX-EQV) = NOV-NR-DPTO
               MOVE  WS-EQV-DISC-DEST(WS-IDX-EQV)  TO
                                           WS-DISC-EQUIVALENTE
           END-IF

           IF WS-EQV-DPTO-DEST(WS-IDX-EQV) = ANT-NR-DPTO   AND
              WS-EQV-DISC-DEST(WS-IDX-EQV) = HIST-NR-DISC  AND
              WS-EQV-DPTO-ORIG(WS-IDX-EQV) = NOV-NR-DPTO
               MOVE  WS-EQV-DISC-ORIG(WS-IDX-EQV)  TO
                                           WS-DISC-EQUIVALENTE
           END-IF
           .
       039-FIM-COMPARAR-EQUIVALENCIA.
           EXIT.
      *    O INDICE DO CATALOGO E EMPRESTADO PARA PERCORRER A TABELA
      *    DO ALUNO, POIS WS-IDX-HIS ESTA EM USO PELO CHAMADOR.
       040-COMPARAR-APROVADA.

           IF WS-HIS-NR-DPTO(WS-IDX-DIS) = NOV-NR-DPTO          AND
              WS-HIS-NR-DISC(WS-IDX-DIS) = WS-DISC-EQUIVALENTE  AND
              (WS-HIS-SITUACAO(WS-IDX-DIS) = "APROVADO" OR
               WS-HIS-SITUACAO(WS-IDX-DIS) = "APROVEITADO")
               MOVE  WS-IDX-DIS  TO  WS-IDX-HIS-ACHADO
           END-IF
           .
       040-FIM-COMPARAR-APROVADA.
           EXIT.
      *--------------------------------------------------------------*
      *    PREENCHER A LINHA DO RELATORIO COM O ALUNO E A DISCIPLINA *
      *    DE ORIGEM (REGISTRO DA TABELA JA MOVIDO PARA A FD)        *
      *--------------------------------------------------------------*
       041-PREPARAR-LINHA.

           MOVE  HIST-NR-DPTO   TO  WS-APL-DPTO-ORIG
           MOVE  HIST-NR-DISC   TO  WS-APL-DISC-ORIG
           MOVE  HIST-PERIODO   TO  WS-APL-PERIODO
           MOVE  NOV-NR-DPTO    TO  WS-APL-DPTO-DEST
           MOVE  ZEROS          TO  WS-APL-DISC-DEST
           MOVE  SPACES         TO  WS-APL-NOME-DISC

           PERFORM 042-PROCURAR-DISCIPLINA
           IF WS-IDX-DIS-ACHADO NOT = ZEROS
               MOVE  WS-DIS-NOME(WS-IDX-DIS-ACHADO)  TO
                                           WS-APL-NOME-DISC
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA DE ORIGEM NO CATALOGO               *
      *--------------------------------------------------------------*
       042-PROCURAR-DISCIPLINA.

           MOVE  ZEROS  TO  WS-IDX-DIS-ACHADO

           PERFORM 044-COMPARAR-DISCIPLINA
                   THRU 044-FIM-COMPARAR-DISCIPLINA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS > WS-CT-DISCIP OR
                     WS-IDX-DIS-ACHADO NOT = ZEROS
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NA TRILHA DE AUDITORIA DO HISTORICO    *
      *--------------------------------------------------------------*
       043-GRAVAR-AUDITORIA.

           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE  WS-DATA-SISTEMA  TO  AUD-DATA
           MOVE  WS-HORA-HHMMSS   TO  AUD-HORA
           MOVE  HIST-PERIODO     TO  AUD-PERIODO
           MOVE  HIST-NR-DPTO     TO  AUD-NR-DPTO
           MOVE  HIST-RA          TO  AUD-RA
           MOVE  WS-IMAGEM-NOVA   TO  AUD-IMAGEM-DEPOIS

           WRITE REG-AUDITORIA
           .
       044-COMPARAR-DISCIPLINA.

           IF HIST-NR-DPTO = WS-DIS-DPTO(WS-IDX-DIS) AND
              HIST-NR-DISC = WS-DIS-NR(WS-IDX-DIS)
               MOVE  WS-IDX-DIS  TO  WS-IDX-DIS-ACHADO
           END-IF
           .
       044-FIM-COMPARAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE DETALHE NO RELATORIO, COM O RA E O    *
      *    NOME OFICIAL DO ALUNO TRANSFERIDO                         *
      *--------------------------------------------------------------*
       045-GRAVAR-LINHA.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  NOV-RA    TO  WS-APL-RA
           MOVE  NOV-NOME  TO  WS-APL-ALUNO

           WRITE REG-RELAPR FROM WS-REG-APROVEITAMENTO
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-AUDCAD
               CLOSE ARQ-EQUIVAL
               CLOSE ARQ-DISCIP
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-RELAPR

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-TRANSFERENCIAS = ZEROS
                       MOVE  04   TO  WS-COD-RETORNO
                   END-IF
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "REGISTROS DA TRILHA    = " WS-CT-AUDCAD-LIDOS
           DISPLAY "TRANSFERENCIAS         = " WS-CT-TRANSFERENCIAS
           DISPLAY "DISC. APROVEITADAS     = " WS-CT-APROVEITADAS
           DISPLAY "SEM EQUIVALENCIA       = " WS-CT-SEM-EQUIVALENCIA
           DISPLAY "JA APROVADAS NO DESTINO= " WS-CT-JA-APROVADAS
           DISPLAY "JA EXISTENTES NO PER.  = " WS-CT-JA-EXISTENTES
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG19M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO E FECHA-LO *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG19M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               MOVE  WS-CT-APROVEITADAS TO RUN-QTD-PROCESSADOS
               COMPUTE RUN-QTD-REJEITADOS =
                       WS-CT-SEM-EQUIVALENCIA + WS-CT-JA-EXISTENTES
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DO APROVEITAMENTO                 *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-CT-LINHAS + 9 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELAPR
           WRITE REG-RELAPR

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DO APROVEITAMENTO DE ESTUDOS" TO  WS-RES-ROTULO
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PERIODO DO APROVEITAMENTO"       TO  WS-RES-ROTULO
           MOVE  WS-PERIODO-EXECUCAO               TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DATA DAS TRANSFERENCIAS (AAAAMMDD)" TO WS-RES-ROTULO
           MOVE  WS-DATA-REFERENCIA                TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ALUNOS TRANSFERIDOS"             TO  WS-RES-ROTULO
           MOVE  WS-CT-TRANSFERENCIAS              TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "SEM APROVADA NO DEPARTAMENTO ANTERIOR" TO
                                                       WS-RES-ROTULO
           MOVE  WS-CT-SEM-APROVADAS               TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DISCIPLINAS APROVEITADAS"        TO  WS-RES-ROTULO
           MOVE  WS-CT-APROVEITADAS                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DISCIPLINAS SEM EQUIVALENCIA"    TO  WS-RES-ROTULO
           MOVE  WS-CT-SEM-EQUIVALENCIA            TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "EQUIVALENTE JA APROVADA NO DESTINO" TO WS-RES-ROTULO
           MOVE  WS-CT-JA-APROVADAS                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "EQUIVALENTE JA EXISTENTE NO PERIODO" TO WS-RES-ROTULO
           MOVE  WS-CT-JA-EXISTENTES               TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAPR FROM WS-REG-RESUMO

           IF WS-CT-HIS-PERDIDOS > ZEROS
               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "HISTORICO ALEM DO LIMITE (NAO LIDO)" TO
                                                       WS-RES-ROTULO
               MOVE  WS-CT-HIS-PERDIDOS            TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-RELAPR FROM WS-REG-RESUMO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELAPR
               WRITE REG-RELAPR
           END-IF

           WRITE REG-RELAPR FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELAPR
           WRITE REG-RELAPR
           WRITE REG-RELAPR FROM WS-CAB-COLUNAS
           WRITE REG-RELAPR FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG19M <-------------------*

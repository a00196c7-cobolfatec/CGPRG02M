       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG25M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. AVISOS AO ALUNO, QUE A     *
      *                  SECRETARIA ESCREVIA A MAO A PARTIR DAS      *
      *                  LISTAGENS: PARA O PERIODO DO CARTAO PERIODO *
      *                  JUNTA A SITUACAO ACADEMICA DO CGPRG07M      *
      *                  (ARQ-SITACAD, ALUNOS EM PROBATION OU        *
      *                  JUBILANDO) E AS CONVOCACOES PARA EXAME DO   *
      *                  CGPRG09M (ESQUELETO ARQ-EXASKEL, UMA POR    *
      *                  DISCIPLINA EM RECUPERACAO) AO CONTATO DO    *
      *                  CADASTRO DE ALUNOS (ARQ-CADALU, COPY        *
      *                  CADREG) E GRAVA O ARQUIVO DE MALA DIRETA    *
      *                  (ARQ-NOTIFIC, COPY NOTIREG, COM HEADER E    *
      *                  TRAILER) PARA O GATEWAY DE E-MAIL E A       *
      *                  GRAFICA. O AVISO VAI POR E-MAIL QUANDO HA   *
      *                  E-MAIL E POR CORREIO QUANDO NAO HA; O DE    *
      *                  JUBILAMENTO VAI TAMBEM POR CORREIO SEMPRE   *
      *                  QUE HA ENDERECO. A DISCIPLINA DA CONVOCACAO *
      *                  E LOCALIZADA NO HISTORICO (ARQ-HISTORICO) E *
      *                  NO CATALOGO (ARQ-DISCIP). QUEM NAO PODE SER *
      *                  AVISADO (RA FORA DO CADASTRO, SEM E-MAIL E  *
      *                  SEM ENDERECO, MATRICULA CANCELADA) SAI NA   *
      *                  RELACAO DE EXCECOES (RELNOT); FALTA DE      *
      *                  CONTATO OU DE CADASTRO DEVOLVE RETURN-CODE  *
      *                  12, E NENHUM AVISO NO PERIODO, 04.          *
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
           SELECT ARQ-SITACAD     ASSIGN TO "SITACAD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-SITACAD.
           SELECT ARQ-EXASKEL     ASSIGN TO "EXASKEL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-EXASKEL.
           SELECT ARQ-CADALU      ASSIGN TO "CADALU"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ALU-RA
                                  FILE STATUS IS WS-FS-CADALU.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-DISCIP      ASSIGN TO "DISCIP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DISCIP.
           SELECT ARQ-NOTIFIC     ASSIGN TO "NOTIFIC"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-NOTIFIC.
           SELECT ARQ-RELNOT      ASSIGN TO "RELNOT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELNOT.
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

      *-----> SITUACAO ACADEMICA DO PERIODO (COPY SITREG), GRAVADA
      *       PELO CGPRG07M: SO PROBATION E JUBILANDO GERAM AVISO
       FD  ARQ-SITACAD
           LABEL RECORD STANDARD.
           COPY SITREG.

      *-----> ESQUELETO DE EXAMES DO CGPRG09M (COPY EXAREG, PREFIXO
      *       SKE- VIA REPLACING, COMO LA): UMA CONVOCACAO POR
      *       DISCIPLINA EM RECUPERACAO
       FD  ARQ-EXASKEL
           LABEL RECORD STANDARD.
           COPY EXAREG REPLACING
                ==REG-EXAMES== BY ==REG-EXASKEL==
                LEADING ==EXA== BY ==SKE==.

      *-----> CADASTRO OFICIAL DE ALUNOS (COPY CADREG): NOME OFICIAL,
      *       SITUACAO DA MATRICULA, E-MAIL E ENDERECO POSTAL
       FD  ARQ-CADALU
           LABEL RECORD STANDARD.
           COPY CADREG.

      *-----> HISTORICO ESCOLAR: SO PARA ACHAR O DEPARTAMENTO DA
      *       DISCIPLINA CONVOCADA, QUE O ESQUELETO NAO TRAZ
       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       CARREGADO EM TABELA NO INICIO, PELO NOME DA DISCIPLINA
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

      *-----> ARQUIVO DE MALA DIRETA (COPY NOTIREG)
       FD  ARQ-NOTIFIC
           LABEL RECORD STANDARD.
           COPY NOTIREG.

       FD  ARQ-RELNOT
           LABEL RECORD STANDARD.
       01  REG-RELNOT               PIC X(132).

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
       77  WS-FS-PERIODO          PIC X(02) VALUE "00".
       77  WS-FS-SITACAD          PIC X(02) VALUE "00".
       77  WS-FS-EXASKEL          PIC X(02) VALUE "00".
       77  WS-FS-CADALU           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-NOTIFIC          PIC X(02) VALUE "00".
       77  WS-FS-RELNOT           PIC X(02) VALUE "00".

      *-----> AS DUAS FONTES DE AVISO SAO LIDAS UMA DEPOIS DA OUTRA:
      *       PRIMEIRO A SITUACAO ACADEMICA, DEPOIS AS CONVOCACOES.
      *       ARQUIVO QUE AINDA NAO EXISTE (O CGPRG07M OU O CGPRG09M
      *       NAO RODOU NO PERIODO) E SO AVISO E NAO E LIDO
       77  WS-FL-SITACAD          PIC X(01) VALUE "N".
           88 WS-SITACAD-DISPONIVEL         VALUE "S".
       77  WS-FL-EXASKEL          PIC X(01) VALUE "N".
           88 WS-EXASKEL-DISPONIVEL         VALUE "S".
       77  WS-FL-FASE             PIC X(01) VALUE "S".
           88 WS-FASE-SITUACAO              VALUE "S".
           88 WS-FASE-CONVOCACAO            VALUE "C".

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).

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

      *-----> AVISO EM TRATAMENTO, MONTADO A PARTIR DA FONTE E
      *       COMPLETADO COM O CADASTRO
       01  WS-AVISO.
           05 WS-AVI-RA            PIC 9(13).
           05 WS-AVI-ALUNO         PIC X(30).
           05 WS-AVI-TIPO          PIC X(10).
               88 WS-AVI-PROBATION           VALUE "PROBATION".
               88 WS-AVI-JUBILANDO           VALUE "JUBILANDO".
               88 WS-AVI-CONVOCACAO          VALUE "CONVOCACAO".
           05 WS-AVI-GPA           PIC 99V99.
           05 WS-AVI-NR-DPTO       PIC 9(04).
           05 WS-AVI-NR-DISC       PIC 9(04).
           05 WS-AVI-NOME-DISC     PIC X(30).
       77  WS-CANAL               PIC X(01) VALUE SPACES.
       77  WS-FL-TEM-EMAIL        PIC X(01) VALUE "N".
           88 WS-TEM-EMAIL                  VALUE "S".
       77  WS-FL-TEM-ENDERECO     PIC X(01) VALUE "N".
           88 WS-TEM-ENDERECO               VALUE "S".
       77  WS-FIM-HIST            PIC X(01) VALUE "N".
       77  WS-FL-ACHOU-DISC       PIC X(01) VALUE "N".
           88 WS-ACHOU-DISCIPLINA           VALUE "S".

      *-----> TOTALIZADORES DA RODADA: AVISOS POR TIPO, DETALHES
      *       GRAVADOS (POR CANAL E POR TIPO, PARA O TRAILER) E
      *       ALUNOS NAO AVISADOS POR MOTIVO
       77  WS-CT-SIT-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WS-CT-EXA-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WS-CT-AVI-PROBATION    PIC 9(07) VALUE ZEROS.
       77  WS-CT-AVI-JUBILANDO    PIC 9(07) VALUE ZEROS.
       77  WS-CT-AVI-CONVOCACAO   PIC 9(07) VALUE ZEROS.
       77  WS-CT-AVISOS           PIC 9(07) VALUE ZEROS.
       77  WS-CT-AVISADOS         PIC 9(07) VALUE ZEROS.
       77  WS-CT-DETALHES         PIC 9(07) VALUE ZEROS.
       77  WS-CT-DET-EMAIL        PIC 9(07) VALUE ZEROS.
       77  WS-CT-DET-CORREIO      PIC 9(07) VALUE ZEROS.
       77  WS-CT-DET-PROBATION    PIC 9(07) VALUE ZEROS.
       77  WS-CT-DET-JUBILANDO    PIC 9(07) VALUE ZEROS.
       77  WS-CT-DET-CONVOCACAO   PIC 9(07) VALUE ZEROS.
       77  WS-CT-NAO-CADASTRADOS  PIC 9(07) VALUE ZEROS.
       77  WS-CT-SEM-CONTATO      PIC 9(07) VALUE ZEROS.
       77  WS-CT-CANCELADAS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-EXCECOES         PIC 9(07) VALUE ZEROS.
       77  WS-CT-SEM-HISTORICO    PIC 9(07) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> LINHA DA RELACAO DE EXCECOES
       01  WS-REG-EXCECAO.
           05 WS-EXL-RA           PIC 9(13).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-EXL-ALUNO        PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-EXL-AVISO        PIC X(10).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-EXL-NR-DPTO      PIC X(04).
           05 WS-EXL-BARRA        PIC X(01).
           05 WS-EXL-NR-DISC      PIC X(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-EXL-MOTIVO       PIC X(30).
           05 FILLER              PIC X(32)       VALUE SPACES.

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
           05 FILLER              PIC X(20)       VALUE SPACES.
           05 FILLER              PIC X(35)       VALUE
                   "ALUNOS NAO AVISADOS - PERIODO".
           05 WS-CAB-PERIODO      PIC 9(05).
           05 FILLER              PIC X(41)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-EXCECAO
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(13)       VALUE "RA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE "ALUNO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "AVISO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "DPTO/DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE "MOTIVO".
           05 FILLER              PIC X(32)       VALUE SPACES.

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

           DISPLAY "** PROGRAMA 25 - AVISOS AO ALUNO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

           PERFORM 009-GRAVAR-INICIO-RUNLOG

      *    O CARTAO DE PERIODO E O MESMO DO CGPRG00M; AQUI ELE E
      *    OBRIGATORIO, POIS DEFINE O PERIODO DOS AVISOS.
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

           IF WS-PERIODO-EXECUCAO = ZEROS
               DISPLAY "CARTAO DE PERIODO (PERIODO) OBRIGATORIO"
               DISPLAY "PERIODO=" WS-FS-PERIODO
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               MOVE  WS-PERIODO-EXECUCAO  TO  WS-CAB-PERIODO
               DISPLAY "AVISOS DO PERIODO " WS-PERIODO-EXECUCAO
               PERFORM 012-ABRIR-ARQUIVOS
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
               MOVE  "CGPRG25M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  "NOTIFIC"         TO  RUN-MODO
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
      *    ABRIR OS ARQUIVOS DA RODADA E CARREGAR O CATALOGO. A      *
      *    SITUACAO ACADEMICA E O ESQUELETO DE EXAMES PODEM FALTAR   *
      *    (STATUS 35): A FONTE QUE FALTA SO NAO GERA AVISO          *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-SITACAD
           IF WS-FS-SITACAD = "00"
               MOVE  'S'  TO  WS-FL-SITACAD
           END-IF

           OPEN INPUT  ARQ-EXASKEL
           IF WS-FS-EXASKEL = "00"
               MOVE  'S'  TO  WS-FL-EXASKEL
           END-IF

           OPEN INPUT  ARQ-CADALU
           OPEN INPUT  ARQ-HISTORICO
           OPEN INPUT  ARQ-DISCIP
           OPEN OUTPUT ARQ-NOTIFIC
           OPEN OUTPUT ARQ-RELNOT

           IF (WS-FS-SITACAD  NOT = "00" AND
               WS-FS-SITACAD  NOT = "35")    OR
              (WS-FS-EXASKEL  NOT = "00" AND
               WS-FS-EXASKEL  NOT = "35")    OR
              WS-FS-CADALU    NOT = "00"     OR
              WS-FS-HISTORICO NOT = "00"     OR
              WS-FS-DISCIP    NOT = "00"     OR
              WS-FS-NOTIFIC   NOT = "00"     OR
              WS-FS-RELNOT    NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "SITACAD="   WS-FS-SITACAD
                       " EXASKEL="  WS-FS-EXASKEL
                       " CADALU="   WS-FS-CADALU
                       " HISTAL="   WS-FS-HISTORICO
                       " DISCIP="   WS-FS-DISCIP
                       " NOTIFIC="  WS-FS-NOTIFIC
                       " RELNOT="   WS-FS-RELNOT
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               IF NOT WS-SITACAD-DISPONIVEL
                   DISPLAY "AVISO: SITUACAO ACADEMICA (SITACAD) NAO "
                           "ENCONTRADA - SEM AVISOS DE PROBATION E "
                           "JUBILAMENTO"
               END-IF
               IF NOT WS-EXASKEL-DISPONIVEL
                   DISPLAY "AVISO: ESQUELETO DE EXAMES (EXASKEL) NAO "
                           "ENCONTRADO - SEM AVISOS DE CONVOCACAO"
               END-IF
               PERFORM 014-CARREGAR-DISCIP
               IF WS-CT-DISCIP = ZEROS
                   DISPLAY "AVISO: CATALOGO DE DISCIPLINAS VAZIO"
                           " - CONVOCACOES SEM NOME DA DISCIPLINA"
               END-IF
               PERFORM 070-IMPRIMIR-CABECALHO
               PERFORM 040-GRAVAR-HEADER-NOTIFIC
               IF WS-SITACAD-DISPONIVEL
                   MOVE  'S'  TO  WS-FL-FASE
               ELSE
                   MOVE  'C'  TO  WS-FL-FASE
               END-IF
               PERFORM 020-LER-ENTRADA
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
      *    LER O PROXIMO REGISTRO DA FONTE CORRENTE: ACABADA A       *
      *    SITUACAO ACADEMICA, PASSA PARA O ESQUELETO DE EXAMES NA   *
      *    MESMA LEITURA                                             *
      *--------------------------------------------------------------*
       020-LER-ENTRADA.

           IF WS-FASE-SITUACAO
               READ ARQ-SITACAD
                   AT END
                       MOVE 'C'  TO  WS-FL-FASE
                   NOT AT END
                       ADD  1  TO  WS-CT-SIT-LIDOS
               END-READ
           END-IF

           IF WS-FASE-CONVOCACAO
               IF WS-EXASKEL-DISPONIVEL
                   READ ARQ-EXASKEL
                       AT END
                           MOVE 'S'  TO  WS-FIM
                       NOT AT END
                           ADD  1  TO  WS-CT-EXA-LIDOS
                   END-READ
               ELSE
                   MOVE 'S'  TO  WS-FIM
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCESSAR O REGISTRO LIDO CONFORME A FONTE                *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF WS-FASE-SITUACAO
               PERFORM 031-AVALIAR-SITUACAO
           ELSE
               PERFORM 032-AVALIAR-CONVOCACAO
           END-IF

           PERFORM 020-LER-ENTRADA
           .
      *--------------------------------------------------------------*
      *    SITUACAO ACADEMICA: PROBATION OU JUBILANDO NO PERIODO DO  *
      *    CARTAO GERA UM AVISO                                      *
      *--------------------------------------------------------------*
       031-AVALIAR-SITUACAO.

           IF SIT-PERIODO = WS-PERIODO-EXECUCAO AND
              (SIT-PROBATION OR SIT-JUBILANDO)
               MOVE  SPACES            TO  WS-AVISO
               MOVE  SIT-RA            TO  WS-AVI-RA
               MOVE  SIT-ALUNO         TO  WS-AVI-ALUNO
               MOVE  SIT-COD-STANDING  TO  WS-AVI-TIPO
               MOVE  SIT-GPA           TO  WS-AVI-GPA
               MOVE  ZEROS             TO  WS-AVI-NR-DPTO
                                           WS-AVI-NR-DISC
               IF SIT-PROBATION
                   ADD   1  TO  WS-CT-AVI-PROBATION
               ELSE
                   ADD   1  TO  WS-CT-AVI-JUBILANDO
               END-IF
               PERFORM 034-NOTIFICAR-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONVOCACAO PARA EXAME NO PERIODO DO CARTAO: UM AVISO POR  *
      *    DISCIPLINA, COM O DEPARTAMENTO ACHADO NO HISTORICO        *
      *--------------------------------------------------------------*
       032-AVALIAR-CONVOCACAO.

           IF SKE-PERIODO = WS-PERIODO-EXECUCAO
               MOVE  SPACES            TO  WS-AVISO
               MOVE  SKE-RA            TO  WS-AVI-RA
               MOVE  "CONVOCACAO"      TO  WS-AVI-TIPO
               MOVE  ZEROS             TO  WS-AVI-GPA
                                           WS-AVI-NR-DPTO
               MOVE  SKE-NR-DISC       TO  WS-AVI-NR-DISC
               ADD   1  TO  WS-CT-AVI-CONVOCACAO
               PERFORM 033-LOCALIZAR-DISCIPLINA
               PERFORM 034-NOTIFICAR-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR NO HISTORICO A DISCIPLINA CONVOCADA (O          *
      *    ESQUELETO SO TRAZ O NUMERO DA DISCIPLINA): POSICIONA NO   *
      *    RA/PERIODO E PERCORRE OS REGISTROS DELE, COMO O CGPRG04M; *
      *    O NOME VEM DO CATALOGO                                    *
      *--------------------------------------------------------------*
       033-LOCALIZAR-DISCIPLINA.

           MOVE  'N'          TO  WS-FL-ACHOU-DISC
           MOVE  SKE-RA       TO  HIST-RA
           MOVE  SKE-PERIODO  TO  HIST-PERIODO
           MOVE  ZEROS        TO  HIST-NR-DPTO
                                  HIST-NR-DISC

           START ARQ-HISTORICO KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE 'S'  TO  WS-FIM-HIST
               NOT INVALID KEY
                   MOVE 'N'  TO  WS-FIM-HIST
           END-START

           IF WS-FIM-HIST = 'N'
               PERFORM 035-LER-HISTORICO
               PERFORM 036-TESTAR-DISCIPLINA
                       THRU 036-FIM-TESTAR-DISCIPLINA
                   UNTIL WS-FIM-HIST = 'S'          OR
                         WS-ACHOU-DISCIPLINA        OR
                         HIST-RA      NOT = SKE-RA  OR
                         HIST-PERIODO NOT = SKE-PERIODO
           END-IF

           IF WS-ACHOU-DISCIPLINA
               PERFORM 037-PROCURAR-CATALOGO
               IF WS-IDX-DIS-ACHADO NOT = ZEROS
                   MOVE  WS-DIS-NOME(WS-IDX-DIS-ACHADO)  TO
                                           WS-AVI-NOME-DISC
               END-IF
           ELSE
               ADD   1  TO  WS-CT-SEM-HISTORICO
               DISPLAY "AVISO: CONVOCACAO SEM HISTORICO - RA "
                       SKE-RA " DISC " SKE-NR-DISC
           END-IF
           .
      *--------------------------------------------------------------*
      *    AVISAR UM ALUNO: CONFERIR O CADASTRO E O CONTATO E GRAVAR *
      *    O DETALHE DE CADA CANAL, OU A EXCECAO                     *
      *--------------------------------------------------------------*
       034-NOTIFICAR-ALUNO.

           ADD   1          TO  WS-CT-AVISOS
           MOVE  WS-AVI-RA  TO  ALU-RA

           READ ARQ-CADALU
               INVALID KEY
                   ADD   1  TO  WS-CT-NAO-CADASTRADOS
                   MOVE  "RA NAO CADASTRADO"  TO  WS-EXL-MOTIVO
                   PERFORM 041-IMPRIMIR-EXCECAO
               NOT INVALID KEY
                   MOVE  ALU-NOME  TO  WS-AVI-ALUNO
                   PERFORM 042-CONFERIR-CONTATO
                   EVALUATE TRUE
                       WHEN ALU-MATRICULA-CANCELADA
                           ADD   1  TO  WS-CT-CANCELADAS
                           MOVE  "MATRICULA CANCELADA"  TO
                                                     WS-EXL-MOTIVO
                           PERFORM 041-IMPRIMIR-EXCECAO
                       WHEN NOT WS-TEM-EMAIL AND NOT WS-TEM-ENDERECO
                           ADD   1  TO  WS-CT-SEM-CONTATO
                           MOVE  "SEM E-MAIL E SEM ENDERECO"  TO
                                                     WS-EXL-MOTIVO
                           PERFORM 041-IMPRIMIR-EXCECAO
                       WHEN OTHER
                           ADD   1  TO  WS-CT-AVISADOS
                           PERFORM 043-ESCOLHER-CANAIS
                   END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ESCOLAR               *
      *--------------------------------------------------------------*
       035-LER-HISTORICO.

           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM-HIST
           END-READ
           .
      *--------------------------------------------------------------*
      *    TESTAR SE O REGISTRO LIDO E O DA DISCIPLINA CONVOCADA     *
      *--------------------------------------------------------------*
       036-TESTAR-DISCIPLINA.

           IF HIST-RA       = SKE-RA      AND
              HIST-PERIODO  = SKE-PERIODO AND
              HIST-NR-DISC  = SKE-NR-DISC
               MOVE  'S'           TO  WS-FL-ACHOU-DISC
               MOVE  HIST-NR-DPTO  TO  WS-AVI-NR-DPTO
               MOVE  HIST-ALUNO    TO  WS-AVI-ALUNO
           ELSE
               PERFORM 035-LER-HISTORICO
           END-IF
           .
       036-FIM-TESTAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA CONVOCADA NO CATALOGO               *
      *--------------------------------------------------------------*
       037-PROCURAR-CATALOGO.

           MOVE  ZEROS  TO  WS-IDX-DIS-ACHADO

           PERFORM 038-COMPARAR-DISCIPLINA
                   THRU 038-FIM-COMPARAR-DISCIPLINA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS > WS-CT-DISCIP OR
                     WS-IDX-DIS-ACHADO NOT = ZEROS
           .
       038-COMPARAR-DISCIPLINA.

           IF WS-AVI-NR-DPTO = WS-DIS-DPTO(WS-IDX-DIS) AND
              WS-AVI-NR-DISC = WS-DIS-NR(WS-IDX-DIS)
               MOVE  WS-IDX-DIS  TO  WS-IDX-DIS-ACHADO
           END-IF
           .
       038-FIM-COMPARAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR UM DETALHE NO ARQUIVO DE MALA DIRETA, SO COM O     *
      *    CONTATO DO CANAL DO DETALHE                               *
      *--------------------------------------------------------------*
       039-GRAVAR-DETALHE.

           MOVE  SPACES               TO  REG-NOTIFIC
           MOVE  "D"                  TO  NTF-TIPO-REG
           MOVE  WS-AVI-RA            TO  NTF-RA
           MOVE  WS-AVI-ALUNO         TO  NTF-ALUNO
           MOVE  WS-PERIODO-EXECUCAO  TO  NTF-PERIODO
           MOVE  WS-AVI-TIPO          TO  NTF-TIPO-AVISO
           MOVE  WS-CANAL             TO  NTF-CANAL
           MOVE  WS-AVI-GPA           TO  NTF-GPA
           MOVE  WS-AVI-NR-DPTO       TO  NTF-NR-DPTO
           MOVE  WS-AVI-NR-DISC       TO  NTF-NR-DISC
           MOVE  WS-AVI-NOME-DISC     TO  NTF-NOME-DISC

           IF NTF-CANAL-EMAIL
               MOVE  ALU-EMAIL     TO  NTF-EMAIL
               MOVE  ZEROS         TO  NTF-CEP
               ADD   1  TO  WS-CT-DET-EMAIL
           ELSE
               MOVE  ALU-ENDERECO  TO  NTF-ENDERECO
               ADD   1  TO  WS-CT-DET-CORREIO
           END-IF

           WRITE REG-NOTIFIC

           ADD   1  TO  WS-CT-DETALHES
           EVALUATE TRUE
               WHEN WS-AVI-PROBATION
                   ADD   1  TO  WS-CT-DET-PROBATION
               WHEN WS-AVI-JUBILANDO
                   ADD   1  TO  WS-CT-DET-JUBILANDO
               WHEN OTHER
                   ADD   1  TO  WS-CT-DET-CONVOCACAO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR O HEADER DO ARQUIVO DE MALA DIRETA                 *
      *--------------------------------------------------------------*
       040-GRAVAR-HEADER-NOTIFIC.

           MOVE  SPACES               TO  REG-NOTIFIC-HEADER
           MOVE  "H"                  TO  NTF-TIPO-REG
           MOVE  WS-DATA-SISTEMA      TO  NTH-DATA-RODADA
           MOVE  WS-PERIODO-EXECUCAO  TO  NTH-PERIODO
           WRITE REG-NOTIFIC-HEADER
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UM ALUNO NAO AVISADO NA RELACAO DE EXCECOES (O   *
      *    MOTIVO JA VEM EM WS-EXL-MOTIVO)                           *
      *--------------------------------------------------------------*
       041-IMPRIMIR-EXCECAO.

           ADD   1  TO  WS-CT-EXCECOES

           MOVE  WS-AVI-RA     TO  WS-EXL-RA
           MOVE  WS-AVI-ALUNO  TO  WS-EXL-ALUNO
           MOVE  WS-AVI-TIPO   TO  WS-EXL-AVISO

           IF WS-AVI-CONVOCACAO
               MOVE  WS-AVI-NR-DPTO  TO  WS-EXL-NR-DPTO
               MOVE  "/"             TO  WS-EXL-BARRA
               MOVE  WS-AVI-NR-DISC  TO  WS-EXL-NR-DISC
           ELSE
               MOVE  SPACES          TO  WS-EXL-NR-DPTO
                                         WS-EXL-BARRA
                                         WS-EXL-NR-DISC
           END-IF

           PERFORM 045-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    CONFERIR O CONTATO DO CADASTRO: E-MAIL PREENCHIDO; E      *
      *    ENDERECO COM LOGRADOURO, CIDADE, UF E CEP (A MESMA REGRA  *
      *    DA MANUTENCAO NO CGPRG06M)                                *
      *--------------------------------------------------------------*
       042-CONFERIR-CONTATO.

           MOVE  'N'  TO  WS-FL-TEM-EMAIL
                          WS-FL-TEM-ENDERECO

           IF ALU-EMAIL NOT = SPACES
               MOVE  'S'  TO  WS-FL-TEM-EMAIL
           END-IF

           IF ALU-LOGRADOURO NOT = SPACES AND
              ALU-CIDADE     NOT = SPACES AND
              ALU-UF         NOT = SPACES AND
              ALU-CEP        NUMERIC      AND
              ALU-CEP        NOT = ZEROS
               MOVE  'S'  TO  WS-FL-TEM-ENDERECO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ESCOLHER OS CANAIS DO AVISO: E-MAIL QUANDO HA; CORREIO    *
      *    QUANDO NAO HA E-MAIL E, NO JUBILAMENTO, SEMPRE QUE HA     *
      *    ENDERECO                                                  *
      *--------------------------------------------------------------*
       043-ESCOLHER-CANAIS.

           IF WS-TEM-EMAIL
               MOVE  "E"  TO  WS-CANAL
               PERFORM 039-GRAVAR-DETALHE
           END-IF

           IF WS-TEM-ENDERECO AND
              (NOT WS-TEM-EMAIL OR WS-AVI-JUBILANDO)
               MOVE  "C"  TO  WS-CANAL
               PERFORM 039-GRAVAR-DETALHE
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR O TRAILER DO ARQUIVO DE MALA DIRETA                *
      *--------------------------------------------------------------*
       044-GRAVAR-TRAILER-NOTIFIC.

           MOVE  SPACES                TO  REG-NOTIFIC-TRAILER
           MOVE  "T"                   TO  NTF-TIPO-REG
           MOVE  WS-CT-DETALHES        TO  NTT-QTD-REGISTROS
           MOVE  WS-CT-DET-EMAIL       TO  NTT-QTD-EMAIL
           MOVE  WS-CT-DET-CORREIO     TO  NTT-QTD-CORREIO
           MOVE  WS-CT-DET-PROBATION   TO  NTT-QTD-PROBATION
           MOVE  WS-CT-DET-JUBILANDO   TO  NTT-QTD-JUBILANDO
           MOVE  WS-CT-DET-CONVOCACAO  TO  NTT-QTD-CONVOCACAO
           WRITE REG-NOTIFIC-TRAILER

           IF WS-CT-EXCECOES = ZEROS
               MOVE  SPACES  TO  REG-RELNOT
               IF WS-CT-AVISOS = ZEROS
                   MOVE  "NENHUM AVISO NO PERIODO"  TO  REG-RELNOT
               ELSE
                   MOVE  "TODOS OS ALUNOS FORAM AVISADOS"  TO
                                                       REG-RELNOT
               END-IF
               WRITE REG-RELNOT
               ADD   1  TO  WS-CT-LINHAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE DETALHE NA RELACAO                    *
      *--------------------------------------------------------------*
       045-GRAVAR-LINHA.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           WRITE REG-RELNOT FROM WS-REG-EXCECAO
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               PERFORM 044-GRAVAR-TRAILER-NOTIFIC
               PERFORM 060-GERAR-RESUMO

               IF WS-SITACAD-DISPONIVEL
                   CLOSE ARQ-SITACAD
               END-IF
               IF WS-EXASKEL-DISPONIVEL
                   CLOSE ARQ-EXASKEL
               END-IF
               CLOSE ARQ-CADALU
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-DISCIP
               CLOSE ARQ-NOTIFIC
               CLOSE ARQ-RELNOT

               IF WS-COD-RETORNO = ZEROS
                   EVALUATE TRUE
                       WHEN WS-CT-NAO-CADASTRADOS > ZEROS OR
                            WS-CT-SEM-CONTATO     > ZEROS
                           MOVE  12   TO  WS-COD-RETORNO
                       WHEN WS-CT-AVISOS = ZEROS
                           MOVE  04   TO  WS-COD-RETORNO
                   END-EVALUATE
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "SITUACOES LIDAS        = " WS-CT-SIT-LIDOS
           DISPLAY "CONVOCACOES LIDAS      = " WS-CT-EXA-LIDOS
           DISPLAY "AVISOS DE PROBATION    = " WS-CT-AVI-PROBATION
           DISPLAY "AVISOS DE JUBILAMENTO  = " WS-CT-AVI-JUBILANDO
           DISPLAY "AVISOS DE CONVOCACAO   = " WS-CT-AVI-CONVOCACAO
           DISPLAY "DETALHES POR E-MAIL    = " WS-CT-DET-EMAIL
           DISPLAY "DETALHES POR CORREIO   = " WS-CT-DET-CORREIO
           DISPLAY "NAO AVISADOS           = " WS-CT-EXCECOES
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG25M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO E FECHA-LO *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG25M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  "NOTIFIC"         TO  RUN-MODO
               MOVE  WS-CT-AVISOS      TO  RUN-QTD-PROCESSADOS
               MOVE  WS-CT-EXCECOES    TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DOS AVISOS                        *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-CT-LINHAS + 16 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELNOT
           WRITE REG-RELNOT

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DOS AVISOS"               TO  WS-RES-ROTULO
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PERIODO DOS AVISOS"              TO  WS-RES-ROTULO
           MOVE  WS-PERIODO-EXECUCAO               TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "SITUACAO ACADEMICA (SITACAD)"    TO  WS-RES-ROTULO
           IF WS-SITACAD-DISPONIVEL
               MOVE  WS-CT-SIT-LIDOS               TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
           ELSE
               MOVE  "NAO ENCONTRADA"              TO  WS-RES-VALOR
           END-IF
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ESQUELETO DE EXAMES (EXASKEL)"   TO  WS-RES-ROTULO
           IF WS-EXASKEL-DISPONIVEL
               MOVE  WS-CT-EXA-LIDOS               TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
           ELSE
               MOVE  "NAO ENCONTRADO"              TO  WS-RES-VALOR
           END-IF
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "AVISOS DE PROBATION"             TO  WS-RES-ROTULO
           MOVE  WS-CT-AVI-PROBATION               TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "AVISOS DE JUBILAMENTO"           TO  WS-RES-ROTULO
           MOVE  WS-CT-AVI-JUBILANDO               TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "AVISOS DE CONVOCACAO PARA EXAME" TO  WS-RES-ROTULO
           MOVE  WS-CT-AVI-CONVOCACAO              TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "AVISOS EMITIDOS"                 TO  WS-RES-ROTULO
           MOVE  WS-CT-AVISADOS                    TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DETALHES NA MALA DIRETA - E-MAIL" TO WS-RES-ROTULO
           MOVE  WS-CT-DET-EMAIL                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DETALHES NA MALA DIRETA - CORREIO" TO
                                                       WS-RES-ROTULO
           MOVE  WS-CT-DET-CORREIO                 TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "NAO AVISADOS - RA NAO CADASTRADO" TO WS-RES-ROTULO
           MOVE  WS-CT-NAO-CADASTRADOS             TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "NAO AVISADOS - SEM CONTATO"      TO  WS-RES-ROTULO
           MOVE  WS-CT-SEM-CONTATO                 TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "NAO AVISADOS - MATRICULA CANCELADA" TO
                                                       WS-RES-ROTULO
           MOVE  WS-CT-CANCELADAS                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELNOT FROM WS-REG-RESUMO

           IF WS-CT-SEM-HISTORICO > ZEROS
               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "CONVOCACOES SEM DISCIPLINA NO HISTORICO" TO
                                                       WS-RES-ROTULO
               MOVE  WS-CT-SEM-HISTORICO           TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-RELNOT FROM WS-REG-RESUMO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELNOT
               WRITE REG-RELNOT
           END-IF

           WRITE REG-RELNOT FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELNOT
           WRITE REG-RELNOT
           WRITE REG-RELNOT FROM WS-CAB-COLUNAS
           WRITE REG-RELNOT FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG25M <-------------------*

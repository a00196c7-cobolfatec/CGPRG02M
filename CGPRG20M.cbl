       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG20M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. DEPENDENCIAS DO PERIODO    *
      *                  ENCERRADO, QUE O FINANCEIRO MONTAVA A PARTIR*
      *                  DOS BOLETINS IMPRESSOS: LE O HISTORICO      *
      *                  ESCOLAR (ARQ-HISTORICO) E, PARA CADA ALUNO, *
      *                  LISTA AS DISCIPLINAS DO PERIODO DO CARTAO   *
      *                  PERIODO COM SITUACAO REPROVADO OU           *
      *                  REPROV.FALTA. O PERIODO PRECISA ESTAR       *
      *                  ENCERRADO NO CALENDARIO ACADEMICO           *
      *                  (ARQ-CALEND) E O PERIODO SEGUINTE JA        *
      *                  CADASTRADO NELE. DISCIPLINA JA APROVADA EM  *
      *                  PERIODO POSTERIOR FICA DE FORA. CADA        *
      *                  DEPENDENCIA E COBRADA PELA CARGA HORARIA DO *
      *                  CATALOGO (ARQ-DISCIP) VEZES O VALOR DA      *
      *                  HORA-AULA DA TABELA DE PRECOS (ARQ-TABPRC,  *
      *                  POR DEPARTAMENTO, COM O DEPARTAMENTO 0000   *
      *                  VALENDO PARA OS DEMAIS), EM R$. GERA O      *
      *                  ARQUIVO PARA O FINANCEIRO (DEPFIN, COM      *
      *                  HEADER E TRAILER DE QUANTIDADE E VALOR      *
      *                  TOTAL), A PRE-MATRICULA DAS TURMAS DE       *
      *                  DEPENDENCIA DO PERIODO SEGUINTE (PREMAT, NO *
      *                  FORMATO DO ARQUIVO DE MATRICULAS DA         *
      *                  SECRETARIA, COPY MOVMREG) E A RELACAO       *
      *                  IMPRESSA (RELDEP). DEPENDENCIA SEM CATALOGO *
      *                  OU SEM PRECO NAO E COBRADA E DEVOLVE        *
      *                  RETURN-CODE 12.                             *
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
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-DISCIP      ASSIGN TO "DISCIP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DISCIP.
           SELECT ARQ-TABPRC      ASSIGN TO "TABPRC"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-TABPRC.
           SELECT ARQ-DEPFIN      ASSIGN TO "DEPFIN"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DEPFIN.
           SELECT ARQ-PREMAT      ASSIGN TO "PREMAT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-PREMAT.
           SELECT ARQ-RELDEP      ASSIGN TO "RELDEP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELDEP.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  ARQ-PERIODO
           LABEL RECORD STANDARD.
       01  REG-PERIODO.
           05 PER-PERIODO-LETIVO    PIC 9(05).

      *-----> CALENDARIO ACADEMICO (COPY CALEREG): O PERIODO DAS
      *       REPROVACOES PRECISA ESTAR ENCERRADO, E O SEGUINTE E O
      *       PROXIMO PERIODO CADASTRADO
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       CARREGADO EM TABELA NO INICIO, COMO NO CGPRG02M, PELA
      *       CARGA HORARIA E PELO NOME DA DISCIPLINA
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

      *-----> TABELA DE PRECOS DA HORA-AULA DE DEPENDENCIA, MANTIDA
      *       PELO FINANCEIRO: UM REGISTRO POR DEPARTAMENTO, E O
      *       DEPARTAMENTO 0000 VALE PARA OS QUE NAO TEM PRECO PROPRIO
       FD  ARQ-TABPRC
           LABEL RECORD STANDARD.
       01  REG-TABPRC.
           05 PRC-NR-DPTO           PIC 9(04).
           05 PRC-VALOR-HORA        PIC 9(03)V99.

      *-----> ARQUIVO DE DEPENDENCIAS PARA O FINANCEIRO: UM DETALHE
      *       "D" POR DISCIPLINA COBRADA, ENTRE UM HEADER "H" (DATA DA
      *       RODADA, PERIODO DAS REPROVACOES E PERIODO DA COBRANCA) E
      *       UM TRAILER "T" (QUANTIDADE E VALOR TOTAL, PARA
      *       CONFERENCIA NO RECEBIMENTO)
       FD  ARQ-DEPFIN
           LABEL RECORD STANDARD.
       01  REG-DEPFIN.
           05 DPF-TIPO-REG          PIC X(01).
           05 DPF-RA                PIC 9(13).
           05 DPF-ALUNO             PIC A(30).
           05 DPF-PERIODO-REPROV    PIC 9(05).
           05 DPF-NR-DPTO           PIC 9(04).
           05 DPF-NR-DISC           PIC 9(04).
           05 DPF-SITUACAO          PIC X(12).
           05 DPF-CARGA-HORARIA     PIC 9(03).
           05 DPF-VALOR-HORA        PIC 9(03)V99.
           05 DPF-VALOR             PIC 9(07)V99.
       01  REG-DEPFIN-HEADER.
           05 FILLER                PIC X(01).
           05 DFH-DATA-RODADA       PIC 9(08).
           05 DFH-PERIODO-REPROV    PIC 9(05).
           05 DFH-PERIODO-COBRANCA  PIC 9(05).
           05 FILLER                PIC X(67).
       01  REG-DEPFIN-TRAILER.
           05 FILLER                PIC X(01).
           05 DFT-QTD-REGISTROS     PIC 9(07).
           05 DFT-VALOR-TOTAL       PIC 9(11)V99.
           05 FILLER                PIC X(65).

      *-----> PRE-MATRICULA NAS TURMAS DE DEPENDENCIA DO PERIODO
      *       SEGUINTE (COPY MOVMREG), PARA A CARGA DO CGPRG14M
       FD  ARQ-PREMAT
           LABEL RECORD STANDARD.
           COPY MOVMREG.

       FD  ARQ-RELDEP
           LABEL RECORD STANDARD.
       01  REG-RELDEP               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-PERIODO-EXECUCAO    PIC 9(05) VALUE ZEROS.
       77  WS-PERIODO-SEGUINTE    PIC 9(05) VALUE ZEROS.
       77  WS-FS-PERIODO          PIC X(02) VALUE "00".
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-TABPRC           PIC X(02) VALUE "00".
       77  WS-FS-DEPFIN           PIC X(02) VALUE "00".
       77  WS-FS-PREMAT           PIC X(02) VALUE "00".
       77  WS-FS-RELDEP           PIC X(02) VALUE "00".

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

      *-----> TABELA DE PRECOS CARREGADA NO INICIO (ATE 50 ENTRADAS)
       77  WS-FIM-TABPRC          PIC X(01) VALUE "N".
       77  WS-CT-PRECOS           PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PRC             PIC 9(03) COMP.
       77  WS-IDX-PRC-ACHADO      PIC 9(03) COMP VALUE ZEROS.
       77  WS-IDX-PRC-GERAL       PIC 9(03) COMP VALUE ZEROS.
       01  WS-TAB-PRECOS.
           05 WS-PRC-ENTRY        OCCURS 50 TIMES.
               10 WS-PRC-DPTO      PIC 9(04).
               10 WS-PRC-VALOR     PIC 9(03)V99.

      *-----> HISTORICO DO ALUNO CORRENTE (ATE 200 REGISTROS): O
      *       HISTORICO E LIDO NA ORDEM DA CHAVE, E CADA QUEBRA DE RA
      *       FECHA O ALUNO, COMO NO CGPRG07M
       77  WS-RA-ATUAL            PIC 9(13) VALUE ZEROS.
       77  WS-NOME-ATUAL          PIC X(30) VALUE SPACES.
       77  WS-CT-HIS              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-HIS             PIC 9(03) COMP.
       77  WS-IDX-POST            PIC 9(03) COMP.
       77  WS-PERIODO-APROVACAO   PIC 9(05) VALUE ZEROS.
       01  WS-TAB-HISTALU.
           05 WS-HIS-ENTRY        OCCURS 200 TIMES.
               10 WS-HIS-PERIODO   PIC 9(05).
               10 WS-HIS-NR-DPTO   PIC 9(04).
               10 WS-HIS-NR-DISC   PIC 9(04).
               10 WS-HIS-SITUACAO  PIC X(12).

      *-----> CALCULO DA DEPENDENCIA
       77  WS-VALOR-HORA          PIC 9(03)V99 VALUE ZEROS.
       77  WS-VALOR-DEPENDENCIA   PIC 9(07)V99 VALUE ZEROS.
       77  WS-VALOR-ALUNO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-TOTAL         PIC 9(11)V99 VALUE ZEROS.
       77  WS-CT-COBRADAS-ALUNO   PIC 9(03) VALUE ZEROS.
       77  WS-CT-REPROV-ALUNO     PIC 9(03) VALUE ZEROS.

      *-----> TOTALIZADORES DA RODADA
       77  WS-CT-HIST-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-ALUNOS-DEP       PIC 9(07) VALUE ZEROS.
       77  WS-CT-REPROVADAS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-APROVADAS-DEPOIS PIC 9(07) VALUE ZEROS.
       77  WS-CT-COBRADAS         PIC 9(07) VALUE ZEROS.
       77  WS-CT-SEM-CATALOGO     PIC 9(07) VALUE ZEROS.
       77  WS-CT-SEM-PRECO        PIC 9(07) VALUE ZEROS.
       77  WS-CT-HIS-PERDIDOS     PIC 9(07) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.
       77  WS-ED-VALOR            PIC Z.ZZZ.ZZZ.ZZ9,99.

      *-----> LINHA DE DETALHE DA RELACAO DE DEPENDENCIAS
       01  WS-REG-DEPENDENCIA.
           05 WS-DPL-RA           PIC 9(13).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-ALUNO        PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-DPL-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-NOME-DISC    PIC X(20).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-SITUACAO     PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-CARGA        PIC ZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-VALOR        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-OBSERVACAO   PIC X(22).

      *-----> LINHA DE TOTAL DO ALUNO
       01  WS-LIN-TOTAL-ALUNO.
           05 FILLER              PIC X(47)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "TOTAL DAS DEPENDENCIAS".
           05 WS-TAL-QTD          PIC ZZ9.
           05 FILLER              PIC X(16)       VALUE
                   " DISCIPLINA(S)".
           05 FILLER              PIC X(03)       VALUE "R$ ".
           05 WS-TAL-VALOR        PIC ZZ.ZZ9,99.
           05 FILLER              PIC X(24)       VALUE SPACES.

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
           05 FILLER              PIC X(30)       VALUE
                   "DEPENDENCIAS DO PERIODO".
           05 WS-CAB-PERIODO      PIC 9(05).
           05 FILLER              PIC X(20)       VALUE
                   " - COBRANCA EM".
           05 WS-CAB-PER-COBRANCA PIC 9(05).
           05 FILLER              PIC X(21)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-DEPENDENCIA
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(13)       VALUE "RA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE "ALUNO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "DPTO/DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(20)       VALUE "DISCIPLINA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "SITUACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(03)       VALUE " CH".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE " VALOR R$".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(22)       VALUE "OBSERVACAO".

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

           DISPLAY "** PROGRAMA 20 - DEPENDENCIAS DO PERIODO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

      *    O CARTAO DE PERIODO E O MESMO DO CGPRG00M; AQUI ELE E
      *    OBRIGATORIO, POIS DEFINE O PERIODO DAS REPROVACOES.
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
               PERFORM 011-CONFERIR-CALENDARIO
               IF WS-ARQS-OK
                   PERFORM 012-ABRIR-ARQUIVOS
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR NO CALENDARIO ACADEMICO SE O PERIODO ESTA        *
      *    ENCERRADO (SO ENTAO AS REPROVACOES SAO DEFINITIVAS) E     *
      *    OBTER O PERIODO SEGUINTE, O PROXIMO CADASTRADO            *
      *--------------------------------------------------------------*
       011-CONFERIR-CALENDARIO.

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
                       DISPLAY "PERIODO " WS-PERIODO-EXECUCAO
                               " SEM CALENDARIO"
                       MOVE 'N'   TO  WS-FL-ARQS-OK
                   NOT INVALID KEY
                       IF NOT CAL-PERIODO-FECHADO
                           DISPLAY "PERIODO " WS-PERIODO-EXECUCAO
                                   " AINDA NAO ENCERRADO (SITUACAO "
                                   CAL-STATUS ")"
                           MOVE 'N'   TO  WS-FL-ARQS-OK
                       END-IF
               END-READ

               IF WS-ARQS-OK
                   START ARQ-CALEND KEY > CAL-PERIODO
                       INVALID KEY
                           MOVE  ZEROS  TO  WS-PERIODO-SEGUINTE
                       NOT INVALID KEY
                           READ ARQ-CALEND NEXT RECORD
                               AT END
                                   MOVE  ZEROS  TO  WS-PERIODO-SEGUINTE
                               NOT AT END
                                   MOVE  CAL-PERIODO  TO
                                                 WS-PERIODO-SEGUINTE
                           END-READ
                   END-START
                   IF WS-PERIODO-SEGUINTE = ZEROS
                       DISPLAY "PERIODO SEGUINTE AO "
                               WS-PERIODO-EXECUCAO
                               " NAO CADASTRADO NO CALENDARIO"
                       MOVE 'N'   TO  WS-FL-ARQS-OK
                   END-IF
               END-IF
               CLOSE ARQ-CALEND

               IF WS-ARQS-COM-ERRO
                   MOVE  16   TO  WS-COD-RETORNO
                   MOVE 'S'   TO  WS-FIM
               ELSE
                   MOVE  WS-PERIODO-EXECUCAO  TO  WS-CAB-PERIODO
                   MOVE  WS-PERIODO-SEGUINTE  TO  WS-CAB-PER-COBRANCA
                   DISPLAY "DEPENDENCIAS DO PERIODO "
                           WS-PERIODO-EXECUCAO
                           " - COBRANCA EM " WS-PERIODO-SEGUINTE
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS DA RODADA E CARREGAR AS TABELAS         *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-HISTORICO
           OPEN INPUT  ARQ-DISCIP
           OPEN INPUT  ARQ-TABPRC
           OPEN OUTPUT ARQ-DEPFIN
           OPEN OUTPUT ARQ-PREMAT
           OPEN OUTPUT ARQ-RELDEP

           IF WS-FS-HISTORICO NOT = "00" OR
              WS-FS-DISCIP    NOT = "00" OR
              WS-FS-TABPRC    NOT = "00" OR
              WS-FS-DEPFIN    NOT = "00" OR
              WS-FS-PREMAT    NOT = "00" OR
              WS-FS-RELDEP    NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "HISTAL="    WS-FS-HISTORICO
                       " DISCIP="   WS-FS-DISCIP
                       " TABPRC="   WS-FS-TABPRC
                       " DEPFIN="   WS-FS-DEPFIN
                       " PREMAT="   WS-FS-PREMAT
                       " RELDEP="   WS-FS-RELDEP
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 014-CARREGAR-DISCIP
               IF WS-CT-DISCIP = ZEROS
                   DISPLAY "AVISO: CATALOGO DE DISCIPLINAS VAZIO"
                           " - NENHUMA DEPENDENCIA SERA COBRADA"
               END-IF
               PERFORM 016-CARREGAR-PRECOS
               IF WS-CT-PRECOS = ZEROS
                   DISPLAY "AVISO: TABELA DE PRECOS VAZIA"
                           " - NENHUMA DEPENDENCIA SERA COBRADA"
               END-IF
               PERFORM 040-GRAVAR-HEADER-DEPFIN
               PERFORM 020-LER-HISTORICO
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
      *    CARREGAR A TABELA DE PRECOS (ATE 50 ENTRADAS), GUARDANDO  *
      *    A POSICAO DO PRECO GERAL (DEPARTAMENTO 0000)              *
      *--------------------------------------------------------------*
       016-CARREGAR-PRECOS.

           MOVE  'N'  TO  WS-FIM-TABPRC

           PERFORM 017-LER-PRECO THRU 017-FIM-LER-PRECO
               UNTIL WS-FIM-TABPRC = 'S'
           .
       017-LER-PRECO.

           READ ARQ-TABPRC
               AT END
                   MOVE 'S'  TO  WS-FIM-TABPRC
               NOT AT END
                   IF WS-CT-PRECOS < 50
                       ADD   1               TO  WS-CT-PRECOS
                       MOVE  PRC-NR-DPTO     TO
                                     WS-PRC-DPTO(WS-CT-PRECOS)
                       MOVE  PRC-VALOR-HORA  TO
                                     WS-PRC-VALOR(WS-CT-PRECOS)
                       IF PRC-NR-DPTO = ZEROS
                           MOVE  WS-CT-PRECOS  TO  WS-IDX-PRC-GERAL
                       END-IF
                   ELSE
                       DISPLAY "AVISO: PRECO ALEM DO LIMITE "
                               "DE 50 IGNORADO - " PRC-NR-DPTO
                   END-IF
           END-READ
           .
       017-FIM-LER-PRECO.
           EXIT.
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DO HISTORICO ESCOLAR               *
      *--------------------------------------------------------------*
       020-LER-HISTORICO.

           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-HIST-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM ALUNO: GUARDAR TODO O HISTORICO DO RA E      *
      *    AVALIAR AS REPROVACOES DO PERIODO                         *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE  HIST-RA  TO  WS-RA-ATUAL
           MOVE  SPACES   TO  WS-NOME-ATUAL
           MOVE  ZEROS    TO  WS-CT-HIS
                              WS-CT-REPROV-ALUNO
                              WS-CT-COBRADAS-ALUNO
                              WS-VALOR-ALUNO

           PERFORM 031-GUARDAR-HISTORICO THRU 031-FIM-GUARDAR-HISTORICO
               UNTIL WS-FIM = 'S' OR HIST-RA NOT = WS-RA-ATUAL

           PERFORM 033-AVALIAR-DISCIPLINA
                   THRU 033-FIM-AVALIAR-DISCIPLINA
               VARYING WS-IDX-HIS FROM 1 BY 1
               UNTIL WS-IDX-HIS > WS-CT-HIS

           IF WS-CT-REPROV-ALUNO > ZEROS
               ADD   1  TO  WS-CT-ALUNOS-DEP
           END-IF

           IF WS-CT-COBRADAS-ALUNO > ZEROS
               PERFORM 046-IMPRIMIR-TOTAL-ALUNO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR UM REGISTRO DO HISTORICO NA TABELA DO ALUNO; O    *
      *    NOME IMPRESSO E O DO ULTIMO REGISTRO DO PERIODO           *
      *--------------------------------------------------------------*
       031-GUARDAR-HISTORICO.

           IF WS-CT-HIS < 200
               ADD   1              TO  WS-CT-HIS
               MOVE  HIST-PERIODO   TO  WS-HIS-PERIODO(WS-CT-HIS)
               MOVE  HIST-NR-DPTO   TO  WS-HIS-NR-DPTO(WS-CT-HIS)
               MOVE  HIST-NR-DISC   TO  WS-HIS-NR-DISC(WS-CT-HIS)
               MOVE  HIST-SITUACAO  TO  WS-HIS-SITUACAO(WS-CT-HIS)
           ELSE
               ADD   1  TO  WS-CT-HIS-PERDIDOS
               DISPLAY "AVISO: HISTORICO ALEM DO LIMITE DE 200 "
                       "IGNORADO - RA " HIST-RA " DISC " HIST-NR-DISC
           END-IF

           IF HIST-PERIODO = WS-PERIODO-EXECUCAO
               MOVE  HIST-ALUNO  TO  WS-NOME-ATUAL
           END-IF

           PERFORM 020-LER-HISTORICO
           .
       031-FIM-GUARDAR-HISTORICO.
           EXIT.
      *--------------------------------------------------------------*
      *    AVALIAR UMA DISCIPLINA DO ALUNO: SO INTERESSA REPROVADO   *
      *    OU REPROV.FALTA NO PERIODO DO CARTAO                      *
      *--------------------------------------------------------------*
       033-AVALIAR-DISCIPLINA.

           IF WS-HIS-PERIODO(WS-IDX-HIS) = WS-PERIODO-EXECUCAO AND
              (WS-HIS-SITUACAO(WS-IDX-HIS) = "REPROVADO" OR
               WS-HIS-SITUACAO(WS-IDX-HIS) = "REPROV.FALTA")
               ADD   1  TO  WS-CT-REPROVADAS
               ADD   1  TO  WS-CT-REPROV-ALUNO
               PERFORM 041-PREPARAR-LINHA
               PERFORM 036-PROCURAR-APROVACAO-POSTERIOR
               IF WS-PERIODO-APROVACAO NOT = ZEROS
                   ADD   1  TO  WS-CT-APROVADAS-DEPOIS
                   STRING "APROVADA EM "        DELIMITED BY SIZE
                          WS-PERIODO-APROVACAO  DELIMITED BY SIZE
                          INTO WS-DPL-OBSERVACAO
               ELSE
                   PERFORM 034-COBRAR-DEPENDENCIA
               END-IF
               PERFORM 045-GRAVAR-LINHA
           END-IF
           .
       033-FIM-AVALIAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    COBRAR A DEPENDENCIA: CARGA HORARIA DO CATALOGO VEZES O   *
      *    PRECO DA HORA-AULA DO DEPARTAMENTO (OU O GERAL); SEM UM   *
      *    DOS DOIS A DEPENDENCIA FICA PENDENTE E NAO E COBRADA      *
      *--------------------------------------------------------------*
       034-COBRAR-DEPENDENCIA.

           PERFORM 037-PROCURAR-PRECO

           EVALUATE TRUE
               WHEN WS-IDX-DIS-ACHADO = ZEROS
                   ADD   1  TO  WS-CT-SEM-CATALOGO
                   MOVE  "PENDENTE: SEM CATALOGO"  TO
                                           WS-DPL-OBSERVACAO
               WHEN WS-IDX-PRC-ACHADO = ZEROS
                   ADD   1  TO  WS-CT-SEM-PRECO
                   MOVE  "PENDENTE: SEM PRECO"     TO
                                           WS-DPL-OBSERVACAO
               WHEN OTHER
                   MOVE  WS-PRC-VALOR(WS-IDX-PRC-ACHADO)  TO
                                           WS-VALOR-HORA
                   COMPUTE WS-VALOR-DEPENDENCIA ROUNDED =
                           WS-DIS-CARGA(WS-IDX-DIS-ACHADO) *
                           WS-VALOR-HORA
                   ADD   1  TO  WS-CT-COBRADAS
                   ADD   1  TO  WS-CT-COBRADAS-ALUNO
                   ADD   WS-VALOR-DEPENDENCIA  TO  WS-VALOR-ALUNO
                   ADD   WS-VALOR-DEPENDENCIA  TO  WS-VALOR-TOTAL
                   MOVE  WS-VALOR-DEPENDENCIA  TO  WS-DPL-VALOR
                   MOVE  "COBRADA"             TO  WS-DPL-OBSERVACAO
                   PERFORM 035-GRAVAR-DEPFIN
                   PERFORM 038-GRAVAR-PREMATRICULA
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR O DETALHE DA DEPENDENCIA NO ARQUIVO DO FINANCEIRO  *
      *--------------------------------------------------------------*
       035-GRAVAR-DEPFIN.

           MOVE  SPACES                           TO  REG-DEPFIN
           MOVE  "D"                              TO  DPF-TIPO-REG
           MOVE  WS-RA-ATUAL                      TO  DPF-RA
           MOVE  WS-NOME-ATUAL                    TO  DPF-ALUNO
           MOVE  WS-PERIODO-EXECUCAO              TO  DPF-PERIODO-REPROV
           MOVE  WS-HIS-NR-DPTO(WS-IDX-HIS)       TO  DPF-NR-DPTO
           MOVE  WS-HIS-NR-DISC(WS-IDX-HIS)       TO  DPF-NR-DISC
           MOVE  WS-HIS-SITUACAO(WS-IDX-HIS)      TO  DPF-SITUACAO
           MOVE  WS-DIS-CARGA(WS-IDX-DIS-ACHADO)  TO  DPF-CARGA-HORARIA
           MOVE  WS-VALOR-HORA                    TO  DPF-VALOR-HORA
           MOVE  WS-VALOR-DEPENDENCIA             TO  DPF-VALOR
           WRITE REG-DEPFIN
           .
      *--------------------------------------------------------------*
      *    PROCURAR NA TABELA DO ALUNO A MESMA DISCIPLINA APROVADA   *
      *    EM PERIODO POSTERIOR                                      *
      *--------------------------------------------------------------*
       036-PROCURAR-APROVACAO-POSTERIOR.

           MOVE  ZEROS  TO  WS-PERIODO-APROVACAO

           PERFORM 039-COMPARAR-APROVACAO
                   THRU 039-FIM-COMPARAR-APROVACAO
               VARYING WS-IDX-POST FROM 1 BY 1
               UNTIL WS-IDX-POST > WS-CT-HIS OR
                     WS-PERIODO-APROVACAO NOT = ZEROS
           .
      *--------------------------------------------------------------*
      *    PROCURAR O PRECO DA HORA-AULA DO DEPARTAMENTO, CAINDO     *
      *    PARA O PRECO GERAL (DEPARTAMENTO 0000)                    *
      *--------------------------------------------------------------*
       037-PROCURAR-PRECO.

           MOVE  ZEROS  TO  WS-IDX-PRC-ACHADO

           PERFORM 043-COMPARAR-PRECO THRU 043-FIM-COMPARAR-PRECO
               VARYING WS-IDX-PRC FROM 1 BY 1
               UNTIL WS-IDX-PRC > WS-CT-PRECOS OR
                     WS-IDX-PRC-ACHADO NOT = ZEROS

           IF WS-IDX-PRC-ACHADO = ZEROS
               MOVE  WS-IDX-PRC-GERAL  TO  WS-IDX-PRC-ACHADO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A PRE-MATRICULA NA TURMA DE DEPENDENCIA DO PERIODO *
      *    SEGUINTE                                                  *
      *--------------------------------------------------------------*
       038-GRAVAR-PREMATRICULA.

           MOVE  WS-RA-ATUAL                 TO  MVM-RA
           MOVE  WS-PERIODO-SEGUINTE         TO  MVM-PERIODO
           MOVE  WS-HIS-NR-DPTO(WS-IDX-HIS)  TO  MVM-NR-DPTO
           MOVE  WS-HIS-NR-DISC(WS-IDX-HIS)  TO  MVM-NR-DISC
           WRITE REG-MOVMAT
           .
       039-COMPARAR-APROVACAO.

           IF WS-HIS-PERIODO(WS-IDX-POST) > WS-PERIODO-EXECUCAO  AND
              WS-HIS-NR-DPTO(WS-IDX-POST) =
                                   WS-HIS-NR-DPTO(WS-IDX-HIS)      AND
              WS-HIS-NR-DISC(WS-IDX-POST) =
                                   WS-HIS-NR-DISC(WS-IDX-HIS)      AND
              (WS-HIS-SITUACAO(WS-IDX-POST) = "APROVADO" OR
               WS-HIS-SITUACAO(WS-IDX-POST) = "APROVEITADO")
               MOVE  WS-HIS-PERIODO(WS-IDX-POST)  TO
                                           WS-PERIODO-APROVACAO
           END-IF
           .
       039-FIM-COMPARAR-APROVACAO.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR O HEADER DO ARQUIVO DO FINANCEIRO                  *
      *--------------------------------------------------------------*
       040-GRAVAR-HEADER-DEPFIN.

           MOVE  SPACES               TO  REG-DEPFIN-HEADER
           MOVE  "H"                  TO  DPF-TIPO-REG
           MOVE  WS-DATA-SISTEMA      TO  DFH-DATA-RODADA
           MOVE  WS-PERIODO-EXECUCAO  TO  DFH-PERIODO-REPROV
           MOVE  WS-PERIODO-SEGUINTE  TO  DFH-PERIODO-COBRANCA
           WRITE REG-DEPFIN-HEADER
           .
      *--------------------------------------------------------------*
      *    PREENCHER A LINHA DO RELATORIO COM A DISCIPLINA REPROVADA *
      *    E PROCURA-LA NO CATALOGO                                  *
      *--------------------------------------------------------------*
       041-PREPARAR-LINHA.

           MOVE  SPACES                       TO  WS-DPL-NOME-DISC
                                                  WS-DPL-OBSERVACAO
           MOVE  WS-HIS-NR-DPTO(WS-IDX-HIS)   TO  WS-DPL-NR-DPTO
           MOVE  WS-HIS-NR-DISC(WS-IDX-HIS)   TO  WS-DPL-NR-DISC
           MOVE  WS-HIS-SITUACAO(WS-IDX-HIS)  TO  WS-DPL-SITUACAO
           MOVE  ZEROS                        TO  WS-DPL-CARGA
                                                  WS-DPL-VALOR

           PERFORM 042-PROCURAR-DISCIPLINA
           IF WS-IDX-DIS-ACHADO NOT = ZEROS
               MOVE  WS-DIS-NOME(WS-IDX-DIS-ACHADO)   TO
                                           WS-DPL-NOME-DISC
               MOVE  WS-DIS-CARGA(WS-IDX-DIS-ACHADO)  TO
                                           WS-DPL-CARGA
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA REPROVADA NO CATALOGO               *
      *--------------------------------------------------------------*
       042-PROCURAR-DISCIPLINA.

           MOVE  ZEROS  TO  WS-IDX-DIS-ACHADO

           PERFORM 044-COMPARAR-DISCIPLINA
                   THRU 044-FIM-COMPARAR-DISCIPLINA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS > WS-CT-DISCIP OR
                     WS-IDX-DIS-ACHADO NOT = ZEROS
           .
       043-COMPARAR-PRECO.

           IF WS-PRC-DPTO(WS-IDX-PRC) = WS-HIS-NR-DPTO(WS-IDX-HIS)
               MOVE  WS-IDX-PRC  TO  WS-IDX-PRC-ACHADO
           END-IF
           .
       043-FIM-COMPARAR-PRECO.
           EXIT.
       044-COMPARAR-DISCIPLINA.

           IF WS-HIS-NR-DPTO(WS-IDX-HIS) = WS-DIS-DPTO(WS-IDX-DIS) AND
              WS-HIS-NR-DISC(WS-IDX-HIS) = WS-DIS-NR(WS-IDX-DIS)
               MOVE  WS-IDX-DIS  TO  WS-IDX-DIS-ACHADO
           END-IF
           .
       044-FIM-COMPARAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE DETALHE NA RELACAO                    *
      *--------------------------------------------------------------*
       045-GRAVAR-LINHA.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-RA-ATUAL    TO  WS-DPL-RA
           MOVE  WS-NOME-ATUAL  TO  WS-DPL-ALUNO

           WRITE REG-RELDEP FROM WS-REG-DEPENDENCIA
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TOTAL COBRADO DO ALUNO                         *
      *--------------------------------------------------------------*
       046-IMPRIMIR-TOTAL-ALUNO.

           IF WS-CT-LINHAS + 2 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-CT-COBRADAS-ALUNO  TO  WS-TAL-QTD
           MOVE  WS-VALOR-ALUNO        TO  WS-TAL-VALOR

           WRITE REG-RELDEP FROM WS-LIN-TOTAL-ALUNO
           MOVE  SPACES  TO  REG-RELDEP
           WRITE REG-RELDEP
           ADD   2  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               PERFORM 055-GRAVAR-TRAILER-DEPFIN
               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-HISTORICO
               CLOSE ARQ-DISCIP
               CLOSE ARQ-TABPRC
               CLOSE ARQ-DEPFIN
               CLOSE ARQ-PREMAT
               CLOSE ARQ-RELDEP

               IF WS-COD-RETORNO = ZEROS
                   EVALUATE TRUE
                       WHEN WS-CT-SEM-CATALOGO > ZEROS OR
                            WS-CT-SEM-PRECO    > ZEROS
                           MOVE  12   TO  WS-COD-RETORNO
                       WHEN WS-CT-REPROVADAS = ZEROS
                           MOVE  04   TO  WS-COD-RETORNO
                   END-EVALUATE
               END-IF
           END-IF

           MOVE  WS-VALOR-TOTAL  TO  WS-ED-VALOR

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "HISTORICOS LIDOS       = " WS-CT-HIST-LIDOS
           DISPLAY "ALUNOS EM DEPENDENCIA  = " WS-CT-ALUNOS-DEP
           DISPLAY "DISCIPLINAS REPROVADAS = " WS-CT-REPROVADAS
           DISPLAY "APROVADAS DEPOIS       = " WS-CT-APROVADAS-DEPOIS
           DISPLAY "DEPENDENCIAS COBRADAS  = " WS-CT-COBRADAS
           DISPLAY "PENDENTES SEM CATALOGO = " WS-CT-SEM-CATALOGO
           DISPLAY "PENDENTES SEM PRECO    = " WS-CT-SEM-PRECO
           DISPLAY "VALOR TOTAL (R$)       = " WS-ED-VALOR
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG20M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O TRAILER DO ARQUIVO DO FINANCEIRO                 *
      *--------------------------------------------------------------*
       055-GRAVAR-TRAILER-DEPFIN.

           MOVE  SPACES          TO  REG-DEPFIN-TRAILER
           MOVE  "T"             TO  DPF-TIPO-REG
           MOVE  WS-CT-COBRADAS  TO  DFT-QTD-REGISTROS
           MOVE  WS-VALOR-TOTAL  TO  DFT-VALOR-TOTAL
           WRITE REG-DEPFIN-TRAILER

           IF WS-CT-REPROVADAS = ZEROS
               PERFORM 070-IMPRIMIR-CABECALHO
               MOVE  SPACES  TO  REG-RELDEP
               MOVE  "NENHUMA REPROVACAO NO PERIODO"  TO  REG-RELDEP
               WRITE REG-RELDEP
               ADD   1  TO  WS-CT-LINHAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DAS DEPENDENCIAS                  *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-CT-LINHAS + 11 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELDEP
           WRITE REG-RELDEP

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DAS DEPENDENCIAS"         TO  WS-RES-ROTULO
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PERIODO DAS REPROVACOES"         TO  WS-RES-ROTULO
           MOVE  WS-PERIODO-EXECUCAO               TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PERIODO DA COBRANCA E PRE-MATRICULA" TO WS-RES-ROTULO
           MOVE  WS-PERIODO-SEGUINTE               TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ALUNOS EM DEPENDENCIA"           TO  WS-RES-ROTULO
           MOVE  WS-CT-ALUNOS-DEP                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DISCIPLINAS REPROVADAS"          TO  WS-RES-ROTULO
           MOVE  WS-CT-REPROVADAS                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "APROVADAS EM PERIODO POSTERIOR"  TO  WS-RES-ROTULO
           MOVE  WS-CT-APROVADAS-DEPOIS            TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DEPENDENCIAS COBRADAS"           TO  WS-RES-ROTULO
           MOVE  WS-CT-COBRADAS                    TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "VALOR TOTAL COBRADO (R$)"        TO  WS-RES-ROTULO
           MOVE  WS-VALOR-TOTAL                    TO  WS-ED-VALOR
           MOVE  WS-ED-VALOR                       TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PENDENTES SEM CATALOGO"          TO  WS-RES-ROTULO
           MOVE  WS-CT-SEM-CATALOGO                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PENDENTES SEM PRECO"             TO  WS-RES-ROTULO
           MOVE  WS-CT-SEM-PRECO                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDEP FROM WS-REG-RESUMO

           IF WS-CT-HIS-PERDIDOS > ZEROS
               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "HISTORICO ALEM DO LIMITE (NAO LIDO)" TO
                                                       WS-RES-ROTULO
               MOVE  WS-CT-HIS-PERDIDOS            TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-RELDEP FROM WS-REG-RESUMO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELDEP
               WRITE REG-RELDEP
           END-IF

           WRITE REG-RELDEP FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELDEP
           WRITE REG-RELDEP
           WRITE REG-RELDEP FROM WS-CAB-COLUNAS
           WRITE REG-RELDEP FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG20M <-------------------*

       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG21M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. DISTRIBUICAO DAS MEDIAS E  *
      *                  CONFERENCIA DE QUALIDADE DOS DADOS POR      *
      *                  DISCIPLINA NO PERIODO DO CARTAO PERIODO,    *
      *                  POIS O CGPRG12M SO ACOMPANHA O DEPARTAMENTO *
      *                  E UMA DISCIPLINA COM DADOS RUINS SE ESCONDE *
      *                  NA MEDIA DELE. LE O HISTORICO ESCOLAR       *
      *                  (ARQ-HISTORICO) E DA NOME PELO CATALOGO     *
      *                  (ARQ-DISCIP). POR DISCIPLINA IMPRIME A      *
      *                  QUANTIDADE, A MEDIA, O DESVIO PADRAO, A     *
      *                  MENOR E A MAIOR MEDIA, AS FAIXAS DE MEDIA E *
      *                  AS TAXAS DE REPROVACAO E DE REPROV.FALTA, E *
      *                  ALERTA A COORDENACAO, ANTES DO ENCERRAMENTO *
      *                  DO PERIODO, SOBRE NOTAS IDENTICAS PARA TODA *
      *                  A TURMA, REPROVACAO MUITO ACIMA DA DO       *
      *                  DEPARTAMENTO, PESOS DAS NOTAS DIFERENTES    *
      *                  ENTRE ALUNOS E FREQUENCIA IDENTICA PARA     *
      *                  TODA A TURMA. CARTAO ANOMPRM OPCIONAL COM A *
      *                  TURMA MINIMA PARA OS ALERTAS E O LIMITE DE  *
      *                  REPROVACAO ACIMA DO DEPARTAMENTO. O         *
      *                  APROVEITAMENTO DE ESTUDOS FICA FORA, COMO NO*
      *                  CGPRG07M. HAVENDO ALERTA O PROGRAMA DEVOLVE *
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
           SELECT ARQ-ANOMPRM     ASSIGN TO "ANOMPRM"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-ANOMPRM.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-DISCIP      ASSIGN TO "DISCIP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DISCIP.
           SELECT ARQ-RELDIS      ASSIGN TO "RELDIS"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELDIS.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  ARQ-PERIODO
           LABEL RECORD STANDARD.
       01  REG-PERIODO.
           05 PER-PERIODO-LETIVO    PIC 9(05).

      *-----> CARTAO DE PARAMETROS DOS ALERTAS: TURMA MINIMA PARA OS
      *       ALERTAS DE NOTAS E FREQUENCIA IDENTICAS E DE REPROVACAO
      *       ACIMA DO DEPARTAMENTO, E O LIMITE DESSA REPROVACAO (EM
      *       PONTOS PERCENTUAIS ACIMA DA TAXA DO DEPARTAMENTO)
       FD  ARQ-ANOMPRM
           LABEL RECORD STANDARD.
       01  REG-ANOMPRM.
           05 ANO-QTD-MINIMA        PIC 9(03).
           05 ANO-LIMITE-REPROV     PIC 9(03)V99.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       CARREGADO EM TABELA NO INICIO, COMO NO CGPRG02M
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

       FD  ARQ-RELDIS
           LABEL RECORD STANDARD.
       01  REG-RELDIS               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-PERIODO-EXECUCAO    PIC 9(05) VALUE ZEROS.
       77  WS-QTD-MINIMA          PIC 9(03) VALUE 003.
       77  WS-LIMITE-REPROV       PIC 9(03)V99 VALUE 20,00.
       77  WS-FS-PERIODO          PIC X(02) VALUE "00".
       77  WS-FS-ANOMPRM          PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-RELDIS           PIC X(02) VALUE "00".

      *-----> CATALOGO DE DISCIPLINAS CARREGADO NO INICIO (ATE 200
      *       ENTRADAS, COMO NO CGPRG02M)
       77  WS-FIM-DISCIP          PIC X(01) VALUE "N".
       77  WS-CT-DISCIP           PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DIS             PIC 9(03) COMP.
       01  WS-TAB-DISCIP.
           05 WS-DIS-ENTRY        OCCURS 200 TIMES.
               10 WS-DIS-DPTO      PIC 9(04).
               10 WS-DIS-NR        PIC 9(04).
               10 WS-DIS-NOME      PIC X(30).
               10 WS-DIS-CARGA     PIC 9(03).
               10 WS-DIS-FL-ATIVA  PIC X(01).

      *-----> ACUMULADORES POR DISCIPLINA (ATE 250 ENTRADAS): AS
      *       PRIMEIRAS SEGUEM A ORDEM DO CATALOGO, E DISCIPLINA DO
      *       HISTORICO FORA DO CATALOGO ENTRA NO FIM. AS NOTAS, OS
      *       PESOS E A FREQUENCIA DO PRIMEIRO ALUNO SAO GUARDADOS
      *       PARA COMPARAR COM OS DEMAIS
       77  WS-CT-EST              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-EST             PIC 9(03) COMP.
       77  WS-IDX-EST-ACHADO      PIC 9(03) COMP VALUE ZEROS.
       77  WS-IDX-FAIXA           PIC 9(01) COMP.
       01  WS-TAB-ESTATISTICA.
           05 WS-EST-ENTRY        OCCURS 250 TIMES.
               10 WS-EST-DPTO      PIC 9(04).
               10 WS-EST-DISC      PIC 9(04).
               10 WS-EST-NOME      PIC X(30).
               10 WS-EST-QTD       PIC 9(05).
               10 WS-EST-SOMA      PIC 9(07)V99.
               10 WS-EST-SOMA-QUAD PIC 9(09)V9(04).
               10 WS-EST-MINIMA    PIC 99V99.
               10 WS-EST-MAXIMA    PIC 99V99.
               10 WS-EST-FAIXA     OCCURS 5 TIMES PIC 9(05).
               10 WS-EST-REPROV    PIC 9(05).
               10 WS-EST-REP-FALTA PIC 9(05).
               10 WS-EST-NOTA-1O   OCCURS 4 TIMES PIC S9(02)V99.
               10 WS-EST-PESO-1O   OCCURS 4 TIMES PIC 9V99.
               10 WS-EST-FREQ-1O   PIC 9(03).
               10 WS-EST-FL-NOTAS  PIC X(01).
               10 WS-EST-FL-PESOS  PIC X(01).
               10 WS-EST-FL-FREQ   PIC X(01).

      *-----> ACUMULADORES POR DEPARTAMENTO (ATE 50 ENTRADAS)
       77  WS-CT-DEP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DEP             PIC 9(03) COMP.
       77  WS-IDX-DEP-ACHADO      PIC 9(03) COMP VALUE ZEROS.
       01  WS-TAB-DEPARTAMENTO.
           05 WS-DEP-ENTRY        OCCURS 50 TIMES.
               10 WS-DEP-NR-DPTO   PIC 9(04).
               10 WS-DEP-QTD       PIC 9(07).
               10 WS-DEP-REPROV    PIC 9(07).
               10 WS-DEP-PCT       PIC 9(03)V99.

      *-----> CALCULO DAS ESTATISTICAS DE UMA DISCIPLINA
       77  WS-MEDIA-CALC          PIC 9(03)V9(04) VALUE ZEROS.
       77  WS-VARIANCIA           PIC S9(05)V9(04) VALUE ZEROS.
       77  WS-DESVIO              PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-REPROV          PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-FALTA           PIC 9(03)V99 VALUE ZEROS.
       77  WS-CT-ALERTAS-DISC     PIC 9(02) VALUE ZEROS.
       77  WS-TEXTO-ALERTA        PIC X(60) VALUE SPACES.
       77  WS-ED-PCT-DISC         PIC ZZ9,99.
       77  WS-ED-PCT-DEP          PIC ZZ9,99.

      *-----> TOTALIZADORES DA RODADA
       77  WS-CT-HIST-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-HIST-PERIODO     PIC 9(07) VALUE ZEROS.
       77  WS-CT-APROVEITADOS     PIC 9(07) VALUE ZEROS.
       77  WS-CT-DISC-IMPRESSAS   PIC 9(05) VALUE ZEROS.
       77  WS-CT-DISC-ALERTA      PIC 9(05) VALUE ZEROS.
       77  WS-CT-ALERTAS          PIC 9(05) VALUE ZEROS.
       77  WS-CT-EST-PERDIDOS     PIC 9(07) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> LINHA DE DETALHE DA DISCIPLINA
       01  WS-REG-DISCIPLINA.
           05 WS-DSL-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-DSL-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-NOME         PIC X(24).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-QTD          PIC ZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-MEDIA        PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-DESVIO       PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-MINIMA       PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-MAXIMA       PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-FAIXA-1      PIC ZZZZ9.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DSL-FAIXA-2      PIC ZZZZ9.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DSL-FAIXA-3      PIC ZZZZ9.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DSL-FAIXA-4      PIC ZZZZ9.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-DSL-FAIXA-5      PIC ZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-PCT-REPROV   PIC ZZ9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DSL-PCT-FALTA    PIC ZZ9,99.
           05 FILLER              PIC X(15)       VALUE SPACES.

      *-----> LINHA DE ALERTA, IMPRESSA LOGO ABAIXO DA DISCIPLINA
       01  WS-LIN-ALERTA.
           05 FILLER              PIC X(11)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE
                   "*** ALERTA: ".
           05 WS-ALE-TEXTO        PIC X(60).
           05 FILLER              PIC X(49)       VALUE SPACES.

      *-----> LINHA DO QUADRO DE REPROVACAO POR DEPARTAMENTO
       01  WS-REG-DEPARTAMENTO.
           05 FILLER              PIC X(13)       VALUE
                   "DEPARTAMENTO ".
           05 WS-DPL-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-DPL-QTD          PIC ZZZZZZ9.
           05 FILLER              PIC X(10)       VALUE " ALUNOS, ".
           05 WS-DPL-REPROV       PIC ZZZZZZ9.
           05 FILLER              PIC X(19)       VALUE
                   " REPROVADOS - TAXA ".
           05 WS-DPL-PCT          PIC ZZ9,99.
           05 FILLER              PIC X(01)       VALUE "%".
           05 FILLER              PIC X(63)       VALUE SPACES.

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
           05 FILLER              PIC X(45)       VALUE
                   "DISTRIBUICAO DE MEDIAS POR DISCIPLINA PERIODO".
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-CAB-PERIODO      PIC 9(05).
           05 FILLER              PIC X(30)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-DISCIPLINA
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(09)       VALUE "DPTO/DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(24)       VALUE "DISCIPLINA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "  QTD".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "MEDIA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "DESVP".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "  MIN".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "  MAX".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "  0-2   3-4   5-6   7-8  9-10".
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "%REPR.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "%FALTA".
           05 FILLER              PIC X(15)       VALUE SPACES.

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

           DISPLAY "** PROGRAMA 21 - DISTRIBUICAO POR DISCIPLINA **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

      *    O CARTAO DE PERIODO E O MESMO DO CGPRG00M; AQUI ELE E
      *    OBRIGATORIO, POIS DEFINE O PERIODO ANALISADO.
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

      *    CARTAO DE PARAMETROS OPCIONAL - SEM ELE (FS "35") VALEM
      *    OS PADROES DE TURMA MINIMA 3 E 20,00 PONTOS ACIMA DO
      *    DEPARTAMENTO.
           OPEN INPUT ARQ-ANOMPRM
           IF WS-FS-ANOMPRM = "00"
               READ ARQ-ANOMPRM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE  ANO-QTD-MINIMA     TO  WS-QTD-MINIMA
                       MOVE  ANO-LIMITE-REPROV  TO  WS-LIMITE-REPROV
               END-READ
               CLOSE ARQ-ANOMPRM
           ELSE
               IF WS-FS-ANOMPRM NOT = "35"
                   DISPLAY "AVISO: CARTAO DE PARAMETROS (ANOMPRM) "
                           "NAO ABERTO - " WS-FS-ANOMPRM
               END-IF
           END-IF

      *    TURMA DE UM ALUNO SO NAO PERMITE COMPARACAO NENHUMA.
           IF WS-QTD-MINIMA < 002
               MOVE  002  TO  WS-QTD-MINIMA
           END-IF

           IF WS-PERIODO-EXECUCAO = ZEROS
               DISPLAY "CARTAO DE PERIODO (PERIODO) OBRIGATORIO"
               DISPLAY "PERIODO=" WS-FS-PERIODO
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               MOVE  WS-PERIODO-EXECUCAO  TO  WS-CAB-PERIODO
               PERFORM 012-ABRIR-ARQUIVOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS DA RODADA E CARREGAR O CATALOGO         *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-HISTORICO
           OPEN INPUT  ARQ-DISCIP
           OPEN OUTPUT ARQ-RELDIS

           IF WS-FS-HISTORICO NOT = "00" OR
              WS-FS-DISCIP    NOT = "00" OR
              WS-FS-RELDIS    NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "HISTAL="    WS-FS-HISTORICO
                       " DISCIP="   WS-FS-DISCIP
                       " RELDIS="   WS-FS-RELDIS
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 014-CARREGAR-DISCIP
               IF WS-CT-DISCIP = ZEROS
                   DISPLAY "AVISO: CATALOGO DE DISCIPLINAS VAZIO"
                           " - DISCIPLINAS SEM NOME"
               END-IF
               PERFORM 020-LER-HISTORICO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR O CATALOGO DE DISCIPLINAS (ATE 200 ENTRADAS),    *
      *    ABRINDO UM ACUMULADOR ZERADO PARA CADA DISCIPLINA         *
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
                       PERFORM 016-ABRIR-ACUMULADOR
                       MOVE  DIS-NOME         TO
                                     WS-EST-NOME(WS-CT-EST)
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
      *    ABRIR UM ACUMULADOR ZERADO PARA A DISCIPLINA DE DIS-NR-   *
      *    DPTO/DIS-NR-DISC (CATALOGO) OU HIST-NR-DPTO/HIST-NR-DISC  *
      *    (DISCIPLINA FORA DO CATALOGO), JA MOVIDOS PELO CHAMADOR   *
      *--------------------------------------------------------------*
       016-ABRIR-ACUMULADOR.

           ADD   1  TO  WS-CT-EST
           INITIALIZE WS-EST-ENTRY(WS-CT-EST)
           MOVE  "N"  TO  WS-EST-FL-NOTAS(WS-CT-EST)
                          WS-EST-FL-PESOS(WS-CT-EST)
                          WS-EST-FL-FREQ(WS-CT-EST)

           IF WS-FIM-DISCIP = 'S'
               MOVE  HIST-NR-DPTO  TO  WS-EST-DPTO(WS-CT-EST)
               MOVE  HIST-NR-DISC  TO  WS-EST-DISC(WS-CT-EST)
               MOVE  "FORA DO CATALOGO"  TO  WS-EST-NOME(WS-CT-EST)
           ELSE
               MOVE  DIS-NR-DPTO   TO  WS-EST-DPTO(WS-CT-EST)
               MOVE  DIS-NR-DISC   TO  WS-EST-DISC(WS-CT-EST)
           END-IF
           .
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
      *    ACUMULAR UM REGISTRO DO PERIODO NA DISCIPLINA E NO        *
      *    DEPARTAMENTO. O APROVEITAMENTO DE ESTUDOS NAO ENTRA: AS   *
      *    NOTAS DELE FORAM OBTIDAS EM OUTRA DISCIPLINA              *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF HIST-PERIODO = WS-PERIODO-EXECUCAO
               IF HIST-SITUACAO = "APROVEITADO"
                   ADD   1  TO  WS-CT-APROVEITADOS
               ELSE
                   ADD   1  TO  WS-CT-HIST-PERIODO
                   PERFORM 031-ACUMULAR-DISCIPLINA
                   PERFORM 036-ACUMULAR-DEPARTAMENTO
               END-IF
           END-IF

           PERFORM 020-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O REGISTRO NA DISCIPLINA                         *
      *--------------------------------------------------------------*
       031-ACUMULAR-DISCIPLINA.

           PERFORM 033-PROCURAR-ACUMULADOR

           IF WS-IDX-EST-ACHADO = ZEROS
               IF WS-CT-EST < 250
                   PERFORM 016-ABRIR-ACUMULADOR
                   MOVE  WS-CT-EST  TO  WS-IDX-EST-ACHADO
               ELSE
                   ADD   1  TO  WS-CT-EST-PERDIDOS
               END-IF
           END-IF

           IF WS-IDX-EST-ACHADO NOT = ZEROS
               MOVE  WS-IDX-EST-ACHADO  TO  WS-IDX-EST
               ADD   1  TO  WS-EST-QTD(WS-IDX-EST)
               IF WS-EST-QTD(WS-IDX-EST) = 1
                   PERFORM 032-GUARDAR-PRIMEIRO
               ELSE
                   PERFORM 035-COMPARAR-PRIMEIRO
               END-IF

               ADD   HIST-MEDIA  TO  WS-EST-SOMA(WS-IDX-EST)
               COMPUTE WS-EST-SOMA-QUAD(WS-IDX-EST) =
                       WS-EST-SOMA-QUAD(WS-IDX-EST) +
                       HIST-MEDIA * HIST-MEDIA

               EVALUATE TRUE
                   WHEN HIST-MEDIA < 3
                       MOVE  1  TO  WS-IDX-FAIXA
                   WHEN HIST-MEDIA < 5
                       MOVE  2  TO  WS-IDX-FAIXA
                   WHEN HIST-MEDIA < 7
                       MOVE  3  TO  WS-IDX-FAIXA
                   WHEN HIST-MEDIA < 9
                       MOVE  4  TO  WS-IDX-FAIXA
                   WHEN OTHER
                       MOVE  5  TO  WS-IDX-FAIXA
               END-EVALUATE
               ADD   1  TO  WS-EST-FAIXA(WS-IDX-EST, WS-IDX-FAIXA)

               EVALUATE HIST-SITUACAO
                   WHEN "REPROVADO"
                       ADD   1  TO  WS-EST-REPROV(WS-IDX-EST)
                   WHEN "REPROV.FALTA"
                       ADD   1  TO  WS-EST-REPROV(WS-IDX-EST)
                       ADD   1  TO  WS-EST-REP-FALTA(WS-IDX-EST)
               END-EVALUATE
           END-IF
           .
      *--------------------------------------------------------------*
      *    GUARDAR AS NOTAS, OS PESOS, A FREQUENCIA E A MEDIA DO     *
      *    PRIMEIRO ALUNO DA DISCIPLINA                              *
      *--------------------------------------------------------------*
       032-GUARDAR-PRIMEIRO.

           MOVE  HIST-NOTAS(1)    TO  WS-EST-NOTA-1O(WS-IDX-EST, 1)
           MOVE  HIST-NOTAS(2)    TO  WS-EST-NOTA-1O(WS-IDX-EST, 2)
           MOVE  HIST-NOTAS(3)    TO  WS-EST-NOTA-1O(WS-IDX-EST, 3)
           MOVE  HIST-NOTAS(4)    TO  WS-EST-NOTA-1O(WS-IDX-EST, 4)
           MOVE  HIST-PESOS(1)    TO  WS-EST-PESO-1O(WS-IDX-EST, 1)
           MOVE  HIST-PESOS(2)    TO  WS-EST-PESO-1O(WS-IDX-EST, 2)
           MOVE  HIST-PESOS(3)    TO  WS-EST-PESO-1O(WS-IDX-EST, 3)
           MOVE  HIST-PESOS(4)    TO  WS-EST-PESO-1O(WS-IDX-EST, 4)
           MOVE  HIST-FREQUENCIA  TO  WS-EST-FREQ-1O(WS-IDX-EST)
           MOVE  HIST-MEDIA       TO  WS-EST-MINIMA(WS-IDX-EST)
                                      WS-EST-MAXIMA(WS-IDX-EST)
           .
      *--------------------------------------------------------------*
      *    PROCURAR O ACUMULADOR DA DISCIPLINA DO REGISTRO           *
      *--------------------------------------------------------------*
       033-PROCURAR-ACUMULADOR.

           MOVE  ZEROS  TO  WS-IDX-EST-ACHADO

           PERFORM 034-COMPARAR-ACUMULADOR
                   THRU 034-FIM-COMPARAR-ACUMULADOR
               VARYING WS-IDX-EST FROM 1 BY 1
               UNTIL WS-IDX-EST > WS-CT-EST OR
                     WS-IDX-EST-ACHADO NOT = ZEROS
           .
       034-COMPARAR-ACUMULADOR.

           IF WS-EST-DPTO(WS-IDX-EST) = HIST-NR-DPTO AND
              WS-EST-DISC(WS-IDX-EST) = HIST-NR-DISC
               MOVE  WS-IDX-EST  TO  WS-IDX-EST-ACHADO
           END-IF
           .
       034-FIM-COMPARAR-ACUMULADOR.
           EXIT.
      *--------------------------------------------------------------*
      *    COMPARAR O REGISTRO COM O PRIMEIRO ALUNO DA DISCIPLINA E  *
      *    ATUALIZAR A MENOR E A MAIOR MEDIA. BASTA UMA DIFERENCA    *
      *    PARA A TURMA DEIXAR DE TER NOTAS OU FREQUENCIA IDENTICAS; *
      *    JA UMA DIFERENCA DE PESOS E ELA MESMA O ALERTA            *
      *--------------------------------------------------------------*
       035-COMPARAR-PRIMEIRO.

           IF HIST-NOTAS(1) NOT = WS-EST-NOTA-1O(WS-IDX-EST, 1) OR
              HIST-NOTAS(2) NOT = WS-EST-NOTA-1O(WS-IDX-EST, 2) OR
              HIST-NOTAS(3) NOT = WS-EST-NOTA-1O(WS-IDX-EST, 3) OR
              HIST-NOTAS(4) NOT = WS-EST-NOTA-1O(WS-IDX-EST, 4)
               MOVE  "S"  TO  WS-EST-FL-NOTAS(WS-IDX-EST)
           END-IF

           IF HIST-PESOS(1) NOT = WS-EST-PESO-1O(WS-IDX-EST, 1) OR
              HIST-PESOS(2) NOT = WS-EST-PESO-1O(WS-IDX-EST, 2) OR
              HIST-PESOS(3) NOT = WS-EST-PESO-1O(WS-IDX-EST, 3) OR
              HIST-PESOS(4) NOT = WS-EST-PESO-1O(WS-IDX-EST, 4)
               MOVE  "S"  TO  WS-EST-FL-PESOS(WS-IDX-EST)
           END-IF

           IF HIST-FREQUENCIA NOT = WS-EST-FREQ-1O(WS-IDX-EST)
               MOVE  "S"  TO  WS-EST-FL-FREQ(WS-IDX-EST)
           END-IF

           IF HIST-MEDIA < WS-EST-MINIMA(WS-IDX-EST)
               MOVE  HIST-MEDIA  TO  WS-EST-MINIMA(WS-IDX-EST)
           END-IF
           IF HIST-MEDIA > WS-EST-MAXIMA(WS-IDX-EST)
               MOVE  HIST-MEDIA  TO  WS-EST-MAXIMA(WS-IDX-EST)
           END-IF
           .
      *--------------------------------------------------------------*
      *    ACUMULAR O REGISTRO NO DEPARTAMENTO                       *
      *--------------------------------------------------------------*
       036-ACUMULAR-DEPARTAMENTO.

           MOVE  ZEROS  TO  WS-IDX-DEP-ACHADO

           PERFORM 037-COMPARAR-DEPARTAMENTO
                   THRU 037-FIM-COMPARAR-DEPARTAMENTO
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-CT-DEP OR
                     WS-IDX-DEP-ACHADO NOT = ZEROS

           IF WS-IDX-DEP-ACHADO = ZEROS AND WS-CT-DEP < 50
               ADD   1             TO  WS-CT-DEP
               MOVE  WS-CT-DEP     TO  WS-IDX-DEP-ACHADO
               MOVE  HIST-NR-DPTO  TO  WS-DEP-NR-DPTO(WS-CT-DEP)
               MOVE  ZEROS         TO  WS-DEP-QTD(WS-CT-DEP)
                                       WS-DEP-REPROV(WS-CT-DEP)
                                       WS-DEP-PCT(WS-CT-DEP)
           END-IF

           IF WS-IDX-DEP-ACHADO NOT = ZEROS
               ADD   1  TO  WS-DEP-QTD(WS-IDX-DEP-ACHADO)
               IF HIST-SITUACAO = "REPROVADO" OR
                  HIST-SITUACAO = "REPROV.FALTA"
                   ADD   1  TO  WS-DEP-REPROV(WS-IDX-DEP-ACHADO)
               END-IF
           END-IF
           .
       037-COMPARAR-DEPARTAMENTO.

           IF WS-DEP-NR-DPTO(WS-IDX-DEP) = HIST-NR-DPTO
               MOVE  WS-IDX-DEP  TO  WS-IDX-DEP-ACHADO
           END-IF
           .
       037-FIM-COMPARAR-DEPARTAMENTO.
           EXIT.
      *--------------------------------------------------------------*
      *    CALCULAR A TAXA DE REPROVACAO DE UM DEPARTAMENTO          *
      *--------------------------------------------------------------*
       040-CALCULAR-DEPARTAMENTO.

           IF WS-DEP-QTD(WS-IDX-DEP) > ZEROS
               COMPUTE WS-DEP-PCT(WS-IDX-DEP) ROUNDED =
                       WS-DEP-REPROV(WS-IDX-DEP) * 100 /
                       WS-DEP-QTD(WS-IDX-DEP)
           END-IF
           .
       040-FIM-CALCULAR-DEPARTAMENTO.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UMA DISCIPLINA COM ALUNOS NO PERIODO  *
      *    E OS ALERTAS DELA                                         *
      *--------------------------------------------------------------*
       042-IMPRIMIR-DISCIPLINA.

           IF WS-EST-QTD(WS-IDX-EST) > ZEROS
               ADD   1  TO  WS-CT-DISC-IMPRESSAS
               PERFORM 043-CALCULAR-DISCIPLINA

               IF WS-CT-LINHAS + 5 >= WS-MAX-LINHAS
                   PERFORM 070-IMPRIMIR-CABECALHO
               END-IF

               MOVE  WS-EST-DPTO(WS-IDX-EST)      TO  WS-DSL-NR-DPTO
               MOVE  WS-EST-DISC(WS-IDX-EST)      TO  WS-DSL-NR-DISC
               MOVE  WS-EST-NOME(WS-IDX-EST)      TO  WS-DSL-NOME
               MOVE  WS-EST-QTD(WS-IDX-EST)       TO  WS-DSL-QTD
               MOVE  WS-MEDIA-CALC                TO  WS-DSL-MEDIA
               MOVE  WS-DESVIO                    TO  WS-DSL-DESVIO
               MOVE  WS-EST-MINIMA(WS-IDX-EST)    TO  WS-DSL-MINIMA
               MOVE  WS-EST-MAXIMA(WS-IDX-EST)    TO  WS-DSL-MAXIMA
               MOVE  WS-EST-FAIXA(WS-IDX-EST, 1)  TO  WS-DSL-FAIXA-1
               MOVE  WS-EST-FAIXA(WS-IDX-EST, 2)  TO  WS-DSL-FAIXA-2
               MOVE  WS-EST-FAIXA(WS-IDX-EST, 3)  TO  WS-DSL-FAIXA-3
               MOVE  WS-EST-FAIXA(WS-IDX-EST, 4)  TO  WS-DSL-FAIXA-4
               MOVE  WS-EST-FAIXA(WS-IDX-EST, 5)  TO  WS-DSL-FAIXA-5
               MOVE  WS-PCT-REPROV                TO  WS-DSL-PCT-REPROV
               MOVE  WS-PCT-FALTA                 TO  WS-DSL-PCT-FALTA

               WRITE REG-RELDIS FROM WS-REG-DISCIPLINA
               ADD   1  TO  WS-CT-LINHAS

               PERFORM 044-CONFERIR-ALERTAS
           END-IF
           .
       042-FIM-IMPRIMIR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    CALCULAR MEDIA, DESVIO PADRAO E TAXAS DA DISCIPLINA. A    *
      *    VARIANCIA SAI DA SOMA DOS QUADRADOS MENOS O QUADRADO DA   *
      *    MEDIA; O ARREDONDAMENTO PODE DEIXA-LA UM POUCO NEGATIVA   *
      *    QUANDO TODAS AS MEDIAS SAO IGUAIS                         *
      *--------------------------------------------------------------*
       043-CALCULAR-DISCIPLINA.

           COMPUTE WS-MEDIA-CALC ROUNDED =
                   WS-EST-SOMA(WS-IDX-EST) / WS-EST-QTD(WS-IDX-EST)

           COMPUTE WS-VARIANCIA ROUNDED =
                   WS-EST-SOMA-QUAD(WS-IDX-EST) /
                   WS-EST-QTD(WS-IDX-EST) -
                   WS-MEDIA-CALC * WS-MEDIA-CALC
           IF WS-VARIANCIA < ZEROS
               MOVE  ZEROS  TO  WS-VARIANCIA
           END-IF
           COMPUTE WS-DESVIO ROUNDED = WS-VARIANCIA ** 0,5

           COMPUTE WS-PCT-REPROV ROUNDED =
                   WS-EST-REPROV(WS-IDX-EST) * 100 /
                   WS-EST-QTD(WS-IDX-EST)
           COMPUTE WS-PCT-FALTA ROUNDED =
                   WS-EST-REP-FALTA(WS-IDX-EST) * 100 /
                   WS-EST-QTD(WS-IDX-EST)
           .
      *--------------------------------------------------------------*
      *    CONFERIR OS ALERTAS DA DISCIPLINA. NOTAS E FREQUENCIA     *
      *    IDENTICAS E A REPROVACAO ACIMA DO DEPARTAMENTO SO VALEM A *
      *    PARTIR DA TURMA MINIMA; PESOS DIFERENTES VALEM SEMPRE     *
      *--------------------------------------------------------------*
       044-CONFERIR-ALERTAS.

           MOVE  ZEROS  TO  WS-CT-ALERTAS-DISC

           IF WS-EST-FL-PESOS(WS-IDX-EST) = "S"
               MOVE  "PESOS DAS NOTAS DIFERENTES ENTRE ALUNOS DA TURMA"
                                           TO  WS-TEXTO-ALERTA
               PERFORM 045-IMPRIMIR-ALERTA
           END-IF

           IF WS-EST-QTD(WS-IDX-EST) >= WS-QTD-MINIMA
               IF WS-EST-FL-NOTAS(WS-IDX-EST) = "N"
                   MOVE  "NOTAS IDENTICAS PARA TODA A TURMA"  TO
                                               WS-TEXTO-ALERTA
                   PERFORM 045-IMPRIMIR-ALERTA
               END-IF
               IF WS-EST-FL-FREQ(WS-IDX-EST) = "N"
                   MOVE  "FREQUENCIA IDENTICA PARA TODA A TURMA"  TO
                                               WS-TEXTO-ALERTA
                   PERFORM 045-IMPRIMIR-ALERTA
               END-IF
               PERFORM 046-CONFERIR-REPROVACAO
           END-IF

           IF WS-CT-ALERTAS-DISC > ZEROS
               ADD   1  TO  WS-CT-DISC-ALERTA
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE ALERTA DA DISCIPLINA                *
      *--------------------------------------------------------------*
       045-IMPRIMIR-ALERTA.

           ADD   1  TO  WS-CT-ALERTAS-DISC
           ADD   1  TO  WS-CT-ALERTAS

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-TEXTO-ALERTA  TO  WS-ALE-TEXTO
           WRITE REG-RELDIS FROM WS-LIN-ALERTA
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    COMPARAR A TAXA DE REPROVACAO DA DISCIPLINA COM A DO      *
      *    DEPARTAMENTO                                              *
      *--------------------------------------------------------------*
       046-CONFERIR-REPROVACAO.

           MOVE  ZEROS  TO  WS-IDX-DEP-ACHADO

           PERFORM 047-PROCURAR-DEPARTAMENTO
                   THRU 047-FIM-PROCURAR-DEPARTAMENTO
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-CT-DEP OR
                     WS-IDX-DEP-ACHADO NOT = ZEROS

           IF WS-IDX-DEP-ACHADO NOT = ZEROS
               IF WS-PCT-REPROV >
                  WS-DEP-PCT(WS-IDX-DEP-ACHADO) + WS-LIMITE-REPROV
                   MOVE  WS-PCT-REPROV                  TO
                                           WS-ED-PCT-DISC
                   MOVE  WS-DEP-PCT(WS-IDX-DEP-ACHADO)  TO
                                           WS-ED-PCT-DEP
                   MOVE  SPACES  TO  WS-TEXTO-ALERTA
                   STRING "REPROVACAO DE "          DELIMITED BY SIZE
                          WS-ED-PCT-DISC            DELIMITED BY SIZE
                          "% CONTRA "               DELIMITED BY SIZE
                          WS-ED-PCT-DEP             DELIMITED BY SIZE
                          "% DO DEPARTAMENTO"       DELIMITED BY SIZE
                          INTO WS-TEXTO-ALERTA
                   PERFORM 045-IMPRIMIR-ALERTA
               END-IF
           END-IF
           .
       047-PROCURAR-DEPARTAMENTO.

           IF WS-DEP-NR-DPTO(WS-IDX-DEP) = WS-EST-DPTO(WS-IDX-EST)
               MOVE  WS-IDX-DEP  TO  WS-IDX-DEP-ACHADO
           END-IF
           .
       047-FIM-PROCURAR-DEPARTAMENTO.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE UM DEPARTAMENTO NO QUADRO DE          *
      *    REPROVACAO                                                *
      *--------------------------------------------------------------*
       048-IMPRIMIR-DEPARTAMENTO.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  WS-DEP-NR-DPTO(WS-IDX-DEP)  TO  WS-DPL-NR-DPTO
           MOVE  WS-DEP-QTD(WS-IDX-DEP)      TO  WS-DPL-QTD
           MOVE  WS-DEP-REPROV(WS-IDX-DEP)   TO  WS-DPL-REPROV
           MOVE  WS-DEP-PCT(WS-IDX-DEP)      TO  WS-DPL-PCT

           WRITE REG-RELDIS FROM WS-REG-DEPARTAMENTO
           ADD   1  TO  WS-CT-LINHAS
           .
       048-FIM-IMPRIMIR-DEPARTAMENTO.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               PERFORM 070-IMPRIMIR-CABECALHO

               IF WS-CT-HIST-PERIODO = ZEROS
                   MOVE  SPACES  TO  REG-RELDIS
                   MOVE  "NENHUM REGISTRO DE HISTORICO NO PERIODO"  TO
                                               REG-RELDIS
                   WRITE REG-RELDIS
                   ADD   1  TO  WS-CT-LINHAS
               ELSE
                   PERFORM 040-CALCULAR-DEPARTAMENTO
                           THRU 040-FIM-CALCULAR-DEPARTAMENTO
                       VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > WS-CT-DEP
                   PERFORM 042-IMPRIMIR-DISCIPLINA
                           THRU 042-FIM-IMPRIMIR-DISCIPLINA
                       VARYING WS-IDX-EST FROM 1 BY 1
                       UNTIL WS-IDX-EST > WS-CT-EST
                   PERFORM 056-IMPRIMIR-QUADRO-DEPTOS
               END-IF

               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-HISTORICO
               CLOSE ARQ-DISCIP
               CLOSE ARQ-RELDIS

               IF WS-COD-RETORNO = ZEROS
                   EVALUATE TRUE
                       WHEN WS-CT-HIST-PERIODO = ZEROS
                           MOVE  04   TO  WS-COD-RETORNO
                       WHEN WS-CT-ALERTAS > ZEROS
                           MOVE  12   TO  WS-COD-RETORNO
                   END-EVALUATE
               END-IF
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "HISTORICOS LIDOS       = " WS-CT-HIST-LIDOS
           DISPLAY "REGISTROS DO PERIODO   = " WS-CT-HIST-PERIODO
           DISPLAY "APROVEITADOS IGNORADOS = " WS-CT-APROVEITADOS
           DISPLAY "DISCIPLINAS IMPRESSAS  = " WS-CT-DISC-IMPRESSAS
           DISPLAY "DISCIPLINAS COM ALERTA = " WS-CT-DISC-ALERTA
           DISPLAY "ALERTAS                = " WS-CT-ALERTAS
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG21M"
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O QUADRO DE REPROVACAO POR DEPARTAMENTO, BASE    *
      *    DO ALERTA DE REPROVACAO ACIMA DO DEPARTAMENTO             *
      *--------------------------------------------------------------*
       056-IMPRIMIR-QUADRO-DEPTOS.

           IF WS-CT-LINHAS + 4 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELDIS
           WRITE REG-RELDIS
           MOVE  "REPROVACAO POR DEPARTAMENTO NO PERIODO"  TO
                                           REG-RELDIS
           WRITE REG-RELDIS
           ADD   2  TO  WS-CT-LINHAS

           PERFORM 048-IMPRIMIR-DEPARTAMENTO
                   THRU 048-FIM-IMPRIMIR-DEPARTAMENTO
               VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-CT-DEP
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DA DISTRIBUICAO                   *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-CT-LINHAS + 10 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELDIS
           WRITE REG-RELDIS

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DA DISTRIBUICAO POR DISCIPLINA" TO
                                                       WS-RES-ROTULO
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PERIODO ANALISADO"               TO  WS-RES-ROTULO
           MOVE  WS-PERIODO-EXECUCAO               TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS DO PERIODO ANALISADOS" TO  WS-RES-ROTULO
           MOVE  WS-CT-HIST-PERIODO                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "APROVEITAMENTOS IGNORADOS"       TO  WS-RES-ROTULO
           MOVE  WS-CT-APROVEITADOS                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DISCIPLINAS COM ALUNOS NO PERIODO" TO WS-RES-ROTULO
           MOVE  WS-CT-DISC-IMPRESSAS              TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DISCIPLINAS COM ALERTA"          TO  WS-RES-ROTULO
           MOVE  WS-CT-DISC-ALERTA                 TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "TOTAL DE ALERTAS"                TO  WS-RES-ROTULO
           MOVE  WS-CT-ALERTAS                     TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "TURMA MINIMA PARA OS ALERTAS"    TO  WS-RES-ROTULO
           MOVE  WS-QTD-MINIMA                     TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "LIMITE ACIMA DO DEPARTAMENTO (PONTOS)" TO
                                                       WS-RES-ROTULO
           MOVE  WS-LIMITE-REPROV                  TO  WS-ED-PCT-DISC
           MOVE  WS-ED-PCT-DISC                    TO  WS-RES-VALOR
           WRITE REG-RELDIS FROM WS-REG-RESUMO

           IF WS-CT-EST-PERDIDOS > ZEROS
               MOVE  SPACES                        TO  WS-REG-RESUMO
               MOVE  "REGISTROS ALEM DO LIMITE DE DISCIPLINAS" TO
                                                       WS-RES-ROTULO
               MOVE  WS-CT-EST-PERDIDOS            TO  WS-ED-QTD
               MOVE  WS-ED-QTD                     TO  WS-RES-VALOR
               WRITE REG-RELDIS FROM WS-REG-RESUMO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELDIS
               WRITE REG-RELDIS
           END-IF

           WRITE REG-RELDIS FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELDIS
           WRITE REG-RELDIS
           WRITE REG-RELDIS FROM WS-CAB-COLUNAS
           WRITE REG-RELDIS FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG21M <-------------------*

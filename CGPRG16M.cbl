       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG16M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. AUDITORIA DE               *
      *                  INTEGRALIZACAO CURRICULAR, QUE A SECRETARIA *
      *                  FAZIA A MAO CONTRA O HISTORICO IMPRESSO     *
      *                  PELO CGPRG03M: LE O CADASTRO OFICIAL        *
      *                  (ARQ-CADALU) NA ORDEM DO RA E, PARA CADA    *
      *                  ALUNO COM MATRICULA ATIVA, PERCORRE O       *
      *                  HISTORICO ESCOLAR (ARQ-HISTORICO) DO RA     *
      *                  COMO O CGPRG03M, CONFRONTANDO AS            *
      *                  DISCIPLINAS APROVADAS NO DEPARTAMENTO DO    *
      *                  ALUNO COM A MATRIZ CURRICULAR DO CURSO      *
      *                  (ARQ-CURRIC, COPY CURRREG). IMPRIME NO      *
      *                  RELATORIO RELAUD AS APROVADAS, AS           *
      *                  OBRIGATORIAS PENDENTES E A CARGA HORARIA    *
      *                  CUMPRIDA (SOMA DO CATALOGO ARQ-DISCIP DAS   *
      *                  APROVADAS) CONTRA A EXIGIDA. O ALUNO SEM    *
      *                  OBRIGATORIA PENDENTE E COM A CARGA MINIMA   *
      *                  CUMPRIDA E FORMANDO: SAI NA RELACAO DE      *
      *                  FORMANDOS (RELFOR) E NO ARQUIVO PARA O      *
      *                  SETOR DE DIPLOMAS (FORMAND,                 *
      *                  HEADER/DETALHE/TRAILER COMO O EXTRATO DO    *
      *                  PORTAL).                                    *
      * 15/10/2026 MCN - A DISCIPLINA APROVEITADA NA TRANSFERENCIA   *
      *                  DE DEPARTAMENTO (SITUACAO APROVEITADO,      *
      *                  GRAVADA PELO CGPRG19M A PARTIR DA TABELA DE *
      *                  EQUIVALENCIAS) PASSA A CONTAR COMO APROVADA *
      *                  NA INTEGRALIZACAO, COM A SITUACAO GRAVADA   *
      *                  IMPRESSA NA LINHA DO RELAUD.                *
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
           SELECT ARQ-CADALU      ASSIGN TO "CADALU"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS ALU-RA
                                  FILE STATUS IS WS-FS-CADALU.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-CURRIC      ASSIGN TO "CURRIC"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-CURRIC.
           SELECT ARQ-DISCIP      ASSIGN TO "DISCIP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DISCIP.
           SELECT ARQ-RELAUD      ASSIGN TO "RELAUD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELAUD.
           SELECT ARQ-RELFOR      ASSIGN TO "RELFOR"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELFOR.
           SELECT ARQ-FORMAND     ASSIGN TO "FORMAND"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-FORMAND.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CADASTRO OFICIAL DE ALUNOS (INDEXADO POR RA), LIDO
      *       INTEIRO NA ORDEM DO RA
       FD  ARQ-CADALU
           LABEL RECORD STANDARD.
           COPY CADREG.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

      *-----> MATRIZ CURRICULAR POR DEPARTAMENTO (COPY CURRREG):
      *       CARREGADA EM TABELA NO INICIO
       FD  ARQ-CURRIC
           LABEL RECORD STANDARD.
           COPY CURRREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       FORNECE NOME E CARGA HORARIA DE CADA DISCIPLINA
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

       FD  ARQ-RELAUD
           LABEL RECORD STANDARD.
       01  REG-RELAUD               PIC X(132).

       FD  ARQ-RELFOR
           LABEL RECORD STANDARD.
       01  REG-RELFOR               PIC X(132).

      *-----> ARQUIVO DE FORMANDOS PARA O SETOR DE DIPLOMAS: UM
      *       DETALHE "D" POR FORMANDO, ENTRE UM HEADER "H" (DATA DA
      *       RODADA) E UM TRAILER "T" (QUANTIDADE E SOMA DA CARGA
      *       HORARIA CUMPRIDA, PARA CONFERENCIA NO RECEBIMENTO)
       FD  ARQ-FORMAND
           LABEL RECORD STANDARD.
       01  REG-FORMANDO.
           05 FOR-TIPO-REG          PIC X(01).
           05 FOR-RA                PIC 9(13).
           05 FOR-ALUNO             PIC A(30).
           05 FOR-NR-DPTO           PIC 9(04).
           05 FOR-CARGA-CUMPRIDA    PIC 9(05).
           05 FOR-QTD-APROVADAS     PIC 9(03).
           05 FILLER                PIC X(08).
       01  REG-FORMANDO-HEADER.
           05 FILLER                PIC X(01).
           05 FOH-DATA-RODADA       PIC 9(08).
           05 FILLER                PIC X(55).
       01  REG-FORMANDO-TRAILER.
           05 FILLER                PIC X(01).
           05 FOT-QTD-REGISTROS     PIC 9(07).
           05 FOT-HASH-CARGA        PIC 9(09).
           05 FILLER                PIC X(47).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-FS-CADALU           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-CURRIC           PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-RELAUD           PIC X(02) VALUE "00".
       77  WS-FS-RELFOR           PIC X(02) VALUE "00".
       77  WS-FS-FORMAND          PIC X(02) VALUE "00".
       77  WS-FIM-HIST            PIC X(01) VALUE "N".

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

      *-----> DISCIPLINA PROCURADA NO CATALOGO (DEPARTAMENTO DO
      *       ALUNO + NUMERO)
       77  WS-PROC-NR-DPTO        PIC 9(04) VALUE ZEROS.
       77  WS-PROC-NR-DISC        PIC 9(04) VALUE ZEROS.

      *-----> MATRIZ CURRICULAR CARREGADA NO INICIO (ATE 50
      *       DEPARTAMENTOS, 40 OBRIGATORIAS POR DEPARTAMENTO)
       77  WS-FIM-CURRIC          PIC X(01) VALUE "N".
       77  WS-CT-CURRIC           PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CUR             PIC 9(02) COMP.
       77  WS-IDX-CUR-ACHADO      PIC 9(02) COMP VALUE ZEROS.
       77  WS-IDX-OBR             PIC 9(02) COMP.
       01  WS-TAB-CURRICULO.
           05 WS-CUR-ENTRY        OCCURS 50 TIMES.
               10 WS-CUR-DPTO      PIC 9(04).
               10 WS-CUR-CARGA-MIN PIC 9(05).
               10 WS-CUR-QTD-DISC  PIC 9(02).
               10 WS-CUR-DISC      OCCURS 40 TIMES PIC 9(04).

      *-----> DISCIPLINAS APROVADAS DO ALUNO CORRENTE NO SEU
      *       DEPARTAMENTO (ATE 60; DISCIPLINA APROVADA MAIS DE UMA
      *       VEZ CONTA UMA SO, PELO PRIMEIRO PERIODO)
       77  WS-CT-APROVADAS        PIC 9(02) VALUE ZEROS.
       77  WS-IDX-APR             PIC 9(02) COMP.
       77  WS-IDX-APR-ACHADO      PIC 9(02) COMP VALUE ZEROS.
       77  WS-FL-OBRIGATORIA      PIC X(01) VALUE "N".
           88 WS-E-OBRIGATORIA              VALUE "S".
       01  WS-TAB-APROVADAS.
           05 WS-APR-ENTRY        OCCURS 60 TIMES.
               10 WS-APR-NR-DISC   PIC 9(04).
               10 WS-APR-PERIODO   PIC 9(05).
               10 WS-APR-SITUACAO  PIC X(12).

      *-----> APURACAO DO ALUNO CORRENTE
       77  WS-CH-CUMPRIDA         PIC 9(05) VALUE ZEROS.
       77  WS-CH-EXIGIDA          PIC 9(05) VALUE ZEROS.
       77  WS-CT-PENDENTES        PIC 9(02) VALUE ZEROS.

      *-----> TOTALIZADORES DA RODADA
       77  WS-CT-ALUNOS-LIDOS     PIC 9(07) VALUE ZEROS.
       77  WS-CT-NAO-ATIVOS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-AUDITADOS        PIC 9(07) VALUE ZEROS.
       77  WS-CT-SEM-CURRICULO    PIC 9(07) VALUE ZEROS.
       77  WS-CT-FORMANDOS        PIC 9(07) VALUE ZEROS.
       77  WS-CT-NAO-APTOS        PIC 9(07) VALUE ZEROS.
       77  WS-CT-APR-PERDIDAS     PIC 9(05) VALUE ZEROS.
       77  WS-HASH-CARGA          PIC 9(09) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> LINHA DE IDENTIFICACAO DO ALUNO NO INICIO DO BLOCO
       01  WS-LIN-IDENT.
           05 FILLER              PIC X(07)       VALUE "ALUNO: ".
           05 WS-ID-ALUNO         PIC A(30).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(04)       VALUE "RA: ".
           05 WS-ID-RA            PIC 9(13).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(14)       VALUE
                                       "DEPARTAMENTO: ".
           05 WS-ID-NR-DPTO       PIC 9(04).
           05 FILLER              PIC X(52)       VALUE SPACES.

      *-----> LINHA DE DETALHE DE UMA DISCIPLINA DO ALUNO
       01  WS-REG-AUDITORIA.
           05 WS-AUD-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AUD-NOME-DISC    PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AUD-CARGA        PIC ZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AUD-PERIODO      PIC X(07).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AUD-SITUACAO     PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AUD-OBS          PIC X(20).
           05 FILLER              PIC X(44)       VALUE SPACES.

      *-----> LINHA DE TOTAIS DO ALUNO NO FIM DO BLOCO
       01  WS-LIN-TOTAIS.
           05 FILLER              PIC X(24)       VALUE
                                       "CARGA HORARIA CUMPRIDA: ".
           05 WS-TOT-CH-CUMPRIDA  PIC ZZZZ9.
           05 FILLER              PIC X(11)       VALUE
                                       "  EXIGIDA: ".
           05 WS-TOT-CH-EXIGIDA   PIC ZZZZ9.
           05 FILLER              PIC X(25)       VALUE
                                       "  OBRIGATORIAS PENDENTES:".
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-TOT-PENDENTES    PIC Z9.
           05 FILLER              PIC X(13)       VALUE
                                       "  RESULTADO: ".
           05 WS-TOT-RESULTADO    PIC X(20).
           05 FILLER              PIC X(26)       VALUE SPACES.

      *-----> LINHA DE AVISO PARA DEPARTAMENTO SEM MATRIZ CURRICULAR
       01  WS-LIN-SEM-CURRIC.
           05 FILLER              PIC X(04)       VALUE "RA: ".
           05 WS-SC-RA            PIC 9(13).
           05 FILLER              PIC X(03)       VALUE " - ".
           05 WS-SC-ALUNO         PIC A(30).
           05 FILLER              PIC X(17)       VALUE
                                       " - DEPARTAMENTO ".
           05 WS-SC-NR-DPTO       PIC 9(04).
           05 FILLER              PIC X(27)       VALUE
                                       " SEM MATRIZ CURRICULAR".
           05 FILLER              PIC X(34)       VALUE SPACES.

      *-----> LINHA DA RELACAO DE FORMANDOS
       01  WS-REG-FORMANDO.
           05 WS-FOL-RA           PIC 9(13).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-FOL-ALUNO        PIC A(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-FOL-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(03)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE SPACES.
           05 WS-FOL-CH-CUMPRIDA  PIC ZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE SPACES.
           05 WS-FOL-CH-EXIGIDA   PIC ZZZZ9.
           05 FILLER              PIC X(55)       VALUE SPACES.

      *-----> LINHA DO BLOCO DE RESUMO (MESMO DESENHO ROTULO/VALOR
      *       DO SYSRPT DO CGPRG02M)
       01  WS-REG-RESUMO.
           05 WS-RES-ROTULO       PIC X(40).
           05 WS-RES-VALOR        PIC X(22).
           05 FILLER              PIC X(70)       VALUE SPACES.

      *-----> CONTROLE DE PAGINACAO DAS DUAS LISTAGENS (MESMO ESTILO
      *       DO BOLETIM DE NOTAS DO CGPRG02M)
       77  WS-CT-LINHAS           PIC 9(02) VALUE 99.
       77  WS-MAX-LINHAS          PIC 9(02) VALUE 55.
       77  WS-NR-PAGINA           PIC 9(03) VALUE ZEROS.
       77  WS-CT-LINHAS-FOR       PIC 9(02) VALUE 99.
       77  WS-NR-PAGINA-FOR       PIC 9(03) VALUE ZEROS.
       01  WS-DATA-SISTEMA.
           05 WS-DATA-AAAA         PIC 9(04).
           05 WS-DATA-MM           PIC 9(02).
           05 WS-DATA-DD           PIC 9(02).
       77  WS-DATA-EXECUCAO       PIC X(10).

      *-----> CABECALHO E TITULOS DE COLUNA DA AUDITORIA
       01  WS-CAB-TITULO.
           05 FILLER              PIC X(35)       VALUE SPACES.
           05 FILLER              PIC X(35)       VALUE
                   "AUDITORIA DE INTEGRALIZACAO".
           05 FILLER              PIC X(31)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-AUDITORIA (132)
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(04)       VALUE "DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE "DISCIPLINA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "CARGA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(07)       VALUE "PERIODO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "SITUACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(20)       VALUE "OBSERVACAO".
           05 FILLER              PIC X(44)       VALUE SPACES.

       01  WS-CAB-SEPARADOR.
           05 FILLER              PIC X(132)      VALUE ALL "-".

      *-----> CABECALHO E TITULOS DE COLUNA DA RELACAO DE FORMANDOS
       01  WS-CAB-TITULO-FOR.
           05 FILLER              PIC X(35)       VALUE SPACES.
           05 FILLER              PIC X(35)       VALUE
                   "RELACAO DE FORMANDOS".
           05 FILLER              PIC X(31)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA-FOR     PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA-FOR   PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-FORMANDO (132)
       01  WS-CAB-COLUNAS-FOR.
           05 FILLER              PIC X(13)       VALUE "RA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE "ALUNO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "DEPTO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(11)       VALUE "CH CUMPRIDA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "CH EXIGIDA".
           05 FILLER              PIC X(55)       VALUE SPACES.

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

           DISPLAY "** PROGRAMA 16 - AUDITORIA DE INTEGRALIZACAO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA
                                       WS-CAB-DATA-FOR

           OPEN INPUT  ARQ-CADALU
           OPEN INPUT  ARQ-HISTORICO
           OPEN INPUT  ARQ-CURRIC
           OPEN INPUT  ARQ-DISCIP
           OPEN OUTPUT ARQ-RELAUD
           OPEN OUTPUT ARQ-RELFOR
           OPEN OUTPUT ARQ-FORMAND

           IF WS-FS-CADALU    NOT = "00" OR
              WS-FS-HISTORICO NOT = "00" OR
              WS-FS-CURRIC    NOT = "00" OR
              WS-FS-DISCIP    NOT = "00" OR
              WS-FS-RELAUD    NOT = "00" OR
              WS-FS-RELFOR    NOT = "00" OR
              WS-FS-FORMAND   NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "CADALU="    WS-FS-CADALU
                       " HISTAL="   WS-FS-HISTORICO
                       " CURRIC="   WS-FS-CURRIC
                       " DISCIP="   WS-FS-DISCIP
                       " RELAUD="   WS-FS-RELAUD
                       " RELFOR="   WS-FS-RELFOR
                       " FORMAND="  WS-FS-FORMAND
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 012-CARREGAR-CURRICULO
               PERFORM 014-CARREGAR-DISCIP
               IF WS-CT-CURRIC = ZEROS
                   DISPLAY "MATRIZ CURRICULAR VAZIA - NADA A AUDITAR"
                   MOVE  08   TO  WS-COD-RETORNO
                   MOVE 'S'   TO  WS-FIM
               ELSE
                   IF WS-CT-DISCIP = ZEROS
                       DISPLAY "AVISO: CATALOGO DE DISCIPLINAS VAZIO"
                               " - CARGA HORARIA SAIRA ZERADA"
                   END-IF
                   PERFORM 040-GRAVAR-HEADER-FORMANDOS
                   PERFORM 020-LER-CADALU
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CARREGAR A MATRIZ CURRICULAR (ATE 50 DEPARTAMENTOS)       *
      *--------------------------------------------------------------*
       012-CARREGAR-CURRICULO.

           MOVE  'N'  TO  WS-FIM-CURRIC

           PERFORM 013-LER-CURRICULO THRU 013-FIM-LER-CURRICULO
               UNTIL WS-FIM-CURRIC = 'S'
           .
       013-LER-CURRICULO.

           READ ARQ-CURRIC
               AT END
                   MOVE 'S'  TO  WS-FIM-CURRIC
               NOT AT END
                   IF WS-CT-CURRIC < 50
                       ADD   1                TO  WS-CT-CURRIC
                       MOVE  CUR-NR-DPTO      TO
                                     WS-CUR-DPTO(WS-CT-CURRIC)
                       MOVE  CUR-CARGA-MINIMA TO
                                     WS-CUR-CARGA-MIN(WS-CT-CURRIC)
                       IF CUR-QTD-DISC > 40
                           DISPLAY "AVISO: MATRIZ DO DEPARTAMENTO "
                                   CUR-NR-DPTO " COM MAIS DE 40 "
                                   "OBRIGATORIAS - LIMITADA A 40"
                           MOVE  40           TO
                                     WS-CUR-QTD-DISC(WS-CT-CURRIC)
                       ELSE
                           MOVE  CUR-QTD-DISC TO
                                     WS-CUR-QTD-DISC(WS-CT-CURRIC)
                       END-IF
                       PERFORM 011-COPIAR-OBRIGATORIA
                               THRU 011-FIM-COPIAR-OBRIGATORIA
                           VARYING WS-IDX-OBR FROM 1 BY 1
                           UNTIL WS-IDX-OBR > 40
                   ELSE
                       DISPLAY "AVISO: MATRIZ ALEM DO LIMITE DE 50 "
                               "DEPARTAMENTOS IGNORADA - "
                               CUR-NR-DPTO
                   END-IF
           END-READ
           .
       013-FIM-LER-CURRICULO.
           EXIT.
       011-COPIAR-OBRIGATORIA.

           MOVE  CUR-DISC-OBRIGATORIA(WS-IDX-OBR)  TO
                             WS-CUR-DISC(WS-CT-CURRIC WS-IDX-OBR)
           .
       011-FIM-COPIAR-OBRIGATORIA.
           EXIT.
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
      *    LER O PROXIMO ALUNO DO CADASTRO OFICIAL                   *
      *--------------------------------------------------------------*
       020-LER-CADALU.

           READ ARQ-CADALU NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-ALUNOS-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UM ALUNO: SO MATRICULA ATIVA E AUDITADA         *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF ALU-MATRICULA-ATIVA
               PERFORM 031-AUDITAR-ALUNO
           ELSE
               ADD   1  TO  WS-CT-NAO-ATIVOS
           END-IF

           PERFORM 020-LER-CADALU
           .
      *--------------------------------------------------------------*
      *    AUDITAR A INTEGRALIZACAO DO ALUNO CORRENTE CONTRA A       *
      *    MATRIZ CURRICULAR DO SEU DEPARTAMENTO                     *
      *--------------------------------------------------------------*
       031-AUDITAR-ALUNO.

           ADD   1  TO  WS-CT-AUDITADOS

           PERFORM 032-PROCURAR-CURRICULO

           IF WS-IDX-CUR-ACHADO = ZEROS
               ADD   1  TO  WS-CT-SEM-CURRICULO
               PERFORM 049-IMPRIMIR-SEM-CURRICULO
           ELSE
               MOVE  ZEROS  TO  WS-CT-APROVADAS
                                WS-CH-CUMPRIDA
                                WS-CT-PENDENTES
               MOVE  WS-CUR-CARGA-MIN(WS-IDX-CUR-ACHADO)  TO
                                                   WS-CH-EXIGIDA

               PERFORM 034-APURAR-HISTORICO

               PERFORM 036-IMPRIMIR-IDENTIFICACAO

               PERFORM 039-LISTAR-APROVADA THRU 039-FIM-LISTAR-APROVADA
                   VARYING WS-IDX-APR FROM 1 BY 1
                   UNTIL WS-IDX-APR > WS-CT-APROVADAS

               PERFORM 041-LISTAR-OBRIGATORIA
                       THRU 041-FIM-LISTAR-OBRIGATORIA
                   VARYING WS-IDX-OBR FROM 1 BY 1
                   UNTIL WS-IDX-OBR >
                         WS-CUR-QTD-DISC(WS-IDX-CUR-ACHADO)

               PERFORM 044-IMPRIMIR-TOTAIS
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCURAR A MATRIZ CURRICULAR DO DEPARTAMENTO DO ALUNO     *
      *--------------------------------------------------------------*
       032-PROCURAR-CURRICULO.

           MOVE  ZEROS  TO  WS-IDX-CUR-ACHADO

           PERFORM 033-COMPARAR-CURRICULO
                   THRU 033-FIM-COMPARAR-CURRICULO
               VARYING WS-IDX-CUR FROM 1 BY 1
               UNTIL WS-IDX-CUR > WS-CT-CURRIC OR
                     WS-IDX-CUR-ACHADO NOT = ZEROS
           .
       033-COMPARAR-CURRICULO.

           IF ALU-NR-DPTO = WS-CUR-DPTO(WS-IDX-CUR)
               MOVE  WS-IDX-CUR  TO  WS-IDX-CUR-ACHADO
           END-IF
           .
       033-FIM-COMPARAR-CURRICULO.
           EXIT.
      *--------------------------------------------------------------*
      *    PERCORRER O HISTORICO DO RA (COMO O CGPRG03M) GUARDANDO   *
      *    AS DISCIPLINAS APROVADAS NO DEPARTAMENTO DO ALUNO         *
      *--------------------------------------------------------------*
       034-APURAR-HISTORICO.

           MOVE  ALU-RA  TO  HIST-RA
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
               PERFORM 035-EXAMINAR-HISTORICO
                       THRU 035-FIM-EXAMINAR-HISTORICO
                   UNTIL WS-FIM-HIST = 'S' OR
                         HIST-RA NOT = ALU-RA
           END-IF
           .
       035-EXAMINAR-HISTORICO.

           IF HIST-NR-DPTO  = ALU-NR-DPTO AND
              (HIST-SITUACAO = "APROVADO" OR
               HIST-SITUACAO = "APROVEITADO")
               MOVE  HIST-NR-DISC  TO  WS-PROC-NR-DISC
               PERFORM 042-PROCURAR-APROVADA
               IF WS-IDX-APR-ACHADO = ZEROS
                   IF WS-CT-APROVADAS < 60
                       ADD   1              TO  WS-CT-APROVADAS
                       MOVE  HIST-NR-DISC   TO
                                     WS-APR-NR-DISC(WS-CT-APROVADAS)
                       MOVE  HIST-PERIODO   TO
                                     WS-APR-PERIODO(WS-CT-APROVADAS)
                       MOVE  HIST-SITUACAO  TO
                                     WS-APR-SITUACAO(WS-CT-APROVADAS)
                   ELSE
                       ADD   1  TO  WS-CT-APR-PERDIDAS
                       DISPLAY "AVISO: APROVADA ALEM DO LIMITE DE 60 "
                               "IGNORADA - RA " ALU-RA " DISC "
                               HIST-NR-DISC
                   END-IF
               END-IF
           END-IF

           PERFORM 037-LER-HISTORICO
           .
       035-FIM-EXAMINAR-HISTORICO.
           EXIT.
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
      *    LISTAR UMA DISCIPLINA APROVADA, SOMANDO A CARGA HORARIA   *
      *    DO CATALOGO; APROVADA FORA DA MATRIZ CONTA NA CARGA       *
      *--------------------------------------------------------------*
       039-LISTAR-APROVADA.

           MOVE  ALU-NR-DPTO                 TO  WS-PROC-NR-DPTO
           MOVE  WS-APR-NR-DISC(WS-IDX-APR)  TO  WS-PROC-NR-DISC
           PERFORM 047-PROCURAR-DISCIPLINA

           MOVE  SPACES                      TO  WS-REG-AUDITORIA
           MOVE  WS-APR-NR-DISC(WS-IDX-APR)  TO  WS-AUD-NR-DISC
           MOVE  WS-APR-PERIODO(WS-IDX-APR)  TO  WS-AUD-PERIODO
           MOVE  WS-APR-SITUACAO(WS-IDX-APR) TO  WS-AUD-SITUACAO
           IF WS-IDX-DIS-ACHADO = ZEROS
               MOVE  ZEROS   TO  WS-AUD-CARGA
               MOVE  "FORA DO CATALOGO"      TO  WS-AUD-OBS
           ELSE
               MOVE  WS-DIS-NOME(WS-IDX-DIS-ACHADO)   TO
                                           WS-AUD-NOME-DISC
               MOVE  WS-DIS-CARGA(WS-IDX-DIS-ACHADO)  TO
                                           WS-AUD-CARGA
               ADD   WS-DIS-CARGA(WS-IDX-DIS-ACHADO)  TO
                                           WS-CH-CUMPRIDA
           END-IF

           PERFORM 043-VERIFICAR-OBRIGATORIA
           IF NOT WS-E-OBRIGATORIA AND WS-IDX-DIS-ACHADO NOT = ZEROS
               MOVE  "FORA DA MATRIZ"        TO  WS-AUD-OBS
           END-IF

           PERFORM 038-IMPRIMIR-LINHA
           .
       039-FIM-LISTAR-APROVADA.
           EXIT.
      *--------------------------------------------------------------*
      *    LISTAR UMA OBRIGATORIA DA MATRIZ AINDA NAO APROVADA       *
      *--------------------------------------------------------------*
       041-LISTAR-OBRIGATORIA.

           MOVE  ALU-NR-DPTO  TO  WS-PROC-NR-DPTO
           MOVE  WS-CUR-DISC(WS-IDX-CUR-ACHADO WS-IDX-OBR)  TO
                                  WS-PROC-NR-DISC
           PERFORM 042-PROCURAR-APROVADA

           IF WS-IDX-APR-ACHADO = ZEROS
               ADD   1  TO  WS-CT-PENDENTES
               PERFORM 047-PROCURAR-DISCIPLINA

               MOVE  SPACES           TO  WS-REG-AUDITORIA
               MOVE  WS-PROC-NR-DISC  TO  WS-AUD-NR-DISC
               MOVE  "PENDENTE"       TO  WS-AUD-SITUACAO
               MOVE  "OBRIGATORIA"    TO  WS-AUD-OBS
               IF WS-IDX-DIS-ACHADO = ZEROS
                   MOVE  ZEROS   TO  WS-AUD-CARGA
               ELSE
                   MOVE  WS-DIS-NOME(WS-IDX-DIS-ACHADO)   TO
                                               WS-AUD-NOME-DISC
                   MOVE  WS-DIS-CARGA(WS-IDX-DIS-ACHADO)  TO
                                               WS-AUD-CARGA
               END-IF

               PERFORM 038-IMPRIMIR-LINHA
           END-IF
           .
       041-FIM-LISTAR-OBRIGATORIA.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE DISCIPLINA DO BLOCO DO ALUNO,       *
      *    REPETINDO A IDENTIFICACAO NA QUEBRA DE PAGINA             *
      *--------------------------------------------------------------*
       038-IMPRIMIR-LINHA.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
               PERFORM 036-IMPRIMIR-IDENTIFICACAO
           END-IF

           WRITE REG-RELAUD FROM WS-REG-AUDITORIA
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA (WS-PROC-NR-DISC) NA TABELA DE      *
      *    APROVADAS DO ALUNO CORRENTE                               *
      *--------------------------------------------------------------*
       042-PROCURAR-APROVADA.

           MOVE  ZEROS  TO  WS-IDX-APR-ACHADO

           PERFORM 045-COMPARAR-APROVADA
                   THRU 045-FIM-COMPARAR-APROVADA
               VARYING WS-IDX-APR FROM 1 BY 1
               UNTIL WS-IDX-APR > WS-CT-APROVADAS OR
                     WS-IDX-APR-ACHADO NOT = ZEROS
           .
       045-COMPARAR-APROVADA.

           IF WS-PROC-NR-DISC = WS-APR-NR-DISC(WS-IDX-APR)
               MOVE  WS-IDX-APR  TO  WS-IDX-APR-ACHADO
           END-IF
           .
       045-FIM-COMPARAR-APROVADA.
           EXIT.
      *--------------------------------------------------------------*
      *    VERIFICAR SE A APROVADA CORRENTE (WS-PROC-NR-DISC) CONSTA *
      *    DA MATRIZ CURRICULAR DO DEPARTAMENTO                      *
      *--------------------------------------------------------------*
       043-VERIFICAR-OBRIGATORIA.

           MOVE  'N'  TO  WS-FL-OBRIGATORIA

           PERFORM 046-COMPARAR-OBRIGATORIA
                   THRU 046-FIM-COMPARAR-OBRIGATORIA
               VARYING WS-IDX-OBR FROM 1 BY 1
               UNTIL WS-IDX-OBR >
                     WS-CUR-QTD-DISC(WS-IDX-CUR-ACHADO) OR
                     WS-E-OBRIGATORIA
           .
       046-COMPARAR-OBRIGATORIA.

           IF WS-PROC-NR-DISC =
              WS-CUR-DISC(WS-IDX-CUR-ACHADO WS-IDX-OBR)
               MOVE  'S'  TO  WS-FL-OBRIGATORIA
           END-IF
           .
       046-FIM-COMPARAR-OBRIGATORIA.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA (WS-PROC-NR-DPTO/WS-PROC-NR-DISC)   *
      *    NO CATALOGO                                               *
      *--------------------------------------------------------------*
       047-PROCURAR-DISCIPLINA.

           MOVE  ZEROS  TO  WS-IDX-DIS-ACHADO

           PERFORM 048-COMPARAR-DISCIPLINA
                   THRU 048-FIM-COMPARAR-DISCIPLINA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS > WS-CT-DISCIP OR
                     WS-IDX-DIS-ACHADO NOT = ZEROS
           .
       048-COMPARAR-DISCIPLINA.

           IF WS-PROC-NR-DPTO = WS-DIS-DPTO(WS-IDX-DIS) AND
              WS-PROC-NR-DISC = WS-DIS-NR(WS-IDX-DIS)
               MOVE  WS-IDX-DIS  TO  WS-IDX-DIS-ACHADO
           END-IF
           .
       048-FIM-COMPARAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR A IDENTIFICACAO DO ALUNO E AS COLUNAS DO BLOCO   *
      *--------------------------------------------------------------*
       036-IMPRIMIR-IDENTIFICACAO.

           IF WS-CT-LINHAS + 4 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  ALU-NOME     TO  WS-ID-ALUNO
           MOVE  ALU-RA       TO  WS-ID-RA
           MOVE  ALU-NR-DPTO  TO  WS-ID-NR-DPTO

           MOVE  SPACES  TO  REG-RELAUD
           WRITE REG-RELAUD
           WRITE REG-RELAUD FROM WS-LIN-IDENT
           WRITE REG-RELAUD FROM WS-CAB-COLUNAS
           WRITE REG-RELAUD FROM WS-CAB-SEPARADOR
           ADD   4  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR OS TOTAIS DO ALUNO E, SE INTEGRALIZOU O CURSO,   *
      *    INCLUI-LO NA RELACAO E NO ARQUIVO DE FORMANDOS            *
      *--------------------------------------------------------------*
       044-IMPRIMIR-TOTAIS.

           MOVE  WS-CH-CUMPRIDA   TO  WS-TOT-CH-CUMPRIDA
           MOVE  WS-CH-EXIGIDA    TO  WS-TOT-CH-EXIGIDA
           MOVE  WS-CT-PENDENTES  TO  WS-TOT-PENDENTES

           IF WS-CT-PENDENTES = ZEROS AND
              WS-CH-CUMPRIDA NOT < WS-CH-EXIGIDA
               MOVE  "APTO A COLAR GRAU"  TO  WS-TOT-RESULTADO
               ADD   1  TO  WS-CT-FORMANDOS
               PERFORM 056-GRAVAR-FORMANDO
           ELSE
               MOVE  "NAO APTO"           TO  WS-TOT-RESULTADO
               ADD   1  TO  WS-CT-NAO-APTOS
           END-IF

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
               PERFORM 036-IMPRIMIR-IDENTIFICACAO
           END-IF

           WRITE REG-RELAUD FROM WS-LIN-TOTAIS
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    GRAVAR O FORMANDO NO ARQUIVO DO SETOR DE DIPLOMAS E NA    *
      *    RELACAO DE FORMANDOS                                      *
      *--------------------------------------------------------------*
       056-GRAVAR-FORMANDO.

           MOVE  SPACES           TO  REG-FORMANDO
           MOVE  "D"              TO  FOR-TIPO-REG
           MOVE  ALU-RA           TO  FOR-RA
           MOVE  ALU-NOME         TO  FOR-ALUNO
           MOVE  ALU-NR-DPTO      TO  FOR-NR-DPTO
           MOVE  WS-CH-CUMPRIDA   TO  FOR-CARGA-CUMPRIDA
           MOVE  WS-CT-APROVADAS  TO  FOR-QTD-APROVADAS
           WRITE REG-FORMANDO
           ADD   WS-CH-CUMPRIDA   TO  WS-HASH-CARGA

           IF WS-CT-LINHAS-FOR >= WS-MAX-LINHAS
               PERFORM 072-IMPRIMIR-CABECALHO-FOR
           END-IF

           MOVE  SPACES           TO  WS-REG-FORMANDO
           MOVE  ALU-RA           TO  WS-FOL-RA
           MOVE  ALU-NOME         TO  WS-FOL-ALUNO
           MOVE  ALU-NR-DPTO      TO  WS-FOL-NR-DPTO
           MOVE  WS-CH-CUMPRIDA   TO  WS-FOL-CH-CUMPRIDA
           MOVE  WS-CH-EXIGIDA    TO  WS-FOL-CH-EXIGIDA
           WRITE REG-RELFOR FROM WS-REG-FORMANDO
           ADD   1  TO  WS-CT-LINHAS-FOR
           .
      *--------------------------------------------------------------*
      *    GRAVAR O HEADER DO ARQUIVO DE FORMANDOS                   *
      *--------------------------------------------------------------*
       040-GRAVAR-HEADER-FORMANDOS.

           MOVE  SPACES           TO  REG-FORMANDO-HEADER
           MOVE  "H"              TO  FOR-TIPO-REG
           MOVE  WS-DATA-SISTEMA  TO  FOH-DATA-RODADA
           WRITE REG-FORMANDO-HEADER
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O AVISO DE ALUNO DE DEPARTAMENTO SEM MATRIZ      *
      *--------------------------------------------------------------*
       049-IMPRIMIR-SEM-CURRICULO.

           IF WS-CT-LINHAS + 2 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  ALU-RA       TO  WS-SC-RA
           MOVE  ALU-NOME     TO  WS-SC-ALUNO
           MOVE  ALU-NR-DPTO  TO  WS-SC-NR-DPTO

           MOVE  SPACES  TO  REG-RELAUD
           WRITE REG-RELAUD
           WRITE REG-RELAUD FROM WS-LIN-SEM-CURRIC
           ADD   2  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               IF WS-CT-CURRIC NOT = ZEROS
                   PERFORM 055-GRAVAR-TRAILER-FORMANDOS
                   PERFORM 060-GERAR-RESUMO
               END-IF

               CLOSE ARQ-CADALU
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-CURRIC
               CLOSE ARQ-DISCIP
               CLOSE ARQ-RELAUD
               CLOSE ARQ-RELFOR
               CLOSE ARQ-FORMAND

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-AUDITADOS = ZEROS
                       MOVE  04   TO  WS-COD-RETORNO
                   END-IF
               END-IF
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "ALUNOS LIDOS           = " WS-CT-ALUNOS-LIDOS
           DISPLAY "MATRICULA NAO ATIVA    = " WS-CT-NAO-ATIVOS
           DISPLAY "ALUNOS AUDITADOS       = " WS-CT-AUDITADOS
           DISPLAY "DEPTO SEM MATRIZ       = " WS-CT-SEM-CURRICULO
           DISPLAY "FORMANDOS              = " WS-CT-FORMANDOS
           DISPLAY "NAO APTOS              = " WS-CT-NAO-APTOS
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG16M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O TRAILER DO ARQUIVO DE FORMANDOS                  *
      *--------------------------------------------------------------*
       055-GRAVAR-TRAILER-FORMANDOS.

           MOVE  SPACES           TO  REG-FORMANDO-TRAILER
           MOVE  "T"              TO  FOR-TIPO-REG
           MOVE  WS-CT-FORMANDOS  TO  FOT-QTD-REGISTROS
           MOVE  WS-HASH-CARGA    TO  FOT-HASH-CARGA
           WRITE REG-FORMANDO-TRAILER

           IF WS-CT-FORMANDOS = ZEROS
               PERFORM 072-IMPRIMIR-CABECALHO-FOR
               MOVE  SPACES  TO  REG-RELFOR
               MOVE  "NENHUM ALUNO INTEGRALIZOU O CURSO"  TO
                                           REG-RELFOR
               WRITE REG-RELFOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DA AUDITORIA                      *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-NR-PAGINA = ZEROS OR
              WS-CT-LINHAS + 8 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELAUD
           WRITE REG-RELAUD

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DA AUDITORIA DE INTEGRALIZACAO"
                                                   TO  WS-RES-ROTULO
           WRITE REG-RELAUD FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ALUNOS LIDOS NO CADASTRO"        TO  WS-RES-ROTULO
           MOVE  WS-CT-ALUNOS-LIDOS                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAUD FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "MATRICULA NAO ATIVA (NAO AUDITADOS)"
                                                   TO  WS-RES-ROTULO
           MOVE  WS-CT-NAO-ATIVOS                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAUD FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ALUNOS AUDITADOS"                TO  WS-RES-ROTULO
           MOVE  WS-CT-AUDITADOS                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAUD FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DEPARTAMENTO SEM MATRIZ CURRICULAR"
                                                   TO  WS-RES-ROTULO
           MOVE  WS-CT-SEM-CURRICULO               TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAUD FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "APTOS A COLAR GRAU (FORMANDOS)"  TO  WS-RES-ROTULO
           MOVE  WS-CT-FORMANDOS                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAUD FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "NAO APTOS"                       TO  WS-RES-ROTULO
           MOVE  WS-CT-NAO-APTOS                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELAUD FROM WS-REG-RESUMO
           ADD   8  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA AUDITORIA               *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELAUD
               WRITE REG-RELAUD
           END-IF

           WRITE REG-RELAUD FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELAUD
           WRITE REG-RELAUD

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA RELACAO DE FORMANDOS    *
      *--------------------------------------------------------------*
       072-IMPRIMIR-CABECALHO-FOR.

           ADD   1                  TO   WS-NR-PAGINA-FOR
           MOVE  WS-NR-PAGINA-FOR   TO   WS-CAB-PAGINA-FOR

           IF WS-NR-PAGINA-FOR > 1
               MOVE  SPACES  TO  REG-RELFOR
               WRITE REG-RELFOR
           END-IF

           WRITE REG-RELFOR FROM WS-CAB-TITULO-FOR
           MOVE  SPACES  TO  REG-RELFOR
           WRITE REG-RELFOR
           WRITE REG-RELFOR FROM WS-CAB-COLUNAS-FOR
           WRITE REG-RELFOR FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS-FOR
           .
      *---------------> FIM DO PROGRAMA CGPRG16M <-------------------*

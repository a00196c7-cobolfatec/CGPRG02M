       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG15M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. CONCILIACAO DA RODADA DE   *
      *                  NOTAS CONTRA A RELACAO DE MATRICULADOS POR  *
      *                  DISCIPLINA (ARQ-MATRIC, COPY MATRREG,       *
      *                  CARREGADA PELO CGPRG14M): ATE AQUI A NOTA   *
      *                  QUE NAO CHEGAVA NA SYSIN SO APARECIA QUANDO *
      *                  O ALUNO RECLAMAVA DO PORTAL EM BRANCO. LE A *
      *                  RELACAO INTEIRA, FILTRA O PERIODO PEDIDO NO *
      *                  CARTAO PERIODO (MESMO CARTAO DO CGPRG00M) E,*
      *                  PARA CADA MATRICULA, PROCURA NO HISTORICO   *
      *                  ESCOLAR (ARQ-HISTORICO) O REGISTRO DE MESMA *
      *                  CHAVE; MATRICULA SEM REGISTRO E NOTA NAO    *
      *                  LANCADA. OS PENDENTES SAO CLASSIFICADOS POR *
      *                  DEPARTAMENTO/DISCIPLINA/RA (SELECAO DIRETA, *
      *                  COMO A CONVOCACAO DO CGPRG09M) E LISTADOS   *
      *                  COM QUEBRA POR DISCIPLINA NO RELATORIO      *
      *                  RELPEN, COM O NOME OFICIAL DO CADASTRO      *
      *                  (ARQ-CADALU) E O NOME DA DISCIPLINA DO      *
      *                  CATALOGO (ARQ-DISCIP). HAVENDO PENDENTE, O  *
      *                  CODIGO DE RETORNO E 12.                     *
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
           SELECT ARQ-MATRIC      ASSIGN TO "MATRIC"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS MAT-CHAVE
                                  FILE STATUS IS WS-FS-MATRIC.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-CADALU      ASSIGN TO "CADALU"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ALU-RA
                                  FILE STATUS IS WS-FS-CADALU.
           SELECT ARQ-DISCIP      ASSIGN TO "DISCIP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DISCIP.
           SELECT ARQ-RELPEN      ASSIGN TO "RELPEN"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELPEN.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  ARQ-PERIODO
           LABEL RECORD STANDARD.
       01  REG-PERIODO.
           05 PER-PERIODO-LETIVO    PIC 9(05).

      *-----> RELACAO DE MATRICULADOS POR DISCIPLINA (COPY MATRREG),
      *       LIDA INTEIRA NA ORDEM DA CHAVE
       FD  ARQ-MATRIC
           LABEL RECORD STANDARD.
           COPY MATRREG.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

      *-----> CADASTRO OFICIAL DE ALUNOS (INDEXADO POR RA): FORNECE
      *       O NOME OFICIAL DO ALUNO PENDENTE
       FD  ARQ-CADALU
           LABEL RECORD STANDARD.
           COPY CADREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       CARREGADO EM TABELA NO INICIO, COMO NO CGPRG02M, PARA
      *       DAR NOME AO SUBTITULO DE QUEBRA DE DISCIPLINA
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

       FD  ARQ-RELPEN
           LABEL RECORD STANDARD.
       01  REG-RELPEN               PIC X(132).

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
       77  WS-FS-MATRIC           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-CADALU           PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-RELPEN           PIC X(02) VALUE "00".

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

      *-----> TABELA DE NOTAS NAO LANCADAS (ATE 500 ENTRADAS),
      *       CLASSIFICADA POR DEPARTAMENTO/DISCIPLINA/RA ANTES DA
      *       IMPRESSAO (SELECAO DIRETA, COMO A CONVOCACAO DO
      *       CGPRG09M); O QUE PASSAR DO LIMITE SAI SO NA CONTAGEM
      *       DO RESUMO E NA LINHA DE "(+) NAO LISTADOS"
       77  WS-CT-PENDENTES        PIC 9(03) VALUE ZEROS.
       77  WS-CT-PEND-PERDIDOS    PIC 9(05) VALUE ZEROS.
       77  WS-IDX-I               PIC 9(03) COMP.
       77  WS-IDX-J               PIC 9(03) COMP.
       01  WS-TAB-PENDENTES.
           05 WS-PEN-ENTRY        OCCURS 500 TIMES.
               10 WS-PEN-CHAVE.
                   15 WS-PEN-NR-DPTO   PIC 9(04).
                   15 WS-PEN-NR-DISC   PIC 9(04).
                   15 WS-PEN-RA        PIC 9(13).
               10 WS-PEN-ALUNO     PIC A(30).
       01  WS-PEN-TROCA.
           05 WS-TRC-CHAVE        PIC X(21).
           05 WS-TRC-ALUNO        PIC A(30).

      *-----> QUEBRA POR DEPARTAMENTO/DISCIPLINA NA LISTAGEM
       77  WS-FL-TEM-DISC-LISTADA PIC X(01) VALUE "N".
       77  WS-DPTO-LISTADO        PIC 9(04) VALUE ZEROS.
       77  WS-DISC-LISTADA        PIC 9(04) VALUE ZEROS.
       01  WS-LIN-DISCIPLINA.
           05 FILLER              PIC X(14)       VALUE
                                       "DEPARTAMENTO: ".
           05 WS-LDI-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "DISCIPLINA: ".
           05 WS-LDI-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(03)       VALUE " - ".
           05 WS-LDI-NOME-DISC    PIC X(30).
           05 FILLER              PIC X(61)       VALUE SPACES.

      *-----> TOTALIZADORES DA RODADA
       77  WS-CT-MATRIC-LIDAS     PIC 9(07) VALUE ZEROS.
       77  WS-CT-MATRIC-PERIODO   PIC 9(07) VALUE ZEROS.
       77  WS-CT-COM-NOTA         PIC 9(07) VALUE ZEROS.
       77  WS-CT-SEM-NOTA         PIC 9(07) VALUE ZEROS.
       77  WS-ED-CONTADOR         PIC ZZZZ9.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> LINHA DE DETALHE DE UMA NOTA NAO LANCADA
       01  WS-REG-PENDENTE.
           05 WS-PDL-RA           PIC 9(13).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PDL-ALUNO        PIC A(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PDL-SITUACAO     PIC X(16).
           05 FILLER              PIC X(69)       VALUE SPACES.

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
           05 FILLER              PIC X(30)       VALUE SPACES.
           05 FILLER              PIC X(35)       VALUE
                   "NOTAS NAO LANCADAS DO PERIODO ".
           05 WS-CAB-PERIODO      PIC 9(05).
           05 FILLER              PIC X(31)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-PENDENTE (132)
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(13)       VALUE "RA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE "ALUNO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(16)       VALUE "SITUACAO".
           05 FILLER              PIC X(69)       VALUE SPACES.

       01  WS-CAB-SEPARADOR.
           05 FILLER              PIC X(132)      VALUE ALL "-".

       PROCEDURE DIVISION.
      *====================*
      *--------------------------------------------------------------*
      *    PROCESSO PRINCIPAL                                        *
      *--------------------------------------------------------------*

           PERFORM 010-INICIAR
           PERFORM 030-PROCESSAR UNTIL WS-FIM = 'S'

           IF WS-ARQS-OK
               PERFORM 042-CLASSIFICAR-PENDENTES
               PERFORM 043-GERAR-LISTA-PENDENTES
           END-IF

           PERFORM 050-TERMINAR

           MOVE  WS-COD-RETORNO  TO  RETURN-CODE

           STOP RUN
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS INICIAIS                                    *
      *--------------------------------------------------------------*
       010-INICIAR.

           DISPLAY "** PROGRAMA 15 - NOTAS NAO LANCADAS DO PERIODO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

      *    O CARTAO DE PERIODO E O MESMO DO CGPRG00M; AQUI ELE E
      *    OBRIGATORIO, POIS DEFINE O PERIODO CONCILIADO.
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
               MOVE 'S'   TO  WS-FIM
           ELSE
               MOVE  WS-PERIODO-EXECUCAO  TO  WS-CAB-PERIODO

               OPEN INPUT  ARQ-MATRIC
               OPEN INPUT  ARQ-HISTORICO
               OPEN INPUT  ARQ-CADALU
               OPEN INPUT  ARQ-DISCIP
               OPEN OUTPUT ARQ-RELPEN

               IF WS-FS-MATRIC    NOT = "00" OR
                  WS-FS-HISTORICO NOT = "00" OR
                  WS-FS-CADALU    NOT = "00" OR
                  WS-FS-DISCIP    NOT = "00" OR
                  WS-FS-RELPEN    NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
                   DISPLAY "MATRIC="    WS-FS-MATRIC
                           " HISTAL="   WS-FS-HISTORICO
                           " CADALU="   WS-FS-CADALU
                           " DISCIP="   WS-FS-DISCIP
                           " RELPEN="   WS-FS-RELPEN
                   MOVE 'N'   TO  WS-FL-ARQS-OK
                   MOVE  16   TO  WS-COD-RETORNO
                   MOVE 'S'   TO  WS-FIM
               ELSE
                   PERFORM 014-CARREGAR-DISCIP
                   IF WS-CT-DISCIP = ZEROS
                       DISPLAY "AVISO: CATALOGO DE DISCIPLINAS VAZIO"
                               " - SUBTITULOS SEM NOME"
                   END-IF
                   PERFORM 020-LER-MATRICULA
               END-IF
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
      *    LER O PROXIMO REGISTRO DA RELACAO DE MATRICULADOS         *
      *--------------------------------------------------------------*
       020-LER-MATRICULA.

           READ ARQ-MATRIC NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-MATRIC-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA MATRICULA: SO O PERIODO PEDIDO INTERESSA    *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF MAT-PERIODO = WS-PERIODO-EXECUCAO
               ADD   1  TO  WS-CT-MATRIC-PERIODO
               PERFORM 031-CONFERIR-NOTA
           END-IF

           PERFORM 020-LER-MATRICULA
           .
      *--------------------------------------------------------------*
      *    PROCURAR NO HISTORICO O REGISTRO DA MATRICULA (A CHAVE    *
      *    DO HISTORICO TEM OS MESMOS CAMPOS DA CHAVE DA RELACAO);   *
      *    SEM REGISTRO, A NOTA NAO FOI LANCADA                      *
      *--------------------------------------------------------------*
       031-CONFERIR-NOTA.

           MOVE  MAT-RA       TO  HIST-RA
           MOVE  MAT-PERIODO  TO  HIST-PERIODO
           MOVE  MAT-NR-DPTO  TO  HIST-NR-DPTO
           MOVE  MAT-NR-DISC  TO  HIST-NR-DISC

           READ ARQ-HISTORICO
               INVALID KEY
                   ADD   1  TO  WS-CT-SEM-NOTA
                   PERFORM 032-GUARDAR-PENDENTE
               NOT INVALID KEY
                   ADD   1  TO  WS-CT-COM-NOTA
           END-READ
           .
      *--------------------------------------------------------------*
      *    GUARDAR A MATRICULA SEM NOTA NA TABELA DE PENDENTES, COM  *
      *    O NOME OFICIAL DO CADASTRO                                *
      *--------------------------------------------------------------*
       032-GUARDAR-PENDENTE.

           IF WS-CT-PENDENTES < 500
               ADD   1            TO  WS-CT-PENDENTES
               MOVE  MAT-NR-DPTO  TO  WS-PEN-NR-DPTO(WS-CT-PENDENTES)
               MOVE  MAT-NR-DISC  TO  WS-PEN-NR-DISC(WS-CT-PENDENTES)
               MOVE  MAT-RA       TO  WS-PEN-RA(WS-CT-PENDENTES)

               MOVE  MAT-RA  TO  ALU-RA
               READ ARQ-CADALU
                   INVALID KEY
                       MOVE  SPACES    TO
                                   WS-PEN-ALUNO(WS-CT-PENDENTES)
                   NOT INVALID KEY
                       MOVE  ALU-NOME  TO
                                   WS-PEN-ALUNO(WS-CT-PENDENTES)
               END-READ
           ELSE
               ADD   1  TO  WS-CT-PEND-PERDIDOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    CLASSIFICAR A TABELA DE PENDENTES POR DEPARTAMENTO/       *
      *    DISCIPLINA/RA (SELECAO DIRETA, COMO NO CGPRG09M)          *
      *--------------------------------------------------------------*
       042-CLASSIFICAR-PENDENTES.

           PERFORM 044-PASSADA-CLASSIFICACAO
                   THRU 044-FIM-PASSADA-CLASSIFICACAO
               VARYING WS-IDX-I FROM 1 BY 1
               UNTIL WS-IDX-I >= WS-CT-PENDENTES
           .
       044-PASSADA-CLASSIFICACAO.

           COMPUTE WS-IDX-J = WS-IDX-I + 1
           PERFORM 045-COMPARAR-ENTRADA
                   THRU 045-FIM-COMPARAR-ENTRADA
               VARYING WS-IDX-J FROM WS-IDX-J BY 1
               UNTIL WS-IDX-J > WS-CT-PENDENTES
           .
       044-FIM-PASSADA-CLASSIFICACAO.
           EXIT.
       045-COMPARAR-ENTRADA.

           IF WS-PEN-CHAVE(WS-IDX-J) < WS-PEN-CHAVE(WS-IDX-I)
               MOVE  WS-PEN-ENTRY(WS-IDX-I)  TO  WS-PEN-TROCA
               MOVE  WS-PEN-ENTRY(WS-IDX-J)  TO
                                 WS-PEN-ENTRY(WS-IDX-I)
               MOVE  WS-PEN-TROCA            TO
                                 WS-PEN-ENTRY(WS-IDX-J)
           END-IF
           .
       045-FIM-COMPARAR-ENTRADA.
           EXIT.
      *--------------------------------------------------------------*
      *    GERAR A LISTA DE NOTAS NAO LANCADAS, COM QUEBRA POR       *
      *    DEPARTAMENTO/DISCIPLINA                                   *
      *--------------------------------------------------------------*
       043-GERAR-LISTA-PENDENTES.

           PERFORM 070-IMPRIMIR-CABECALHO

           IF WS-CT-PENDENTES = ZEROS
               MOVE  SPACES  TO  REG-RELPEN
               MOVE  "NENHUMA NOTA PENDENTE NA RELACAO DO PERIODO"  TO
                                           REG-RELPEN
               WRITE REG-RELPEN
               ADD   1  TO  WS-CT-LINHAS
           ELSE
               PERFORM 046-LISTAR-PENDENTE
                       THRU 046-FIM-LISTAR-PENDENTE
                   VARYING WS-IDX-I FROM 1 BY 1
                   UNTIL WS-IDX-I > WS-CT-PENDENTES

               IF WS-CT-PEND-PERDIDOS > ZEROS
                   IF WS-CT-LINHAS >= WS-MAX-LINHAS
                       PERFORM 070-IMPRIMIR-CABECALHO
                   END-IF
                   MOVE  WS-CT-PEND-PERDIDOS  TO  WS-ED-CONTADOR
                   MOVE  SPACES  TO  REG-RELPEN
                   STRING "(+) " DELIMITED BY SIZE
                          WS-ED-CONTADOR DELIMITED BY SIZE
                          " NOTA(S) NAO LANCADA(S) NAO LISTADA(S)"
                                        DELIMITED BY SIZE
                          " - LIMITE DE 500" DELIMITED BY SIZE
                          INTO REG-RELPEN
                   WRITE REG-RELPEN
                   ADD   1  TO  WS-CT-LINHAS
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR UMA NOTA NAO LANCADA, ABRINDO O SUBTITULO QUANDO   *
      *    MUDA O DEPARTAMENTO OU A DISCIPLINA                       *
      *--------------------------------------------------------------*
       046-LISTAR-PENDENTE.

           IF WS-FL-TEM-DISC-LISTADA = 'N'                     OR
              WS-PEN-NR-DPTO(WS-IDX-I) NOT = WS-DPTO-LISTADO   OR
              WS-PEN-NR-DISC(WS-IDX-I) NOT = WS-DISC-LISTADA
               PERFORM 041-IMPRIMIR-DISCIPLINA
           END-IF

           MOVE  SPACES                      TO  WS-REG-PENDENTE
           MOVE  WS-PEN-RA(WS-IDX-I)         TO  WS-PDL-RA
           MOVE  WS-PEN-ALUNO(WS-IDX-I)      TO  WS-PDL-ALUNO
           MOVE  "NOTA NAO LANCADA"          TO  WS-PDL-SITUACAO

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           WRITE REG-RELPEN FROM WS-REG-PENDENTE
           ADD   1  TO  WS-CT-LINHAS
           .
       046-FIM-LISTAR-PENDENTE.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR O SUBTITULO DE QUEBRA DE DEPARTAMENTO/DISCIPLINA *
      *--------------------------------------------------------------*
       041-IMPRIMIR-DISCIPLINA.

      *    RESERVA ESPACO PARA O SUBTITULO E PELO MENOS UMA LINHA DE
      *    DETALHE, PARA O SUBTITULO NAO FICAR ORFAO NO PE DA PAGINA
           IF WS-CT-LINHAS + 3 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           PERFORM 047-PROCURAR-DISCIPLINA

           MOVE  WS-PEN-NR-DPTO(WS-IDX-I)  TO  WS-LDI-NR-DPTO
           MOVE  WS-PEN-NR-DISC(WS-IDX-I)  TO  WS-LDI-NR-DISC
           IF WS-IDX-DIS-ACHADO = ZEROS
               MOVE  SPACES  TO  WS-LDI-NOME-DISC
           ELSE
               MOVE  WS-DIS-NOME(WS-IDX-DIS-ACHADO)  TO
                                           WS-LDI-NOME-DISC
           END-IF

           MOVE  SPACES  TO  REG-RELPEN
           WRITE REG-RELPEN
           WRITE REG-RELPEN FROM WS-LIN-DISCIPLINA
           ADD   2  TO  WS-CT-LINHAS

           MOVE  WS-PEN-NR-DPTO(WS-IDX-I)  TO  WS-DPTO-LISTADO
           MOVE  WS-PEN-NR-DISC(WS-IDX-I)  TO  WS-DISC-LISTADA
           MOVE  'S'                       TO  WS-FL-TEM-DISC-LISTADA
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA DO PENDENTE CORRENTE NO CATALOGO    *
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

           IF WS-PEN-NR-DPTO(WS-IDX-I) = WS-DIS-DPTO(WS-IDX-DIS) AND
              WS-PEN-NR-DISC(WS-IDX-I) = WS-DIS-NR(WS-IDX-DIS)
               MOVE  WS-IDX-DIS  TO  WS-IDX-DIS-ACHADO
           END-IF
           .
       048-FIM-COMPARAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-MATRIC
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-CADALU
               CLOSE ARQ-DISCIP
               CLOSE ARQ-RELPEN

      *        NOTA NAO LANCADA E PENDENCIA DA RODADA: O CODIGO 12
      *        SEGUE O PADRAO DAS CONCILIACOES (CGPRG08M/CGPRG10M).
               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-MATRIC-PERIODO = ZEROS
                       MOVE  04   TO  WS-COD-RETORNO
                   ELSE
                       IF WS-CT-SEM-NOTA > ZEROS
                           MOVE  12   TO  WS-COD-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "MATRICULAS LIDAS       = " WS-CT-MATRIC-LIDAS
           DISPLAY "MATRICULAS DO PERIODO  = " WS-CT-MATRIC-PERIODO
           DISPLAY "COM NOTA NO HISTORICO  = " WS-CT-COM-NOTA
           DISPLAY "NOTAS NAO LANCADAS     = " WS-CT-SEM-NOTA
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG15M"
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DA CONCILIACAO                    *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-CT-LINHAS + 6 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELPEN
           WRITE REG-RELPEN

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DA CONCILIACAO DE MATRICULAS"
                                                   TO  WS-RES-ROTULO
           WRITE REG-RELPEN FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "MATRICULAS DO PERIODO"           TO  WS-RES-ROTULO
           MOVE  WS-CT-MATRIC-PERIODO              TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELPEN FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "COM NOTA NO HISTORICO"           TO  WS-RES-ROTULO
           MOVE  WS-CT-COM-NOTA                    TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELPEN FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "NOTAS NAO LANCADAS"              TO  WS-RES-ROTULO
           MOVE  WS-CT-SEM-NOTA                    TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELPEN FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESULTADO DA CONCILIACAO"        TO  WS-RES-ROTULO
           IF WS-CT-SEM-NOTA = ZEROS
               MOVE  "OK"                          TO  WS-RES-VALOR
           ELSE
               MOVE  "*** COM PENDENCIAS ***"      TO  WS-RES-VALOR
           END-IF
           WRITE REG-RELPEN FROM WS-REG-RESUMO
           ADD   6  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELPEN
               WRITE REG-RELPEN
           END-IF

           WRITE REG-RELPEN FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELPEN
           WRITE REG-RELPEN
           WRITE REG-RELPEN FROM WS-CAB-COLUNAS
           WRITE REG-RELPEN FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG15M <-------------------*

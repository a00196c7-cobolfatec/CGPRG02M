       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG23M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. CONFERENCIA DE INTEGRIDADE *
      *                  ENTRE O CADASTRO (ARQ-CADALU), O HISTORICO  *
      *                  (ARQ-HISTORICO) E O CATALOGO (ARQ-DISCIP).  *
      *                  O HIST-ALUNO E COPIADO DO CADASTRO QUANDO O *
      *                  CGPRG02M POSTA A NOTA E NUNCA MAIS MUDA, DE *
      *                  MODO QUE DEPOIS DE UMA TROCA DE NOME NO     *
      *                  CGPRG06M (TRANSACAO "N") O HISTORICO ESCOLAR*
      *                  E AS LISTAS DE EXAME E DE CONVOCACAO SAIAM  *
      *                  COM O NOME ANTIGO. PERCORRE O HISTORICO EM  *
      *                  ORDEM DE CHAVE E APONTA NO RELINT: RA SEM   *
      *                  CADASTRO, NOME DIFERENTE DO OFICIAL,        *
      *                  DISCIPLINA FORA DO CATALOGO E DEPARTAMENTO  *
      *                  DIFERENTE DO ALU-NR-DPTO SEM TRANSFERENCIA  *
      *                  NA TRILHA DO CADASTRO (ARQ-AUDCAD). O       *
      *                  CARTAO FUNINT ESCOLHE O MODO: "V" SO        *
      *                  CONFERE; "A" TAMBEM REGRAVA O HIST-ALUNO    *
      *                  COM O NOME OFICIAL, COM O REGISTRO "A" NA   *
      *                  TRILHA DE AUDITORIA COMO TODA REGRAVACAO DO *
      *                  HISTORICO. A ATUALIZACAO SO TROCA O NOME (A *
      *                  NOTA E A SITUACAO FICAM COMO ESTAO) E POR   *
      *                  ISSO ALCANCA TAMBEM PERIODOS JA ENCERRADOS; *
      *                  ELA VAI PARA O DIARIO DE EXECUCOES NO MODO  *
      *                  ATUALIZ E EXIGE NOVA VERIFICACAO DO         *
      *                  CGPRG08M ANTES DO ENCERRAMENTO (CGPRG18M).  *
      *                  OCORRENCIA PENDENTE DEVOLVE RETURN-CODE 12. *
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
           SELECT ARQ-FUNINT      ASSIGN TO "FUNINT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-FUNINT.
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
           SELECT ARQ-AUDCAD      ASSIGN TO "AUDCAD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDCAD.
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-RELINT      ASSIGN TO "RELINT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELINT.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CARTAO DE FUNCAO: "V" = SO VERIFICACAO,
      *       "A" = VERIFICACAO COM ATUALIZACAO DO NOME NO HISTORICO
       FD  ARQ-FUNINT
           LABEL RECORD STANDARD.
       01  REG-FUNINT.
           05 FUN-CODIGO            PIC X(01).
               88 FUN-VERIFICACAO            VALUE "V".
               88 FUN-ATUALIZACAO            VALUE "A".

       FD  ARQ-CADALU
           LABEL RECORD STANDARD.
           COPY CADREG.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       CARREGADO EM TABELA NO INICIO, COMO NO CGPRG02M
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

      *-----> TRILHA DE AUDITORIA DO CADASTRO, GRAVADA PELO CGPRG06M:
      *       FONTE DAS TRANSFERENCIAS DE DEPARTAMENTO
       FD  ARQ-AUDCAD
           LABEL RECORD STANDARD.
           COPY AUDCREG.

       FD  ARQ-AUDITORIA
           LABEL RECORD STANDARD.
           COPY AUDTREG.

       FD  ARQ-RELINT
           LABEL RECORD STANDARD.
       01  REG-RELINT               PIC X(132).

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
       77  WS-FUNCAO-EXECUCAO     PIC X(01) VALUE SPACE.
           88 WS-FUNCAO-VERIFICACAO         VALUE "V".
           88 WS-FUNCAO-ATUALIZACAO         VALUE "A".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-FS-FUNINT           PIC X(02) VALUE "00".
       77  WS-FS-CADALU           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-AUDCAD           PIC X(02) VALUE "00".
       77  WS-FS-AUDITORIA        PIC X(02) VALUE "00".
       77  WS-FS-RELINT           PIC X(02) VALUE "00".

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE SPACES.

      *-----> ALUNO CORRENTE (QUEBRA POR RA NO HISTORICO, COMO NO
      *       CGPRG07M); O REG-CADALU LIDO NA QUEBRA VALE PARA TODOS
      *       OS REGISTROS DO RA
       77  WS-RA-CORRENTE         PIC 9(13) VALUE ZEROS.
       77  WS-FL-CADASTRADO       PIC X(01) VALUE "N".
           88 WS-RA-CADASTRADO              VALUE "S".

      *-----> DEPARTAMENTOS DO ALUNO CORRENTE JA APONTADOS COMO SEM
      *       TRANSFERENCIA (ATE 10), PARA SAIR UMA LINHA SO POR
      *       DEPARTAMENTO E NAO UMA POR DISCIPLINA
       77  WS-CT-DPTO-AVISADO     PIC 9(02) VALUE ZEROS.
       77  WS-IDX-AVI             PIC 9(02) COMP.
       77  WS-FL-DPTO-AVISADO     PIC X(01) VALUE "N".
       01  WS-TAB-DPTO-AVISADO.
           05 WS-AVI-NR-DPTO      PIC 9(04) OCCURS 10 TIMES.

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

      *-----> TRANSFERENCIAS DE DEPARTAMENTO DA TRILHA DO CADASTRO
      *       (ATE 500): ALTERACAO COM O DEPARTAMENTO MUDADO ENTRE AS
      *       IMAGENS, COMO O CGPRG19M AS RECONHECE
       77  WS-FIM-AUDCAD          PIC X(01) VALUE "N".
       77  WS-CT-TRANSF           PIC 9(03) VALUE ZEROS.
       77  WS-CT-TRANSF-PERDIDAS  PIC 9(05) VALUE ZEROS.
       77  WS-IDX-TRF             PIC 9(03) COMP.
       77  WS-FL-TRANSF-ACHADA    PIC X(01) VALUE "N".
       01  WS-TAB-TRANSF.
           05 WS-TRF-ENTRY        OCCURS 500 TIMES.
               10 WS-TRF-RA        PIC 9(13).
               10 WS-TRF-DPTO-ORIG PIC 9(04).
               10 WS-TRF-DPTO-DEST PIC 9(04).

      *-----> IMAGENS DO REG-CADALU GUARDADAS NA TRILHA DO CADASTRO,
      *       DESMEMBRADAS COM O PROPRIO COPY CADREG (PREFIXOS
      *       ANT-/NOV- VIA REPLACING, COMO NO CGPRG19M)
           COPY CADREG REPLACING
                ==REG-CADALU== BY ==WS-CAD-ANTES==
                LEADING ==ALU== BY ==ANT==.
           COPY CADREG REPLACING
                ==REG-CADALU== BY ==WS-CAD-DEPOIS==
                LEADING ==ALU== BY ==NOV==.

      *-----> TRILHA DE AUDITORIA DO HISTORICO (ATUALIZACAO): COMO NO
      *       CGPRG04M, AS IMAGENS ANTERIOR E NOVA SAO GUARDADAS
      *       ANTES DA GRAVACAO DO REGISTRO "A"
       01  WS-IMAGEM-NOVA         PIC X(104).
       01  WS-IMAGEM-ANTERIOR     PIC X(104).
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).

      *-----> TOTALIZADORES DA RODADA
       77  WS-CT-HIST-LIDOS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-ALUNOS           PIC 9(07) VALUE ZEROS.
       77  WS-CT-SEM-CADASTRO     PIC 9(07) VALUE ZEROS.
       77  WS-CT-NOME-DIVERGENTE  PIC 9(07) VALUE ZEROS.
       77  WS-CT-NOME-ATUALIZADO  PIC 9(07) VALUE ZEROS.
       77  WS-CT-FORA-CATALOGO    PIC 9(07) VALUE ZEROS.
       77  WS-CT-DPTO-SEM-TRANSF  PIC 9(07) VALUE ZEROS.
       77  WS-CT-PENDENTES        PIC 9(07) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> LINHA DE OCORRENCIA DA CONFERENCIA
       01  WS-REG-OCORRENCIA.
           05 WS-OCO-RA           PIC 9(13).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-OCO-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-OCO-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-OCO-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-OCO-OCORRENCIA   PIC X(22).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-OCO-HISTORICO    PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-OCO-CADASTRO     PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-OCO-ACAO         PIC X(10).
           05 FILLER              PIC X(01)       VALUE SPACES.
       01  WS-OCO-DPTO-HIST.
           05 FILLER              PIC X(19)       VALUE
                   "DPTO NO HISTORICO: ".
           05 WS-ODH-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(07)       VALUE SPACES.
       01  WS-OCO-DPTO-CAD.
           05 FILLER              PIC X(19)       VALUE
                   "DPTO NO CADASTRO:  ".
           05 WS-ODC-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(07)       VALUE SPACES.

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

      *-----> CABECALHO E TITULOS DE COLUNA DA LISTAGEM (O TITULO
      *       VARIA CONFORME A FUNCAO EXECUTADA)
       01  WS-CAB-TITULO.
           05 FILLER              PIC X(20)       VALUE SPACES.
           05 WS-CAB-FUNCAO       PIC X(60).
           05 FILLER              PIC X(21)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS DA CONFERENCIA (ALINHADAS BYTE A BYTE COM
      *       WS-REG-OCORRENCIA)
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(13)       VALUE "RA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PERIO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "DPTO/DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(22)       VALUE "OCORRENCIA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "NO HISTORICO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "NO CADASTRO OFICIAL".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "ACAO".
           05 FILLER              PIC X(01)       VALUE SPACES.

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

           DISPLAY "** PROGRAMA 23 - INTEGRIDADE CADASTRO/HISTORICO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

           OPEN INPUT ARQ-FUNINT
           IF WS-FS-FUNINT = "00"
               READ ARQ-FUNINT
                   AT END
                       MOVE  SPACE       TO  WS-FUNCAO-EXECUCAO
                   NOT AT END
                       MOVE  FUN-CODIGO  TO  WS-FUNCAO-EXECUCAO
               END-READ
               CLOSE ARQ-FUNINT
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCAO-VERIFICACAO
                   MOVE  "VERIFIC"  TO  WS-MODO-EXECUCAO
               WHEN WS-FUNCAO-ATUALIZACAO
                   MOVE  "ATUALIZ"  TO  WS-MODO-EXECUCAO
               WHEN OTHER
                   MOVE  SPACES     TO  WS-MODO-EXECUCAO
           END-EVALUATE
           PERFORM 009-GRAVAR-INICIO-RUNLOG

           IF NOT WS-FUNCAO-VERIFICACAO AND
              NOT WS-FUNCAO-ATUALIZACAO
               DISPLAY "CARTAO DE FUNCAO INVALIDO OU AUSENTE "
                       "(ESPERADO V OU A) - " WS-FUNCAO-EXECUCAO
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  08   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
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
               MOVE  "CGPRG23M"        TO  RUN-PROGRAMA
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
      *    ABRIR OS ARQUIVOS CONFORME A FUNCAO PEDIDA E CARREGAR O   *
      *    CATALOGO E AS TRANSFERENCIAS                              *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-CADALU
           OPEN INPUT  ARQ-DISCIP
           OPEN INPUT  ARQ-AUDCAD
           OPEN OUTPUT ARQ-RELINT

           IF WS-FUNCAO-VERIFICACAO
               MOVE  "INTEGRIDADE CADASTRO/HISTORICO - VERIFICACAO"  TO
                                           WS-CAB-FUNCAO
               OPEN INPUT  ARQ-HISTORICO
           ELSE
               MOVE  "INTEGRIDADE CADASTRO/HISTORICO - ATUALIZACAO"  TO
                                           WS-CAB-FUNCAO
               OPEN I-O    ARQ-HISTORICO
      *        A TRILHA DE AUDITORIA E SEMPRE ABERTA COM OPEN EXTEND
      *        (CAINDO PARA OPEN OUTPUT SE AINDA NAO EXISTIR, COMO
      *        NO CGPRG02M E NO CGPRG04M).
               OPEN EXTEND ARQ-AUDITORIA
               IF WS-FS-AUDITORIA = "35"
                   OPEN OUTPUT ARQ-AUDITORIA
               END-IF
           END-IF

           IF WS-FS-CADALU    NOT = "00" OR
              WS-FS-HISTORICO NOT = "00" OR
              WS-FS-DISCIP    NOT = "00" OR
              WS-FS-AUDCAD    NOT = "00" OR
              WS-FS-RELINT    NOT = "00" OR
              (WS-FUNCAO-ATUALIZACAO AND
               WS-FS-AUDITORIA NOT = "00")
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "CADALU="    WS-FS-CADALU
                       " HISTAL="   WS-FS-HISTORICO
                       " DISCIP="   WS-FS-DISCIP
                       " AUDCAD="   WS-FS-AUDCAD
                       " AUDITAL="  WS-FS-AUDITORIA
                       " RELINT="   WS-FS-RELINT
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 014-CARREGAR-DISCIP
               IF WS-CT-DISCIP = ZEROS
                   DISPLAY "AVISO: CATALOGO DE DISCIPLINAS VAZIO"
                           " - TODA DISCIPLINA SAIRA FORA DO CATALOGO"
               END-IF
               PERFORM 016-CARREGAR-TRANSFERENCIAS
               PERFORM 070-IMPRIMIR-CABECALHO
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
      *    CARREGAR AS TRANSFERENCIAS DE DEPARTAMENTO DA TRILHA DO   *
      *    CADASTRO (ATE 500 ENTRADAS)                               *
      *--------------------------------------------------------------*
       016-CARREGAR-TRANSFERENCIAS.

           MOVE  'N'  TO  WS-FIM-AUDCAD

           PERFORM 017-LER-AUDCAD THRU 017-FIM-LER-AUDCAD
               UNTIL WS-FIM-AUDCAD = 'S'

           IF WS-CT-TRANSF-PERDIDAS > ZEROS
               DISPLAY "AVISO: TRANSFERENCIAS ALEM DO LIMITE DE 500 "
                       "IGNORADAS - " WS-CT-TRANSF-PERDIDAS
           END-IF
           .
       017-LER-AUDCAD.

           READ ARQ-AUDCAD
               AT END
                   MOVE 'S'  TO  WS-FIM-AUDCAD
               NOT AT END
                   IF AUC-ALTERACAO
                       MOVE  AUC-IMAGEM-ANTES   TO  WS-CAD-ANTES
                       MOVE  AUC-IMAGEM-DEPOIS  TO  WS-CAD-DEPOIS
                       IF ANT-NR-DPTO NOT = NOV-NR-DPTO
                           IF WS-CT-TRANSF < 500
                               ADD   1            TO  WS-CT-TRANSF
                               MOVE  AUC-RA       TO
                                         WS-TRF-RA(WS-CT-TRANSF)
                               MOVE  ANT-NR-DPTO  TO
                                         WS-TRF-DPTO-ORIG(WS-CT-TRANSF)
                               MOVE  NOV-NR-DPTO  TO
                                         WS-TRF-DPTO-DEST(WS-CT-TRANSF)
                           ELSE
                               ADD   1  TO  WS-CT-TRANSF-PERDIDAS
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       017-FIM-LER-AUDCAD.
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
      *    CONFERIR UM REGISTRO DO HISTORICO CONTRA O CADASTRO E O   *
      *    CATALOGO                                                  *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           IF HIST-RA NOT = WS-RA-CORRENTE
               PERFORM 031-TROCAR-ALUNO
           END-IF

           PERFORM 032-CONFERIR-DISCIPLINA

           IF WS-RA-CADASTRADO
               IF HIST-ALUNO NOT = ALU-NOME
                   PERFORM 033-CONFERIR-NOME
               END-IF
               IF HIST-NR-DPTO NOT = ALU-NR-DPTO
                   PERFORM 035-CONFERIR-DEPARTAMENTO
               END-IF
           END-IF

           PERFORM 020-LER-HISTORICO
           .
      *--------------------------------------------------------------*
      *    QUEBRA POR RA: LER O CADASTRO OFICIAL DO NOVO ALUNO; RA   *
      *    SEM CADASTRO SAI UMA VEZ SO, NO PRIMEIRO REGISTRO DELE    *
      *--------------------------------------------------------------*
       031-TROCAR-ALUNO.

           MOVE  HIST-RA  TO  WS-RA-CORRENTE
           MOVE  ZEROS    TO  WS-CT-DPTO-AVISADO
           ADD   1        TO  WS-CT-ALUNOS

           MOVE  HIST-RA  TO  ALU-RA
           READ ARQ-CADALU
               INVALID KEY
                   MOVE  "N"  TO  WS-FL-CADASTRADO
                   ADD   1    TO  WS-CT-SEM-CADASTRO
                   ADD   1    TO  WS-CT-PENDENTES
                   MOVE  SPACES                TO  WS-REG-OCORRENCIA
                   MOVE  "RA NAO CADASTRADO"   TO  WS-OCO-OCORRENCIA
                   MOVE  HIST-ALUNO            TO  WS-OCO-HISTORICO
                   MOVE  "A CORRIGIR"          TO  WS-OCO-ACAO
                   PERFORM 045-IMPRIMIR-OCORRENCIA
               NOT INVALID KEY
                   MOVE  "S"  TO  WS-FL-CADASTRADO
           END-READ
           .
      *--------------------------------------------------------------*
      *    DISCIPLINA DO REGISTRO QUE NAO CONSTA MAIS DO CATALOGO    *
      *    (DISCIPLINA INATIVA AINDA CONSTA E NAO E OCORRENCIA)      *
      *--------------------------------------------------------------*
       032-CONFERIR-DISCIPLINA.

           PERFORM 047-PROCURAR-DISCIPLINA

           IF WS-IDX-DIS-ACHADO = ZEROS
               ADD   1  TO  WS-CT-FORA-CATALOGO
               ADD   1  TO  WS-CT-PENDENTES
               MOVE  SPACES                TO  WS-REG-OCORRENCIA
               MOVE  "FORA DO CATALOGO"    TO  WS-OCO-OCORRENCIA
               MOVE  HIST-ALUNO            TO  WS-OCO-HISTORICO
               MOVE  "A CORRIGIR"          TO  WS-OCO-ACAO
               PERFORM 045-IMPRIMIR-OCORRENCIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    NOME NO HISTORICO DIFERENTE DO NOME OFICIAL: NA           *
      *    ATUALIZACAO O HISTORICO RECEBE O NOME OFICIAL             *
      *--------------------------------------------------------------*
       033-CONFERIR-NOME.

           ADD   1  TO  WS-CT-NOME-DIVERGENTE

           MOVE  SPACES                TO  WS-REG-OCORRENCIA
           MOVE  "NOME DIVERGENTE"     TO  WS-OCO-OCORRENCIA
           MOVE  HIST-ALUNO            TO  WS-OCO-HISTORICO
           MOVE  ALU-NOME              TO  WS-OCO-CADASTRO

           IF WS-FUNCAO-ATUALIZACAO
               PERFORM 034-PROPAGAR-NOME
           ELSE
               ADD   1  TO  WS-CT-PENDENTES
               MOVE  "A CORRIGIR"      TO  WS-OCO-ACAO
           END-IF

           PERFORM 045-IMPRIMIR-OCORRENCIA
           .
      *--------------------------------------------------------------*
      *    REGRAVAR O HISTORICO COM O NOME OFICIAL, COM O REGISTRO   *
      *    "A" NA TRILHA DE AUDITORIA COMO TODA REGRAVACAO           *
      *--------------------------------------------------------------*
       034-PROPAGAR-NOME.

           MOVE  REG-HISTORICO  TO  WS-IMAGEM-ANTERIOR

           MOVE  ALU-NOME       TO  HIST-ALUNO

           REWRITE REG-HISTORICO

           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "ERRO AO REGRAVAR O HISTORICO ESCOLAR"
               DISPLAY "RA=" HIST-RA " HISTORICO=" WS-FS-HISTORICO
               ADD   1             TO  WS-CT-PENDENTES
               MOVE  "ERRO REGR."  TO  WS-OCO-ACAO
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               ADD   1                  TO  WS-CT-NOME-ATUALIZADO
               MOVE  "ATUALIZADO"       TO  WS-OCO-ACAO
               MOVE  REG-HISTORICO      TO  WS-IMAGEM-NOVA
               MOVE  "A"                TO  AUD-TIPO-ACAO
               MOVE  WS-IMAGEM-ANTERIOR TO  AUD-IMAGEM-ANTES
               PERFORM 038-GRAVAR-AUDITORIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    DEPARTAMENTO DO REGISTRO DIFERENTE DO OFICIAL: SO E       *
      *    OCORRENCIA SE NAO HOUVER TRANSFERENCIA DO ALUNO DE OU     *
      *    PARA ESSE DEPARTAMENTO NA TRILHA DO CADASTRO; SAI UMA VEZ *
      *    POR ALUNO E DEPARTAMENTO                                  *
      *--------------------------------------------------------------*
       035-CONFERIR-DEPARTAMENTO.

           MOVE  'N'  TO  WS-FL-TRANSF-ACHADA
           PERFORM 036-COMPARAR-TRANSFERENCIA
                   THRU 036-FIM-COMPARAR-TRANSFERENCIA
               VARYING WS-IDX-TRF FROM 1 BY 1
               UNTIL WS-IDX-TRF > WS-CT-TRANSF OR
                     WS-FL-TRANSF-ACHADA = 'S'

           IF WS-FL-TRANSF-ACHADA = 'N'
               MOVE  'N'  TO  WS-FL-DPTO-AVISADO
               PERFORM 037-COMPARAR-AVISADO
                       THRU 037-FIM-COMPARAR-AVISADO
                   VARYING WS-IDX-AVI FROM 1 BY 1
                   UNTIL WS-IDX-AVI > WS-CT-DPTO-AVISADO OR
                         WS-FL-DPTO-AVISADO = 'S'

               IF WS-FL-DPTO-AVISADO = 'N'
                   IF WS-CT-DPTO-AVISADO < 10
                       ADD   1             TO  WS-CT-DPTO-AVISADO
                       MOVE  HIST-NR-DPTO  TO
                                 WS-AVI-NR-DPTO(WS-CT-DPTO-AVISADO)
                   END-IF
                   ADD   1  TO  WS-CT-DPTO-SEM-TRANSF
                   ADD   1  TO  WS-CT-PENDENTES
                   MOVE  HIST-NR-DPTO      TO  WS-ODH-NR-DPTO
                   MOVE  ALU-NR-DPTO       TO  WS-ODC-NR-DPTO
                   MOVE  SPACES            TO  WS-REG-OCORRENCIA
                   MOVE  "DPTO SEM TRANSFERENCIA"  TO
                                           WS-OCO-OCORRENCIA
                   MOVE  WS-OCO-DPTO-HIST  TO  WS-OCO-HISTORICO
                   MOVE  WS-OCO-DPTO-CAD   TO  WS-OCO-CADASTRO
                   MOVE  "A CORRIGIR"      TO  WS-OCO-ACAO
                   PERFORM 045-IMPRIMIR-OCORRENCIA
               END-IF
           END-IF
           .
       036-COMPARAR-TRANSFERENCIA.

           IF WS-TRF-RA(WS-IDX-TRF) = HIST-RA AND
              (WS-TRF-DPTO-ORIG(WS-IDX-TRF) = HIST-NR-DPTO OR
               WS-TRF-DPTO-DEST(WS-IDX-TRF) = HIST-NR-DPTO)
               MOVE  'S'  TO  WS-FL-TRANSF-ACHADA
           END-IF
           .
       036-FIM-COMPARAR-TRANSFERENCIA.
           EXIT.
       037-COMPARAR-AVISADO.

           IF WS-AVI-NR-DPTO(WS-IDX-AVI) = HIST-NR-DPTO
               MOVE  'S'  TO  WS-FL-DPTO-AVISADO
           END-IF
           .
       037-FIM-COMPARAR-AVISADO.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR NA TRILHA DE AUDITORIA A TROCA DO NOME             *
      *--------------------------------------------------------------*
       038-GRAVAR-AUDITORIA.

           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE  WS-DATA-SISTEMA  TO  AUD-DATA
           MOVE  WS-HORA-HHMMSS   TO  AUD-HORA
           MOVE  HIST-PERIODO     TO  AUD-PERIODO
           MOVE  HIST-NR-DPTO     TO  AUD-NR-DPTO
           MOVE  HIST-RA          TO  AUD-RA
           MOVE  WS-IMAGEM-NOVA   TO  AUD-IMAGEM-DEPOIS

           WRITE REG-AUDITORIA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA LINHA DE OCORRENCIA (A CHAVE VEM DO          *
      *    REGISTRO CORRENTE DO HISTORICO)                           *
      *--------------------------------------------------------------*
       045-IMPRIMIR-OCORRENCIA.

           MOVE  HIST-RA       TO  WS-OCO-RA
           MOVE  HIST-PERIODO  TO  WS-OCO-PERIODO
           MOVE  HIST-NR-DPTO  TO  WS-OCO-NR-DPTO
           MOVE  HIST-NR-DISC  TO  WS-OCO-NR-DISC

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           WRITE REG-RELINT FROM WS-REG-OCORRENCIA
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA DO REGISTRO CORRENTE NO CATALOGO    *
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

           IF HIST-NR-DPTO = WS-DIS-DPTO(WS-IDX-DIS) AND
              HIST-NR-DISC = WS-DIS-NR(WS-IDX-DIS)
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
               IF WS-CT-HIST-LIDOS > ZEROS AND
                  WS-CT-NOME-DIVERGENTE = ZEROS AND
                  WS-CT-PENDENTES = ZEROS
                   MOVE  SPACES  TO  REG-RELINT
                   MOVE  "NENHUMA OCORRENCIA DE INTEGRIDADE"  TO
                                           REG-RELINT
                   WRITE REG-RELINT
                   ADD   1  TO  WS-CT-LINHAS
               END-IF

               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-CADALU
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-DISCIP
               CLOSE ARQ-AUDCAD
               CLOSE ARQ-RELINT
               IF WS-FUNCAO-ATUALIZACAO
                   CLOSE ARQ-AUDITORIA
               END-IF

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-HIST-LIDOS = ZEROS
                       MOVE  04   TO  WS-COD-RETORNO
                   ELSE
                       IF WS-CT-PENDENTES > ZEROS
                           MOVE  12   TO  WS-COD-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "FUNCAO EXECUTADA       = " WS-FUNCAO-EXECUCAO
           DISPLAY "REGISTROS HISTAL LIDOS = " WS-CT-HIST-LIDOS
           DISPLAY "ALUNOS CONFERIDOS      = " WS-CT-ALUNOS
           DISPLAY "RA SEM CADASTRO        = " WS-CT-SEM-CADASTRO
           DISPLAY "NOMES DIVERGENTES      = " WS-CT-NOME-DIVERGENTE
           DISPLAY "NOMES ATUALIZADOS      = " WS-CT-NOME-ATUALIZADO
           DISPLAY "FORA DO CATALOGO       = " WS-CT-FORA-CATALOGO
           DISPLAY "DPTO SEM TRANSFERENCIA = " WS-CT-DPTO-SEM-TRANSF
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG23M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO E FECHA-LO *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG23M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               MOVE  WS-CT-HIST-LIDOS  TO  RUN-QTD-PROCESSADOS
               MOVE  WS-CT-PENDENTES   TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DA CONFERENCIA                    *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-CT-LINHAS + 10 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELINT
           WRITE REG-RELINT

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DA CONFERENCIA DE INTEGRIDADE" TO
                                                       WS-RES-ROTULO
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS DO HISTORICO LIDOS"    TO  WS-RES-ROTULO
           MOVE  WS-CT-HIST-LIDOS                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ALUNOS CONFERIDOS"               TO  WS-RES-ROTULO
           MOVE  WS-CT-ALUNOS                      TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RA SEM CADASTRO"                 TO  WS-RES-ROTULO
           MOVE  WS-CT-SEM-CADASTRO                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "NOMES DIFERENTES DO CADASTRO"    TO  WS-RES-ROTULO
           MOVE  WS-CT-NOME-DIVERGENTE             TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "NOMES ATUALIZADOS NO HISTORICO"  TO  WS-RES-ROTULO
           MOVE  WS-CT-NOME-ATUALIZADO             TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DISCIPLINAS FORA DO CATALOGO"    TO  WS-RES-ROTULO
           MOVE  WS-CT-FORA-CATALOGO               TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "DEPARTAMENTOS SEM TRANSFERENCIA" TO  WS-RES-ROTULO
           MOVE  WS-CT-DPTO-SEM-TRANSF             TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "OCORRENCIAS PENDENTES"           TO  WS-RES-ROTULO
           MOVE  WS-CT-PENDENTES                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELINT FROM WS-REG-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELINT
               WRITE REG-RELINT
           END-IF

           WRITE REG-RELINT FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELINT
           WRITE REG-RELINT
           WRITE REG-RELINT FROM WS-CAB-COLUNAS
           WRITE REG-RELINT FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG23M <-------------------*

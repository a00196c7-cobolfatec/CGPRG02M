       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG24M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. ARQUIVAMENTO DA TRILHA DE  *
      *                  AUDITORIA DO HISTORICO (ARQ-AUDITORIA), QUE *
      *                  SO CRESCIA A CADA POSTAGEM. OS REGISTROS DE *
      *                  PERIODO ENCERRADO NO CALENDARIO ACADEMICO   *
      *                  (ARQ-CALEND, SITUACAO "F") VAO PARA O       *
      *                  ARQUIVO MORTO (ARQ-AUDARQ, ACUMULATIVO, COM *
      *                  OPEN EXTEND) E A TRILHA VIVA E REGRAVADA SO *
      *                  COM OS PERIODOS AINDA ABERTOS, PASSANDO POR *
      *                  UM ARQUIVO DE TRABALHO (ARQ-AUDTMP). CADA   *
      *                  PERIODO ARQUIVADO GANHA UM REGISTRO DE      *
      *                  TOTAIS DE CONTROLE (ARQ-AUDCTL, COPY        *
      *                  ACTLREG), QUE O CGPRG08M SOMA AOS DA TRILHA *
      *                  VIVA NA RECONCILIACAO. NO FIM O INDICE POR  *
      *                  RA (ARQ-AUDIDX, COPY AUDXREG) E CONSTRUIDO  *
      *                  DE NOVO SOBRE O ARQUIVO MORTO E A TRILHA    *
      *                  VIVA, PARA O CGPRG05M E O CGPRG22M IREM     *
      *                  DIRETO AOS REGISTROS DE UM ALUNO. PERIODO   *
      *                  SEM CALENDARIO FICA NA TRILHA VIVA. NADA A  *
      *                  ARQUIVAR DEVOLVE RETURN-CODE 04.            *
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
           SELECT ARQ-CALEND      ASSIGN TO "CALEND"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-AUDTMP      ASSIGN TO "AUDTMP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDTMP.
           SELECT ARQ-AUDARQ      ASSIGN TO "AUDARQ"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDARQ.
           SELECT ARQ-AUDCTL      ASSIGN TO "AUDCTL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDCTL.
           SELECT ARQ-AUDIDX      ASSIGN TO "AUDIDX"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS AUX-CHAVE
                                  FILE STATUS IS WS-FS-AUDIDX.
           SELECT ARQ-RELARQ      ASSIGN TO "RELARQ"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELARQ.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> CALENDARIO ACADEMICO (COPY CALEREG): SO O PERIODO
      *       ENCERRADO ("F") E ARQUIVADO
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

      *-----> TRILHA DE AUDITORIA VIVA: LIDA NA PRIMEIRA PASSAGEM E
      *       REGRAVADA SO COM OS PERIODOS QUE FICAM
       FD  ARQ-AUDITORIA
           LABEL RECORD STANDARD.
           COPY AUDTREG.

      *-----> ARQUIVO DE TRABALHO COM OS REGISTROS QUE FICAM NA
      *       TRILHA VIVA (COPIA DE SEGURANCA ATE A REGRAVACAO)
       FD  ARQ-AUDTMP
           LABEL RECORD STANDARD.
       01  REG-AUDTMP               PIC X(245).

      *-----> ARQUIVO MORTO DA TRILHA (MESMO LAYOUT DO AUDTREG, COM
      *       O PREFIXO MOR- VIA REPLACING), ACUMULATIVO
       FD  ARQ-AUDARQ
           LABEL RECORD STANDARD.
           COPY AUDTREG REPLACING
                ==REG-AUDITORIA== BY ==REG-AUDARQ==
                LEADING ==AUD== BY ==MOR==.

      *-----> TOTAIS DE CONTROLE POR PERIODO ARQUIVADO (COPY ACTLREG)
       FD  ARQ-AUDCTL
           LABEL RECORD STANDARD.
           COPY ACTLREG.

      *-----> INDICE DA TRILHA POR RA (COPY AUDXREG), RECONSTRUIDO
       FD  ARQ-AUDIDX
           LABEL RECORD STANDARD.
           COPY AUDXREG.

       FD  ARQ-RELARQ
           LABEL RECORD STANDARD.
       01  REG-RELARQ               PIC X(132).

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
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-AUDITORIA        PIC X(02) VALUE "00".
       77  WS-FS-AUDTMP           PIC X(02) VALUE "00".
       77  WS-FS-AUDARQ           PIC X(02) VALUE "00".
       77  WS-FS-AUDCTL           PIC X(02) VALUE "00".
       77  WS-FS-AUDIDX           PIC X(02) VALUE "00".
       77  WS-FS-RELARQ           PIC X(02) VALUE "00".
       77  WS-FIM-AUDTMP          PIC X(01) VALUE "N".
       77  WS-FIM-AUDARQ          PIC X(01) VALUE "N".
       77  WS-FIM-INDICE          PIC X(01) VALUE "N".
       77  WS-FL-INDICE-OK        PIC X(01) VALUE "N".
           88 WS-INDICE-OK                  VALUE "S".

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).

      *-----> PERIODOS ENCONTRADOS NA TRILHA (ATE 50), COM A SITUACAO
      *       LIDA UMA VEZ SO NO CALENDARIO (BRANCO = SEM CALENDARIO)
      *       E OS TOTAIS DE CONTROLE DO PERIODO NESTA RODADA; O HASH
      *       SOMA O RA DAS INCLUSOES, COMO O CGPRG08M
       77  WS-CT-PERIODOS         PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PER             PIC 9(02) COMP.
       77  WS-IDX-PER-ACHADO      PIC 9(02) COMP VALUE ZEROS.
       01  WS-TAB-PERIODOS.
           05 WS-PER-ENTRY        OCCURS 50 TIMES.
               10 WS-PER-PERIODO   PIC 9(05).
               10 WS-PER-STATUS    PIC X(01).
                   88 WS-PER-ENCERRADO       VALUE "F".
               10 WS-PER-QTD-REG   PIC 9(09).
               10 WS-PER-QTD-INC   PIC 9(09).
               10 WS-PER-QTD-ALT   PIC 9(09).
               10 WS-PER-HASH-RA   PIC 9(15).

      *-----> TOTALIZADORES DA RODADA: LIDOS = ARQUIVADOS + MANTIDOS,
      *       E OS MANTIDOS TEM DE SER OS REGRAVADOS NA TRILHA VIVA
       77  WS-CT-AUD-LIDOS        PIC 9(09) VALUE ZEROS.
       77  WS-CT-ARQUIVADOS       PIC 9(09) VALUE ZEROS.
       77  WS-CT-MANTIDOS         PIC 9(09) VALUE ZEROS.
       77  WS-CT-SEM-TABELA       PIC 9(09) VALUE ZEROS.
       77  WS-CT-REGRAVADOS       PIC 9(09) VALUE ZEROS.
       77  WS-CT-PER-ARQUIVADOS   PIC 9(02) VALUE ZEROS.
       77  WS-CT-IDX-ARQUIVO      PIC 9(09) VALUE ZEROS.
       77  WS-CT-IDX-VIVA         PIC 9(09) VALUE ZEROS.
       77  WS-CT-IDX-REJEITADOS   PIC 9(09) VALUE ZEROS.
       77  WS-SEQ-INDICE          PIC 9(09) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZZZ9.

      *-----> LINHA DE TOTAIS POR PERIODO
       01  WS-REG-PERIODO.
           05 WS-PRL-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRL-SITUACAO     PIC X(20).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRL-DESTINO      PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRL-QTD-REG      PIC ZZZZZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRL-QTD-INC      PIC ZZZZZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRL-QTD-ALT      PIC ZZZZZZZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-PRL-HASH-RA      PIC 9(15).
           05 FILLER              PIC X(41)       VALUE SPACES.

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
           05 FILLER              PIC X(60)       VALUE
                   "ARQUIVAMENTO DA TRILHA DE AUDITORIA DO HISTORICO".
           05 FILLER              PIC X(21)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS DOS TOTAIS POR PERIODO (ALINHADAS BYTE A BYTE
      *       COM WS-REG-PERIODO)
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(05)       VALUE "PERIO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(20)       VALUE
                   "SITUACAO NO CALEND.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "DESTINO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "REGISTROS".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "INCLUSOES".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "ALTERACOE".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(15)       VALUE
                   "HASH RA INCLUS.".
           05 FILLER              PIC X(41)       VALUE SPACES.

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

           DISPLAY "** PROGRAMA 24 - ARQUIVAMENTO DA TRILHA **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

           PERFORM 009-GRAVAR-INICIO-RUNLOG

           PERFORM 012-ABRIR-ARQUIVOS
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
               MOVE  "CGPRG24M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  "ARQUIVA"         TO  RUN-MODO
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
      *    ABRIR OS ARQUIVOS DA PRIMEIRA PASSAGEM. O ARQUIVO MORTO E *
      *    O DE TOTAIS DE CONTROLE SAO ABERTOS COM OPEN EXTEND       *
      *    (CAINDO PARA OPEN OUTPUT NA PRIMEIRA VEZ), JA AQUI, PARA  *
      *    QUE UMA FALHA PARE A RODADA ANTES DE MEXER NA TRILHA      *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-CALEND
           OPEN INPUT  ARQ-AUDITORIA
           OPEN OUTPUT ARQ-AUDTMP
           OPEN OUTPUT ARQ-RELARQ

           OPEN EXTEND ARQ-AUDARQ
           IF WS-FS-AUDARQ = "35"
               OPEN OUTPUT ARQ-AUDARQ
           END-IF

           OPEN EXTEND ARQ-AUDCTL
           IF WS-FS-AUDCTL = "35"
               OPEN OUTPUT ARQ-AUDCTL
           END-IF

           IF WS-FS-CALEND    NOT = "00" OR
              WS-FS-AUDITORIA NOT = "00" OR
              WS-FS-AUDTMP    NOT = "00" OR
              WS-FS-AUDARQ    NOT = "00" OR
              WS-FS-AUDCTL    NOT = "00" OR
              WS-FS-RELARQ    NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "CALEND="    WS-FS-CALEND
                       " AUDITAL="  WS-FS-AUDITORIA
                       " AUDTMP="   WS-FS-AUDTMP
                       " AUDARQ="   WS-FS-AUDARQ
                       " AUDCTL="   WS-FS-AUDCTL
                       " RELARQ="   WS-FS-RELARQ
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 070-IMPRIMIR-CABECALHO
               PERFORM 020-LER-AUDITORIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO REGISTRO DA TRILHA VIVA                     *
      *--------------------------------------------------------------*
       020-LER-AUDITORIA.

           READ ARQ-AUDITORIA
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-AUD-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PRIMEIRA PASSAGEM: REGISTRO DE PERIODO ENCERRADO VAI PARA *
      *    O ARQUIVO MORTO; OS DEMAIS VAO PARA O ARQUIVO DE TRABALHO *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           PERFORM 031-LOCALIZAR-PERIODO

           IF WS-IDX-PER-ACHADO = ZEROS
               ADD   1  TO  WS-CT-SEM-TABELA
               PERFORM 035-MANTER-REGISTRO
           ELSE
               PERFORM 036-SOMAR-PERIODO
               IF WS-PER-ENCERRADO(WS-IDX-PER-ACHADO)
                   PERFORM 034-ARQUIVAR-REGISTRO
               ELSE
                   PERFORM 035-MANTER-REGISTRO
               END-IF
           END-IF

           IF WS-FIM NOT = 'S'
               PERFORM 020-LER-AUDITORIA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR O PERIODO DO REGISTRO NA TABELA; PERIODO NOVO   *
      *    ENTRA COM A SITUACAO LIDA NO CALENDARIO (ALEM DE 50       *
      *    PERIODOS O REGISTRO FICA NA TRILHA VIVA)                  *
      *--------------------------------------------------------------*
       031-LOCALIZAR-PERIODO.

           MOVE  ZEROS  TO  WS-IDX-PER-ACHADO

           PERFORM 032-COMPARAR-PERIODO
                   THRU 032-FIM-COMPARAR-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-CT-PERIODOS OR
                     WS-IDX-PER-ACHADO NOT = ZEROS

           IF WS-IDX-PER-ACHADO = ZEROS AND
              WS-CT-PERIODOS < 50
               PERFORM 033-INCLUIR-PERIODO
           END-IF
           .
       032-COMPARAR-PERIODO.

           IF WS-PER-PERIODO(WS-IDX-PER) = AUD-PERIODO
               MOVE  WS-IDX-PER  TO  WS-IDX-PER-ACHADO
           END-IF
           .
       032-FIM-COMPARAR-PERIODO.
           EXIT.
       033-INCLUIR-PERIODO.

           ADD   1               TO  WS-CT-PERIODOS
           MOVE  WS-CT-PERIODOS  TO  WS-IDX-PER-ACHADO
           MOVE  AUD-PERIODO     TO  WS-PER-PERIODO(WS-IDX-PER-ACHADO)
           MOVE  ZEROS           TO  WS-PER-QTD-REG(WS-IDX-PER-ACHADO)
                                     WS-PER-QTD-INC(WS-IDX-PER-ACHADO)
                                     WS-PER-QTD-ALT(WS-IDX-PER-ACHADO)
                                     WS-PER-HASH-RA(WS-IDX-PER-ACHADO)

           MOVE  AUD-PERIODO     TO  CAL-PERIODO
           READ ARQ-CALEND
               INVALID KEY
                   MOVE  SPACE       TO
                                   WS-PER-STATUS(WS-IDX-PER-ACHADO)
               NOT INVALID KEY
                   MOVE  CAL-STATUS  TO
                                   WS-PER-STATUS(WS-IDX-PER-ACHADO)
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO NO ARQUIVO MORTO                        *
      *--------------------------------------------------------------*
       034-ARQUIVAR-REGISTRO.

           WRITE REG-AUDARQ FROM REG-AUDITORIA

           IF WS-FS-AUDARQ NOT = "00"
               DISPLAY "ERRO AO GRAVAR O ARQUIVO MORTO DA TRILHA"
               DISPLAY "AUDARQ=" WS-FS-AUDARQ
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               ADD   1  TO  WS-CT-ARQUIVADOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO ARQUIVO DE TRABALHO O REGISTRO QUE FICA NA      *
      *    TRILHA VIVA                                               *
      *--------------------------------------------------------------*
       035-MANTER-REGISTRO.

           WRITE REG-AUDTMP FROM REG-AUDITORIA

           IF WS-FS-AUDTMP NOT = "00"
               DISPLAY "ERRO AO GRAVAR O ARQUIVO DE TRABALHO"
               DISPLAY "AUDTMP=" WS-FS-AUDTMP
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               ADD   1  TO  WS-CT-MANTIDOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    SOMAR O REGISTRO NOS TOTAIS DE CONTROLE DO PERIODO        *
      *--------------------------------------------------------------*
       036-SOMAR-PERIODO.

           ADD   1  TO  WS-PER-QTD-REG(WS-IDX-PER-ACHADO)

           IF AUD-INCLUSAO
               ADD   1       TO  WS-PER-QTD-INC(WS-IDX-PER-ACHADO)
               ADD   AUD-RA  TO  WS-PER-HASH-RA(WS-IDX-PER-ACHADO)
           END-IF
           IF AUD-ALTERACAO
               ADD   1       TO  WS-PER-QTD-ALT(WS-IDX-PER-ACHADO)
           END-IF
           .
      *--------------------------------------------------------------*
      *    SEGUNDA PASSAGEM: REGRAVAR A TRILHA VIVA COM O ARQUIVO DE *
      *    TRABALHO. SE A QUANTIDADE REGRAVADA NAO BATER COM A       *
      *    MANTIDA, A TRILHA TEM DE SER RECUPERADA DO AUDTMP         *
      *--------------------------------------------------------------*
       040-REGRAVAR-TRILHA.

           OPEN INPUT  ARQ-AUDTMP
           OPEN OUTPUT ARQ-AUDITORIA

           IF WS-FS-AUDTMP    NOT = "00" OR
              WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DA REGRAVACAO"
               DISPLAY "AUDTMP="    WS-FS-AUDTMP
                       " AUDITAL="  WS-FS-AUDITORIA
               MOVE  16   TO  WS-COD-RETORNO
           ELSE
               MOVE  'N'  TO  WS-FIM-AUDTMP
               PERFORM 041-COPIAR-TRILHA THRU 041-FIM-COPIAR-TRILHA
                   UNTIL WS-FIM-AUDTMP = 'S'
           END-IF

           CLOSE ARQ-AUDTMP
           CLOSE ARQ-AUDITORIA

           IF WS-CT-REGRAVADOS NOT = WS-CT-MANTIDOS
               DISPLAY "TRILHA VIVA INCOMPLETA - RECUPERAR DO AUDTMP"
               DISPLAY "MANTIDOS=" WS-CT-MANTIDOS
                       " REGRAVADOS=" WS-CT-REGRAVADOS
               MOVE  16   TO  WS-COD-RETORNO
           END-IF
           .
       041-COPIAR-TRILHA.

           READ ARQ-AUDTMP
               AT END
                   MOVE 'S'  TO  WS-FIM-AUDTMP
               NOT AT END
                   WRITE REG-AUDITORIA FROM REG-AUDTMP
                   IF WS-FS-AUDITORIA NOT = "00"
                       DISPLAY "ERRO AO REGRAVAR A TRILHA VIVA"
                       DISPLAY "AUDITAL=" WS-FS-AUDITORIA
                       MOVE 'S'  TO  WS-FIM-AUDTMP
                   ELSE
                       ADD   1  TO  WS-CT-REGRAVADOS
                   END-IF
           END-READ
           .
       041-FIM-COPIAR-TRILHA.
           EXIT.
      *--------------------------------------------------------------*
      *    GRAVAR OS TOTAIS DE CONTROLE DE CADA PERIODO ARQUIVADO    *
      *    (SO DEPOIS DA TRILHA VIVA REGRAVADA, PARA O CGPRG08M NAO  *
      *    CONTAR DUAS VEZES O MESMO REGISTRO)                       *
      *--------------------------------------------------------------*
       042-GRAVAR-CONTROLES.

           ACCEPT WS-HORA-SISTEMA FROM TIME

           PERFORM 043-GRAVAR-CONTROLE-PERIODO
                   THRU 043-FIM-GRAVAR-CONTROLE-PERIODO
               VARYING WS-IDX-PER FROM 1 BY 1
               UNTIL WS-IDX-PER > WS-CT-PERIODOS
           .
       043-GRAVAR-CONTROLE-PERIODO.

           IF WS-PER-ENCERRADO(WS-IDX-PER)
               MOVE  WS-PER-PERIODO(WS-IDX-PER)  TO  ACT-PERIODO
               MOVE  WS-DATA-SISTEMA             TO  ACT-DATA
               MOVE  WS-HORA-HHMMSS              TO  ACT-HORA
               MOVE  WS-PER-QTD-REG(WS-IDX-PER)  TO  ACT-QTD-REGISTROS
               MOVE  WS-PER-QTD-INC(WS-IDX-PER)  TO  ACT-QTD-INCLUSOES
               MOVE  WS-PER-QTD-ALT(WS-IDX-PER)  TO  ACT-QTD-ALTERACOES
               MOVE  WS-PER-HASH-RA(WS-IDX-PER)  TO  ACT-HASH-RA
               WRITE REG-AUDCTL
               IF WS-FS-AUDCTL NOT = "00"
                   DISPLAY "ERRO AO GRAVAR OS TOTAIS DE CONTROLE"
                   DISPLAY "PERIODO=" ACT-PERIODO
                           " AUDCTL=" WS-FS-AUDCTL
                   MOVE  16   TO  WS-COD-RETORNO
               ELSE
                   ADD   1  TO  WS-CT-PER-ARQUIVADOS
               END-IF
           END-IF
           .
       043-FIM-GRAVAR-CONTROLE-PERIODO.
           EXIT.
      *--------------------------------------------------------------*
      *    RECONSTRUIR O INDICE POR RA: PRIMEIRO O ARQUIVO MORTO     *
      *    INTEIRO (ORIGEM "A"), DEPOIS A TRILHA VIVA (ORIGEM "V"),  *
      *    E POR FIM O REGISTRO DE CONTROLE COM AS QUANTIDADES       *
      *--------------------------------------------------------------*
       044-CONSTRUIR-INDICE.

           OPEN OUTPUT ARQ-AUDIDX
           OPEN INPUT  ARQ-AUDARQ
           OPEN INPUT  ARQ-AUDITORIA

           IF WS-FS-AUDIDX    NOT = "00" OR
              WS-FS-AUDARQ    NOT = "00" OR
              WS-FS-AUDITORIA NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DO INDICE POR RA"
               DISPLAY "AUDIDX="    WS-FS-AUDIDX
                       " AUDARQ="   WS-FS-AUDARQ
                       " AUDITAL="  WS-FS-AUDITORIA
               MOVE  16   TO  WS-COD-RETORNO
           ELSE
               MOVE  ZEROS  TO  WS-SEQ-INDICE
               MOVE  'N'    TO  WS-FIM-AUDARQ
               PERFORM 045-INDEXAR-ARQUIVO THRU 045-FIM-INDEXAR-ARQUIVO
                   UNTIL WS-FIM-AUDARQ = 'S'

               MOVE  ZEROS  TO  WS-SEQ-INDICE
               MOVE  'N'    TO  WS-FIM-INDICE
               PERFORM 046-INDEXAR-TRILHA THRU 046-FIM-INDEXAR-TRILHA
                   UNTIL WS-FIM-INDICE = 'S'

               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES              TO  REG-AUDIDX
               MOVE  ZEROS               TO  AUX-RA
                                             AUX-SEQUENCIA
               MOVE  "C"                 TO  AUX-ORIGEM
               MOVE  WS-DATA-SISTEMA     TO  AUX-CTL-DATA
               MOVE  WS-HORA-HHMMSS      TO  AUX-CTL-HORA
               MOVE  WS-CT-IDX-ARQUIVO   TO  AUX-CTL-QTD-ARQUIVO
               MOVE  WS-SEQ-INDICE       TO  AUX-CTL-QTD-VIVA
               PERFORM 047-GRAVAR-ENTRADA-INDICE

               IF WS-CT-IDX-REJEITADOS = ZEROS
                   MOVE  'S'  TO  WS-FL-INDICE-OK
               ELSE
                   MOVE  16   TO  WS-COD-RETORNO
               END-IF
           END-IF

           CLOSE ARQ-AUDIDX
           CLOSE ARQ-AUDARQ
           CLOSE ARQ-AUDITORIA
           .
       045-INDEXAR-ARQUIVO.

           READ ARQ-AUDARQ
               AT END
                   MOVE 'S'  TO  WS-FIM-AUDARQ
               NOT AT END
                   ADD   1              TO  WS-SEQ-INDICE
                   MOVE  MOR-RA         TO  AUX-RA
                   MOVE  "A"            TO  AUX-ORIGEM
                   MOVE  WS-SEQ-INDICE  TO  AUX-SEQUENCIA
                   MOVE  REG-AUDARQ     TO  AUX-IMAGEM-AUDITORIA
                   PERFORM 047-GRAVAR-ENTRADA-INDICE
                   IF WS-FS-AUDIDX = "00"
                       ADD   1  TO  WS-CT-IDX-ARQUIVO
                   END-IF
           END-READ
           .
       045-FIM-INDEXAR-ARQUIVO.
           EXIT.
       046-INDEXAR-TRILHA.

           READ ARQ-AUDITORIA
               AT END
                   MOVE 'S'  TO  WS-FIM-INDICE
               NOT AT END
                   ADD   1              TO  WS-SEQ-INDICE
                   MOVE  AUD-RA         TO  AUX-RA
                   MOVE  "V"            TO  AUX-ORIGEM
                   MOVE  WS-SEQ-INDICE  TO  AUX-SEQUENCIA
                   MOVE  REG-AUDITORIA  TO  AUX-IMAGEM-AUDITORIA
                   PERFORM 047-GRAVAR-ENTRADA-INDICE
                   IF WS-FS-AUDIDX = "00"
                       ADD   1  TO  WS-CT-IDX-VIVA
                   END-IF
           END-READ
           .
       046-FIM-INDEXAR-TRILHA.
           EXIT.
       047-GRAVAR-ENTRADA-INDICE.

           WRITE REG-AUDIDX
               INVALID KEY
                   ADD   1  TO  WS-CT-IDX-REJEITADOS
                   DISPLAY "ENTRADA DO INDICE RECUSADA - RA=" AUX-RA
                           " ORIGEM=" AUX-ORIGEM
                           " SEQ=" AUX-SEQUENCIA
                           " AUDIDX=" WS-FS-AUDIDX
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A LINHA DE TOTAIS DE UM PERIODO DA TRILHA        *
      *--------------------------------------------------------------*
       048-IMPRIMIR-PERIODO.

           MOVE  SPACES                      TO  WS-REG-PERIODO
           MOVE  WS-PER-PERIODO(WS-IDX-PER)  TO  WS-PRL-PERIODO

           EVALUATE WS-PER-STATUS(WS-IDX-PER)
               WHEN "A"
                   MOVE  "ABERTO"           TO  WS-PRL-SITUACAO
               WHEN "E"
                   MOVE  "JANELA DE EXAME"  TO  WS-PRL-SITUACAO
               WHEN "F"
                   MOVE  "ENCERRADO"        TO  WS-PRL-SITUACAO
               WHEN SPACE
                   MOVE  "SEM CALENDARIO"   TO  WS-PRL-SITUACAO
               WHEN OTHER
                   MOVE  "SITUACAO INVALIDA" TO  WS-PRL-SITUACAO
           END-EVALUATE

           IF WS-PER-ENCERRADO(WS-IDX-PER)
               MOVE  "ARQUIVADO"  TO  WS-PRL-DESTINO
           ELSE
               MOVE  "MANTIDO"    TO  WS-PRL-DESTINO
           END-IF

           MOVE  WS-PER-QTD-REG(WS-IDX-PER)  TO  WS-PRL-QTD-REG
           MOVE  WS-PER-QTD-INC(WS-IDX-PER)  TO  WS-PRL-QTD-INC
           MOVE  WS-PER-QTD-ALT(WS-IDX-PER)  TO  WS-PRL-QTD-ALT
           MOVE  WS-PER-HASH-RA(WS-IDX-PER)  TO  WS-PRL-HASH-RA

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           WRITE REG-RELARQ FROM WS-REG-PERIODO
           ADD   1  TO  WS-CT-LINHAS
           .
       048-FIM-IMPRIMIR-PERIODO.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS: A TRILHA SO E REGRAVADA SE A        *
      *    PRIMEIRA PASSAGEM TERMINOU SEM ERRO E ARQUIVOU ALGUMA     *
      *    COISA; O INDICE E RECONSTRUIDO EM TODA RODADA SEM ERRO    *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               CLOSE ARQ-CALEND
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-AUDTMP
               CLOSE ARQ-AUDARQ

               IF WS-COD-RETORNO = ZEROS AND
                  WS-CT-ARQUIVADOS > ZEROS
                   PERFORM 040-REGRAVAR-TRILHA
                   IF WS-COD-RETORNO = ZEROS
                       PERFORM 042-GRAVAR-CONTROLES
                   END-IF
               END-IF
               CLOSE ARQ-AUDCTL

               IF WS-COD-RETORNO = ZEROS
                   PERFORM 044-CONSTRUIR-INDICE
               END-IF

               PERFORM 048-IMPRIMIR-PERIODO
                       THRU 048-FIM-IMPRIMIR-PERIODO
                   VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > WS-CT-PERIODOS

               IF WS-CT-PERIODOS = ZEROS
                   MOVE  SPACES  TO  REG-RELARQ
                   MOVE  "TRILHA DE AUDITORIA VAZIA"  TO  REG-RELARQ
                   WRITE REG-RELARQ
                   ADD   1  TO  WS-CT-LINHAS
               END-IF

               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-RELARQ

               IF WS-COD-RETORNO = ZEROS AND
                  WS-CT-ARQUIVADOS = ZEROS
                   MOVE  04   TO  WS-COD-RETORNO
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "REGISTROS DA TRILHA LIDOS  = " WS-CT-AUD-LIDOS
           DISPLAY "REGISTROS ARQUIVADOS       = " WS-CT-ARQUIVADOS
           DISPLAY "REGISTROS MANTIDOS         = " WS-CT-MANTIDOS
           DISPLAY "REGISTROS REGRAVADOS       = " WS-CT-REGRAVADOS
           DISPLAY "PERIODOS ARQUIVADOS        = " WS-CT-PER-ARQUIVADOS
           DISPLAY "ENTRADAS DO INDICE (MORTO) = " WS-CT-IDX-ARQUIVO
           DISPLAY "ENTRADAS DO INDICE (VIVA)  = " WS-CT-IDX-VIVA
           DISPLAY "CODIGO DE RETORNO          = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG24M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO E FECHA-LO *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG24M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  "ARQUIVA"         TO  RUN-MODO
               MOVE  WS-CT-AUD-LIDOS   TO  RUN-QTD-PROCESSADOS
               MOVE  WS-CT-SEM-TABELA  TO  RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO COM A CONFERENCIA DOS TOTAIS      *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-CT-LINHAS + 13 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELARQ
           WRITE REG-RELARQ

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DO ARQUIVAMENTO"          TO  WS-RES-ROTULO
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS DA TRILHA LIDOS"       TO  WS-RES-ROTULO
           MOVE  WS-CT-AUD-LIDOS                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS ARQUIVADOS"            TO  WS-RES-ROTULO
           MOVE  WS-CT-ARQUIVADOS                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS MANTIDOS NA TRILHA VIVA" TO WS-RES-ROTULO
           MOVE  WS-CT-MANTIDOS                    TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "  DOS QUAIS ALEM DE 50 PERIODOS"   TO
                                                       WS-RES-ROTULO
           MOVE  WS-CT-SEM-TABELA                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS REGRAVADOS NA TRILHA VIVA" TO
                                                       WS-RES-ROTULO
           MOVE  WS-CT-REGRAVADOS                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "PERIODOS COM TOTAIS DE CONTROLE"  TO  WS-RES-ROTULO
           MOVE  WS-CT-PER-ARQUIVADOS              TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ENTRADAS DO INDICE - ARQUIVO MORTO" TO
                                                       WS-RES-ROTULO
           MOVE  WS-CT-IDX-ARQUIVO                 TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "ENTRADAS DO INDICE - TRILHA VIVA" TO WS-RES-ROTULO
           MOVE  WS-CT-IDX-VIVA                    TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "SITUACAO DO INDICE POR RA"       TO  WS-RES-ROTULO
           IF WS-INDICE-OK
               MOVE  "RECONSTRUIDO"                TO  WS-RES-VALOR
           ELSE
               MOVE  "NAO RECONSTRUIDO"            TO  WS-RES-VALOR
           END-IF
           WRITE REG-RELARQ FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "CONFERENCIA LIDOS X ARQUIV.+MANTIDOS" TO
                                                       WS-RES-ROTULO
           IF WS-CT-AUD-LIDOS = WS-CT-ARQUIVADOS + WS-CT-MANTIDOS AND
              (WS-CT-ARQUIVADOS = ZEROS OR
               WS-CT-REGRAVADOS = WS-CT-MANTIDOS)
               MOVE  "CONFERE"                     TO  WS-RES-VALOR
           ELSE
               MOVE  "NAO CONFERE"                 TO  WS-RES-VALOR
           END-IF
           WRITE REG-RELARQ FROM WS-REG-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELARQ
               WRITE REG-RELARQ
           END-IF

           WRITE REG-RELARQ FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELARQ
           WRITE REG-RELARQ
           WRITE REG-RELARQ FROM WS-CAB-COLUNAS
           WRITE REG-RELARQ FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG24M <-------------------*

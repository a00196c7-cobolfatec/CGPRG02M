       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG14M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. CARGA DA RELACAO DE        *
      *                  MATRICULADOS POR DISCIPLINA DO PERIODO      *
      *                  (ARQ-MATRIC, COPY MATRREG), QUE ATE AQUI NAO*
      *                  EXISTIA NO SISTEMA: O CGPRG02M ACEITAVA     *
      *                  NOTA DE QUALQUER ALUNO ATIVO EM QUALQUER    *
      *                  DISCIPLINA ATIVA DO DEPARTAMENTO. LE O      *
      *                  ARQUIVO DE MATRICULAS DA SECRETARIA         *
      *                  (ARQ-MOVMAT, UM REGISTRO POR ALUNO/         *
      *                  DISCIPLINA), CONFERE O PERIODO CONTRA O     *
      *                  CARTAO PERIODO (MESMO CARTAO DO CGPRG00M),  *
      *                  O RA CONTRA O CADASTRO OFICIAL (ARQ-CADALU) *
      *                  E A DISCIPLINA CONTRA O CATALOGO (ARQ-      *
      *                  DISCIP), E GRAVA A RELACAO INDEXADA POR     *
      *                  RA+PERIODO+DEPARTAMENTO+DISCIPLINA. A CARGA *
      *                  DE UM PERIODO SUBSTITUI A ANTERIOR DO MESMO *
      *                  PERIODO (OS REGISTROS DELE SAO EXCLUIDOS    *
      *                  ANTES), PARA UMA RECARGA CORRIGIDA NAO      *
      *                  DEIXAR MATRICULA CANCELADA PARA TRAS. AS    *
      *                  REJEICOES E O RESUMO DA CARGA SAEM NO       *
      *                  RELATORIO IMPRESSO (ARQ-RELMAT, MESMO       *
      *                  ESTILO DE CABECALHO E QUEBRA DE 55 LINHAS   *
      *                  DO BOLETIM).                                *
      * 15/10/2026 MCN - LAYOUT DO ARQUIVO DE MATRICULAS DA          *
      *                  SECRETARIA MOVIDO PARA O COPY MOVMREG,      *
      *                  COMPARTILHADO COM O CGPRG20M, QUE GERA A    *
      *                  PRE-MATRICULA DAS DEPENDENCIAS NO MESMO     *
      *                  FORMATO.                                    *
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
           SELECT ARQ-MOVMAT      ASSIGN TO "MOVMAT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-MOVMAT.
           SELECT ARQ-MATRIC      ASSIGN TO "MATRIC"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS MAT-CHAVE
                                  FILE STATUS IS WS-FS-MATRIC.
           SELECT ARQ-CADALU      ASSIGN TO "CADALU"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ALU-RA
                                  FILE STATUS IS WS-FS-CADALU.
           SELECT ARQ-DISCIP      ASSIGN TO "DISCIP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-DISCIP.
           SELECT ARQ-RELMAT      ASSIGN TO "RELMAT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELMAT.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
       FD  ARQ-PERIODO
           LABEL RECORD STANDARD.
       01  REG-PERIODO.
           05 PER-PERIODO-LETIVO    PIC 9(05).

      *-----> ARQUIVO DE MATRICULAS DA SECRETARIA: UM REGISTRO POR
      *       ALUNO MATRICULADO EM CADA DISCIPLINA DO PERIODO
       FD  ARQ-MOVMAT
           LABEL RECORD STANDARD.
           COPY MOVMREG.

      *-----> RELACAO DE MATRICULADOS POR DISCIPLINA (INDEXADA POR
      *       RA+PERIODO+DEPARTAMENTO+DISCIPLINA), MANTIDA POR ESTE
      *       PROGRAMA E CONSULTADA PELO CGPRG02M
       FD  ARQ-MATRIC
           LABEL RECORD STANDARD.
           COPY MATRREG.

      *-----> CADASTRO OFICIAL DE ALUNOS (INDEXADO POR RA): SO ENTRA
      *       NA RELACAO O RA CADASTRADO COM MATRICULA ATIVA
       FD  ARQ-CADALU
           LABEL RECORD STANDARD.
           COPY CADREG.

      *-----> CATALOGO OFICIAL DE DISCIPLINAS (COPY DISCREG):
      *       CARREGADO EM TABELA NO INICIO, COMO NO CGPRG02M
       FD  ARQ-DISCIP
           LABEL RECORD STANDARD.
           COPY DISCREG.

       FD  ARQ-RELMAT
           LABEL RECORD STANDARD.
       01  REG-RELMAT               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FIM-MATRIC          PIC X(01) VALUE "N".
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-FL-MOV-OK           PIC X(01) VALUE "S".
           88 WS-MOV-VALIDO                 VALUE "S".
           88 WS-MOV-INVALIDO               VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-PERIODO-EXECUCAO    PIC 9(05) VALUE ZEROS.
       77  WS-MOTIVO-REJEICAO     PIC X(16) VALUE SPACES.
       77  WS-FS-PERIODO          PIC X(02) VALUE "00".
       77  WS-FS-MOVMAT           PIC X(02) VALUE "00".
       77  WS-FS-MATRIC           PIC X(02) VALUE "00".
       77  WS-FS-CADALU           PIC X(02) VALUE "00".
       77  WS-FS-DISCIP           PIC X(02) VALUE "00".
       77  WS-FS-RELMAT           PIC X(02) VALUE "00".

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

      *-----> TOTALIZADORES DA CARGA
       77  WS-CT-MOV-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WS-CT-ACEITOS          PIC 9(07) VALUE ZEROS.
       77  WS-CT-REJEITADOS       PIC 9(07) VALUE ZEROS.
       77  WS-CT-EXCLUIDOS        PIC 9(07) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> LINHA DE DETALHE DE UMA MATRICULA REJEITADA
       01  WS-REG-RELMAT.
           05 WS-REL-RA           PIC 9(13).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-MOTIVO       PIC X(16).
           05 FILLER              PIC X(82)       VALUE SPACES.

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
                   "CARGA DE MATRICULADOS DO PERIODO ".
           05 WS-CAB-PERIODO      PIC 9(05).
           05 FILLER              PIC X(31)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-RELMAT (132)
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(13)       VALUE "RA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PER.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(04)       VALUE "DPTO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(04)       VALUE "DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(16)       VALUE "MOTIVO".
           05 FILLER              PIC X(82)       VALUE SPACES.

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

           DISPLAY "** PROGRAMA 14 - CARGA DA RELACAO DE MATRICULADOS"
                   " **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

      *    O CARTAO DE PERIODO E O MESMO DO CGPRG00M; AQUI ELE E
      *    OBRIGATORIO, POIS DEFINE O PERIODO CARREGADO (E O QUE E
      *    EXCLUIDO DA CARGA ANTERIOR).
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

               OPEN INPUT  ARQ-MOVMAT
               OPEN INPUT  ARQ-CADALU
               OPEN INPUT  ARQ-DISCIP
               OPEN OUTPUT ARQ-RELMAT

               PERFORM 013-ABRIR-MATRICULAS

               IF WS-FS-MOVMAT NOT = "00" OR
                  WS-FS-MATRIC NOT = "00" OR
                  WS-FS-CADALU NOT = "00" OR
                  WS-FS-DISCIP NOT = "00" OR
                  WS-FS-RELMAT NOT = "00"
                   DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
                   DISPLAY "MOVMAT="    WS-FS-MOVMAT
                           " MATRIC="   WS-FS-MATRIC
                           " CADALU="   WS-FS-CADALU
                           " DISCIP="   WS-FS-DISCIP
                           " RELMAT="   WS-FS-RELMAT
                   MOVE 'N'   TO  WS-FL-ARQS-OK
                   MOVE  16   TO  WS-COD-RETORNO
                   MOVE 'S'   TO  WS-FIM
               ELSE
                   PERFORM 014-CARREGAR-DISCIP
                   IF WS-CT-DISCIP = ZEROS
                       DISPLAY "CATALOGO DE DISCIPLINAS VAZIO"
                       MOVE  08   TO  WS-COD-RETORNO
                       MOVE 'S'   TO  WS-FIM
                   ELSE
                       PERFORM 016-EXCLUIR-CARGA-ANTERIOR
                       PERFORM 020-LER-MOVIMENTO
                   END-IF
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR A RELACAO DE MATRICULADOS, CRIANDO O ARQUIVO SE     *
      *    PRECISO (PRIMEIRA CARGA), COMO O CGPRG02M JA FAZ COM O    *
      *    HISTORICO ESCOLAR                                         *
      *--------------------------------------------------------------*
       013-ABRIR-MATRICULAS.

           OPEN I-O ARQ-MATRIC

           IF WS-FS-MATRIC = "35"
               OPEN OUTPUT ARQ-MATRIC
               CLOSE       ARQ-MATRIC
               OPEN I-O    ARQ-MATRIC
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
      *    EXCLUIR A CARGA ANTERIOR DO MESMO PERIODO: A RELACAO E    *
      *    LIDA INTEIRA NA ORDEM DA CHAVE (O PERIODO NAO E O INICIO  *
      *    DA CHAVE) E CADA REGISTRO DO PERIODO PEDIDO E EXCLUIDO    *
      *--------------------------------------------------------------*
       016-EXCLUIR-CARGA-ANTERIOR.

           MOVE  'N'  TO  WS-FIM-MATRIC

           PERFORM 017-EXCLUIR-MATRICULA THRU 017-FIM-EXCLUIR-MATRICULA
               UNTIL WS-FIM-MATRIC = 'S'
           .
       017-EXCLUIR-MATRICULA.

           READ ARQ-MATRIC NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM-MATRIC
               NOT AT END
                   IF MAT-PERIODO = WS-PERIODO-EXECUCAO
                       DELETE ARQ-MATRIC
                       ADD   1  TO  WS-CT-EXCLUIDOS
                   END-IF
           END-READ
           .
       017-FIM-EXCLUIR-MATRICULA.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DO ARQUIVO DE MATRICULAS DA SECRETARIA    *
      *--------------------------------------------------------------*
       020-LER-MOVIMENTO.

           READ ARQ-MOVMAT
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-MOV-LIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA MATRICULA: VALIDAR E GRAVAR NA RELACAO      *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE  'S'     TO  WS-FL-MOV-OK
           MOVE  SPACES  TO  WS-MOTIVO-REJEICAO

           PERFORM 031-VALIDAR-MOVIMENTO

           IF WS-MOV-VALIDO
               PERFORM 032-GRAVAR-MATRICULA
           ELSE
               PERFORM 033-IMPRIMIR-REJEITADA
           END-IF

           PERFORM 020-LER-MOVIMENTO
           .
      *--------------------------------------------------------------*
      *    VALIDAR A MATRICULA: PERIODO DO CARTAO, RA CADASTRADO COM *
      *    MATRICULA ATIVA E DISCIPLINA ATIVA NO CATALOGO            *
      *--------------------------------------------------------------*
       031-VALIDAR-MOVIMENTO.

           IF MVM-PERIODO NOT = WS-PERIODO-EXECUCAO
               MOVE  'N'                TO  WS-FL-MOV-OK
               MOVE  "PERIODO DIVERGE"  TO  WS-MOTIVO-REJEICAO
           END-IF

           IF WS-MOV-VALIDO
               MOVE  MVM-RA  TO  ALU-RA
               READ ARQ-CADALU
                   INVALID KEY
                       MOVE  'N'               TO  WS-FL-MOV-OK
                       MOVE  "RA INEXISTENTE"  TO  WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF NOT ALU-MATRICULA-ATIVA
                           MOVE  'N'               TO  WS-FL-MOV-OK
                           MOVE  "MATR NAO ATIVA"  TO
                                                   WS-MOTIVO-REJEICAO
                       END-IF
               END-READ
           END-IF

           IF WS-MOV-VALIDO
               PERFORM 037-PROCURAR-DISCIPLINA
               IF WS-IDX-DIS-ACHADO = ZEROS
                   MOVE  'N'                TO  WS-FL-MOV-OK
                   MOVE  "DISC DESCONHEC."  TO  WS-MOTIVO-REJEICAO
               ELSE
                   IF WS-DIS-FL-ATIVA(WS-IDX-DIS-ACHADO) NOT = "A"
                       MOVE  'N'             TO  WS-FL-MOV-OK
                       MOVE  "DISC INATIVA"  TO  WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR A MATRICULA NA RELACAO (CHAVE REPETIDA NO PROPRIO  *
      *    ARQUIVO DA SECRETARIA E REJEITADA)                        *
      *--------------------------------------------------------------*
       032-GRAVAR-MATRICULA.

           MOVE  MVM-RA           TO  MAT-RA
           MOVE  MVM-PERIODO      TO  MAT-PERIODO
           MOVE  MVM-NR-DPTO      TO  MAT-NR-DPTO
           MOVE  MVM-NR-DISC      TO  MAT-NR-DISC
           MOVE  WS-DATA-SISTEMA  TO  MAT-DATA-CARGA

           WRITE REG-MATRICULA
               INVALID KEY
                   MOVE  "MATRIC. REPETIDA"  TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADA
               NOT INVALID KEY
                   ADD   1  TO  WS-CT-ACEITOS
           END-WRITE
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA MATRICULA REJEITADA COM O MOTIVO, NA IMAGEM  *
      *    RECEBIDA DA SECRETARIA                                    *
      *--------------------------------------------------------------*
       033-IMPRIMIR-REJEITADA.

           ADD   1  TO  WS-CT-REJEITADOS

           MOVE  MVM-RA              TO  WS-REL-RA
           MOVE  MVM-PERIODO         TO  WS-REL-PERIODO
           MOVE  MVM-NR-DPTO         TO  WS-REL-NR-DPTO
           MOVE  MVM-NR-DISC         TO  WS-REL-NR-DISC
           MOVE  WS-MOTIVO-REJEICAO  TO  WS-REL-MOTIVO

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           WRITE REG-RELMAT FROM WS-REG-RELMAT
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    PROCURAR A DISCIPLINA DA MATRICULA NO CATALOGO            *
      *--------------------------------------------------------------*
       037-PROCURAR-DISCIPLINA.

           MOVE  ZEROS  TO  WS-IDX-DIS-ACHADO

           PERFORM 038-COMPARAR-DISCIPLINA
                   THRU 038-FIM-COMPARAR-DISCIPLINA
               VARYING WS-IDX-DIS FROM 1 BY 1
               UNTIL WS-IDX-DIS > WS-CT-DISCIP OR
                     WS-IDX-DIS-ACHADO NOT = ZEROS
           .
       038-COMPARAR-DISCIPLINA.

           IF MVM-NR-DPTO = WS-DIS-DPTO(WS-IDX-DIS) AND
              MVM-NR-DISC = WS-DIS-NR(WS-IDX-DIS)
               MOVE  WS-IDX-DIS  TO  WS-IDX-DIS-ACHADO
           END-IF
           .
       038-FIM-COMPARAR-DISCIPLINA.
           EXIT.
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-MOVMAT
               CLOSE ARQ-MATRIC
               CLOSE ARQ-CADALU
               CLOSE ARQ-DISCIP
               CLOSE ARQ-RELMAT

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-MOV-LIDOS = ZEROS
                       MOVE  04   TO  WS-COD-RETORNO
                   ELSE
                       IF WS-CT-ACEITOS = ZEROS
                           MOVE  12   TO  WS-COD-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "PERIODO CARREGADO      = " WS-PERIODO-EXECUCAO
           DISPLAY "MATRICULAS LIDAS       = " WS-CT-MOV-LIDOS
           DISPLAY "MATRICULAS ACEITAS     = " WS-CT-ACEITOS
           DISPLAY "MATRICULAS REJEITADAS  = " WS-CT-REJEITADOS
           DISPLAY "EXCLUIDAS CARGA ANTER. = " WS-CT-EXCLUIDOS
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG14M"
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DA CARGA                          *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           IF WS-NR-PAGINA = ZEROS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELMAT
           WRITE REG-RELMAT

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RESUMO DA CARGA DE MATRICULADOS" TO  WS-RES-ROTULO
           WRITE REG-RELMAT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "EXCLUIDOS DA CARGA ANTERIOR"     TO  WS-RES-ROTULO
           MOVE  WS-CT-EXCLUIDOS                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELMAT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "MATRICULAS LIDAS"                TO  WS-RES-ROTULO
           MOVE  WS-CT-MOV-LIDOS                   TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELMAT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "MATRICULAS CARREGADAS"           TO  WS-RES-ROTULO
           MOVE  WS-CT-ACEITOS                     TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELMAT FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "MATRICULAS REJEITADAS"           TO  WS-RES-ROTULO
           MOVE  WS-CT-REJEITADOS                  TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELMAT FROM WS-REG-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELMAT
               WRITE REG-RELMAT
           END-IF

           WRITE REG-RELMAT FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELMAT
           WRITE REG-RELMAT
           WRITE REG-RELMAT FROM WS-CAB-COLUNAS
           WRITE REG-RELMAT FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG14M <-------------------*

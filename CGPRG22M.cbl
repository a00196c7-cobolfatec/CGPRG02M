       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG22M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. ATENDIMENTO AO PEDIDO DE   *
      *                  ACESSO DO TITULAR DOS DADOS (LGPD), QUE SE  *
      *                  FAZIA RODANDO O CGPRG03M E O CGPRG05M E     *
      *                  PROCURANDO O RESTO A MAO: PARA CADA RA DO   *
      *                  ARQUIVO DE PEDIDOS (ARQ-PEDLGPD, MESMO      *
      *                  LAYOUT DO ARQ-PEDIDOS) IMPRIME, A PARTIR DE *
      *                  UMA FOLHA NOVA, TUDO O QUE O SISTEMA GUARDA *
      *                  DO ALUNO: O CADASTRO (ARQ-CADALU) E AS      *
      *                  ALTERACOES DELE (ARQ-AUDCAD), O HISTORICO   *
      *                  ESCOLAR (ARQ-HISTORICO) E A TRILHA DE       *
      *                  AUDITORIA DELE (ARQ-AUDITORIA), A SITUACAO  *
      *                  ACADEMICA (ARQ-SITACAD) E AS LINHAS         *
      *                  ENVIADAS AO PORTAL (ARQ-PORTAL E ARQ-       *
      *                  PORCOR). A FOLHA DE ROSTO DIZ QUAIS         *
      *                  ARQUIVOS FORAM PESQUISADOS E QUANDO; CADA   *
      *                  TITULAR ATENDIDO GANHA UM REGISTRO NO       *
      *                  ARQUIVO DE ATENDIMENTOS (ARQ-LOGLGPD, COM O *
      *                  RA, A DATA, A HORA E A QUANTIDADE DE        *
      *                  FOLHAS), QUE FICA COMO EVIDENCIA PARA O     *
      *                  ENCARREGADO DE DADOS.                       *
      * 15/10/2026 MCN - A TRILHA DE AUDITORIA DO TITULAR PASSA A    *
      *                  SAIR PELO INDICE POR RA (ARQ-AUDIDX, COPY   *
      *                  AUDXREG) RECONSTRUIDO PELO CGPRG24M, QUE    *
      *                  ALCANCA TAMBEM O ARQUIVO MORTO              *
      *                  (ARQ-AUDARQ); DA TRILHA VIVA SO SE LISTA A  *
      *                  CAUDA GRAVADA DEPOIS DA CONSTRUCAO, COMO NO *
      *                  CGPRG05M. O INDICE ENTRA NA FOLHA DE ROSTO  *
      *                  E CADA LINHA DA SECAO DIZ A ORIGEM (MORTO   *
      *                  OU VIVA).                                   *
      * 15/10/2026 MCN - A SECAO DO CADASTRO PASSA A LISTAR O E-MAIL *
      *                  E O ENDERECO POSTAL DO TITULAR (COPY        *
      *                  CADREG), E CADA ALTERACAO DE CONTATO DA     *
      *                  TRILHA DO CADASTRO SAI SEGUIDA DO CONTATO   *
      *                  NOVO. AS LINHAS DE CONTATO NAO CONTAM COMO  *
      *                  REGISTRO LISTADO.                           *
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
           SELECT ARQ-PEDLGPD     ASSIGN TO "PEDLGPD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-PEDLGPD.
           SELECT ARQ-CADALU      ASSIGN TO "CADALU"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ALU-RA
                                  FILE STATUS IS WS-FS-CADALU.
           SELECT ARQ-AUDCAD      ASSIGN TO "AUDCAD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDCAD.
           SELECT ARQ-HISTORICO   ASSIGN TO "HISTAL"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS HIST-CHAVE
                                  FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-AUDIDX      ASSIGN TO "AUDIDX"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS AUX-CHAVE
                                  FILE STATUS IS WS-FS-AUDIDX.
           SELECT ARQ-SITACAD     ASSIGN TO "SITACAD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-SITACAD.
           SELECT ARQ-PORTAL      ASSIGN TO "PORTAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-PORTAL.
           SELECT ARQ-PORCOR      ASSIGN TO "PORCOR"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-PORCOR.
           SELECT ARQ-RELLGP      ASSIGN TO "RELLGP"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELLGP.
           SELECT ARQ-LOGLGPD     ASSIGN TO "LOGLGPD"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-LOGLGPD.
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> PEDIDOS DE ACESSO DO TITULAR: UM RA POR REGISTRO, NO
      *       MESMO LAYOUT DOS PEDIDOS DO CGPRG03M E DO CGPRG05M
       FD  ARQ-PEDLGPD
           LABEL RECORD STANDARD.
       01  REG-PEDLGPD.
           05 PED-RA                PIC 9(13).

       FD  ARQ-CADALU
           LABEL RECORD STANDARD.
           COPY CADREG.

       FD  ARQ-AUDCAD
           LABEL RECORD STANDARD.
           COPY AUDCREG.

       FD  ARQ-HISTORICO
           LABEL RECORD STANDARD.
           COPY HISTREG.

       FD  ARQ-AUDITORIA
           LABEL RECORD STANDARD.
           COPY AUDTREG.

      *-----> INDICE DA TRILHA POR RA (COPY AUDXREG), RECONSTRUIDO
      *       PELO CGPRG24M: DA OS REGISTROS DO ARQUIVO MORTO E OS DA
      *       TRILHA VIVA JA INDEXADOS
       FD  ARQ-AUDIDX
           LABEL RECORD STANDARD.
           COPY AUDXREG.

       FD  ARQ-SITACAD
           LABEL RECORD STANDARD.
           COPY SITREG.

      *-----> EXTRATO DO PORTAL E REMESSA DE CORRECAO: OS DOIS TEM O
      *       DESENHO DO COPY PORTREG, QUE FICA UMA VEZ SO NA
      *       WORKING-STORAGE E RECEBE A LEITURA DE AMBOS (READ INTO)
       FD  ARQ-PORTAL
           LABEL RECORD STANDARD.
       01  REG-PORTAL-LIDO          PIC X(74).

       FD  ARQ-PORCOR
           LABEL RECORD STANDARD.
       01  REG-PORCOR-LIDO          PIC X(74).

       FD  ARQ-RELLGP
           LABEL RECORD STANDARD.
       01  REG-RELLGP               PIC X(132).

      *-----> ARQUIVO DE ATENDIMENTOS DA LGPD: UM REGISTRO POR
      *       TITULAR ATENDIDO, SEMPRE ACRESCENTADO (OPEN EXTEND),
      *       GUARDADO COMO EVIDENCIA PARA O ENCARREGADO DE DADOS
       FD  ARQ-LOGLGPD
           LABEL RECORD STANDARD.
       01  REG-LOGLGPD.
           05 LGP-RA                PIC 9(13).
           05 LGP-DATA              PIC 9(08).
           05 LGP-HORA              PIC 9(06).
           05 LGP-QTD-FOLHAS        PIC 9(05).
           05 LGP-QTD-REGISTROS     PIC 9(07).
           05 LGP-FL-CADASTRADO     PIC X(01).
               88 LGP-RA-CADASTRADO          VALUE "S".
               88 LGP-RA-NAO-CADASTRADO      VALUE "N".

      *-----> DIARIO DE EXECUCOES DO SISTEMA (COPY RUNLREG):
      *       REGISTRO "I" NA PARTIDA E "F" NO TERMINO
       FD  ARQ-RUNLOG
           LABEL RECORD STANDARD.
           COPY RUNLREG.

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FIM-ARQ             PIC X(01) VALUE "N".
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-FS-PEDLGPD          PIC X(02) VALUE "00".
       77  WS-FS-CADALU           PIC X(02) VALUE "00".
       77  WS-FS-AUDCAD           PIC X(02) VALUE "00".
       77  WS-FS-HISTORICO        PIC X(02) VALUE "00".
       77  WS-FS-AUDITORIA        PIC X(02) VALUE "00".
       77  WS-FS-AUDIDX           PIC X(02) VALUE "00".
       77  WS-FS-SITACAD          PIC X(02) VALUE "00".
       77  WS-FS-PORTAL           PIC X(02) VALUE "00".
       77  WS-FS-PORCOR           PIC X(02) VALUE "00".
       77  WS-FS-RELLGP           PIC X(02) VALUE "00".
       77  WS-FS-LOGLGPD          PIC X(02) VALUE "00".

      *-----> SITUACAO DE ABERTURA DOS ARQUIVOS DE PESQUISA
      *       SEQUENCIAIS, APURADA NO INICIO PARA A FOLHA DE ROSTO:
      *       ARQUIVO AUSENTE NAO IMPEDE O ATENDIMENTO, MAS FICA DITO
      *       NA FOLHA DE ROSTO E NA SECAO DE CADA TITULAR
       77  WS-FS-INI-AUDCAD       PIC X(02) VALUE "00".
       77  WS-FS-INI-AUDITORIA    PIC X(02) VALUE "00".
       77  WS-FS-INI-SITACAD      PIC X(02) VALUE "00".
       77  WS-FS-INI-PORTAL       PIC X(02) VALUE "00".
       77  WS-FS-INI-PORCOR       PIC X(02) VALUE "00".
       77  WS-FS-INI-AUDIDX       PIC X(02) VALUE "00".

      *-----> INDICE DA TRILHA POR RA: FICA ABERTO NA RODADA TODA
      *       QUANDO TEM O REGISTRO DE CONTROLE. DA TRILHA VIVA SO SE
      *       LISTA ENTAO A CAUDA GRAVADA DEPOIS DA CONSTRUCAO (COMO
      *       NO CGPRG05M); SEM INDICE ELA E LIDA INTEIRA
       77  WS-FL-INDICE           PIC X(01) VALUE "N".
           88 WS-INDICE-DISPONIVEL          VALUE "S".
       77  WS-FL-FASE-INDICE      PIC X(01) VALUE "N".
           88 WS-LENDO-INDICE               VALUE "S".
       77  WS-FL-AUD-LISTAR       PIC X(01) VALUE "N".
       77  WS-QTD-VIVA-INDEXADA   PIC 9(09) VALUE ZEROS.
       77  WS-CT-AUD-POSICAO      PIC 9(09) VALUE ZEROS.

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE "LGPD".
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).
       77  WS-HORA-INICIO         PIC 9(06) VALUE ZEROS.

      *-----> TITULAR EM ATENDIMENTO
       77  WS-RA-TITULAR          PIC 9(13) VALUE ZEROS.
       77  WS-FL-CADASTRADO       PIC X(01) VALUE "N".
       77  WS-FL-LINHA            PIC X(01) VALUE "R".
           88 WS-LINHA-REGISTRO             VALUE "R".
           88 WS-LINHA-COMPLEMENTO          VALUE "C".
       77  WS-FOLHAS-TITULAR      PIC 9(05) VALUE ZEROS.
       77  WS-CT-REG-TITULAR      PIC 9(07) VALUE ZEROS.
       77  WS-CT-SECAO            PIC 9(07) VALUE ZEROS.

      *-----> TOTALIZADORES DA RODADA
       77  WS-CT-PEDIDOS          PIC 9(05) VALUE ZEROS.
       77  WS-CT-NAO-CADASTRADOS  PIC 9(05) VALUE ZEROS.
       77  WS-CT-REG-LISTADOS     PIC 9(07) VALUE ZEROS.
       77  WS-ED-QTD              PIC ZZZZZZ9.

      *-----> IMAGENS DO CADASTRO GUARDADAS NA TRILHA DO CADASTRO E
      *       DO HISTORICO GUARDADAS NA TRILHA DO HISTORICO,
      *       DESMEMBRADAS COM OS PROPRIOS COPYS (PREFIXOS VIA
      *       REPLACING, COMO NO CGPRG05M)
           COPY CADREG REPLACING
                ==REG-CADALU== BY ==WS-CAD-ANTES==
                LEADING ==ALU== BY ==CAN==.
           COPY CADREG REPLACING
                ==REG-CADALU== BY ==WS-CAD-DEPOIS==
                LEADING ==ALU== BY ==CDP==.
           COPY HISTREG REPLACING
                ==REG-HISTORICO== BY ==WS-IMAGEM-ANTES==
                LEADING ==HIST== BY ==ANT==.
           COPY HISTREG REPLACING
                ==REG-HISTORICO== BY ==WS-IMAGEM-DEPOIS==
                LEADING ==HIST== BY ==DEP==.

      *-----> AREA DE LEITURA DO EXTRATO DO PORTAL E DA REMESSA DE
      *       CORRECAO (COPY PORTREG)
           COPY PORTREG.

      *-----> DESMEMBRAMENTO DE DATA E HORA DOS CARIMBOS
       01  WS-DATA-AUX.
           05 WS-DAX-AAAA          PIC 9(04).
           05 WS-DAX-MM            PIC 9(02).
           05 WS-DAX-DD            PIC 9(02).
       01  WS-HORA-AUX.
           05 WS-HAX-HH            PIC 9(02).
           05 WS-HAX-MM            PIC 9(02).
           05 WS-HAX-SS            PIC 9(02).
       01  WS-DATA-ED.
           05 WS-DED-DD            PIC 9(02).
           05 FILLER               PIC X(01)      VALUE "/".
           05 WS-DED-MM            PIC 9(02).
           05 FILLER               PIC X(01)      VALUE "/".
           05 WS-DED-AAAA          PIC 9(04).
       01  WS-HORA-ED.
           05 WS-HED-HH            PIC 9(02).
           05 FILLER               PIC X(01)      VALUE ":".
           05 WS-HED-MM            PIC 9(02).
           05 FILLER               PIC X(01)      VALUE ":".
           05 WS-HED-SS            PIC 9(02).
       77  WS-MEDIA-ED            PIC Z9,99.

      *-----> TITULO E COLUNAS DA SECAO CORRENTE, REIMPRESSOS NA
      *       QUEBRA DE FOLHA
       01  WS-LIN-SECAO.
           05 FILLER              PIC X(04)       VALUE "*** ".
           05 WS-SEC-TITULO       PIC X(60).
           05 FILLER              PIC X(68)       VALUE SPACES.
       01  WS-COLUNAS-SECAO       PIC X(132)      VALUE SPACES.
       01  WS-LIN-GUARDADA        PIC X(132)      VALUE SPACES.

      *-----> LINHA DE MENSAGEM (FOLHA DE ROSTO E SECAO VAZIA)
       01  WS-LIN-MENSAGEM.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 WS-MSG-TEXTO        PIC X(90).
           05 FILLER              PIC X(38)       VALUE SPACES.

      *-----> LINHA DA FOLHA DE ROSTO COM CADA ARQUIVO PESQUISADO
       01  WS-LIN-ROSTO.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 WS-ROS-ARQUIVO      PIC X(08).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-ROS-DESCRICAO    PIC X(50).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-ROS-SITUACAO     PIC X(30).
           05 FILLER              PIC X(36)       VALUE SPACES.
       77  WS-ROS-FS              PIC X(02) VALUE "00".

      *-----> LINHA DO CADASTRO OFICIAL
       01  WS-LIN-CADASTRO.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(04)       VALUE "RA: ".
           05 WS-LCA-RA           PIC 9(13).
           05 FILLER              PIC X(08)       VALUE "  NOME: ".
           05 WS-LCA-NOME         PIC X(30).
           05 FILLER              PIC X(16)       VALUE
                   "  DEPARTAMENTO: ".
           05 WS-LCA-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(13)       VALUE
                   "  MATRICULA: ".
           05 WS-LCA-SITUACAO     PIC X(09).
           05 FILLER              PIC X(31)       VALUE SPACES.

      *-----> LINHAS DE CONTATO (E-MAIL E ENDERECO POSTAL), IMPRESSAS
      *       LOGO ABAIXO DO CADASTRO E DAS ALTERACOES DE CONTATO DA
      *       TRILHA; NAO CONTAM COMO REGISTRO LISTADO
       01  WS-LIN-EMAIL.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "E-MAIL:".
           05 WS-LEM-EMAIL        PIC X(60).
           05 FILLER              PIC X(58)       VALUE SPACES.
       01  WS-LIN-ENDERECO.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "ENDERECO:".
           05 WS-LEN-LOGRADOURO   PIC X(50).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LEN-BAIRRO       PIC X(25).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LEN-CIDADE       PIC X(25).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LEN-UF           PIC X(02).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LEN-CEP-PREFIXO  PIC X(05).
           05 WS-LEN-CEP-TRACO    PIC X(01).
           05 WS-LEN-CEP-SUFIXO   PIC X(03).
           05 FILLER              PIC X(03)       VALUE SPACES.

      *-----> LINHA DA TRILHA DO CADASTRO
       01  WS-LIN-AUDCAD.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 WS-LAC-DATA         PIC X(10).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAC-HORA         PIC X(08).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAC-ACAO         PIC X(09).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAC-NOME-ANT     PIC X(30).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LAC-DPTO-ANT     PIC X(04).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LAC-SIT-ANT      PIC X(01).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAC-NOME-NOV     PIC X(30).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LAC-DPTO-NOV     PIC X(04).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LAC-SIT-NOV      PIC X(01).
           05 FILLER              PIC X(19)       VALUE SPACES.
       01  WS-COL-AUDCAD.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "DATA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "HORA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "ACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(37)       VALUE
                   "ANTES: NOME / DPTO / MATRICULA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(37)       VALUE
                   "DEPOIS: NOME / DPTO / MATRICULA".
           05 FILLER              PIC X(19)       VALUE SPACES.

      *-----> LINHA DO HISTORICO ESCOLAR
       01  WS-LIN-HISTORICO.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 WS-LHI-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LHI-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-LHI-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LHI-ALUNO        PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LHI-NOTA-1       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LHI-NOTA-2       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LHI-NOTA-3       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LHI-NOTA-4       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LHI-MEDIA        PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LHI-SITUACAO     PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LHI-FREQUENCIA   PIC ZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LHI-FL-EXAME     PIC X(01).
           05 FILLER              PIC X(23)       VALUE SPACES.
       01  WS-COL-HISTORICO.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PER.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "DPTO/DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "NOME NO HISTORICO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(28)       VALUE
                   " NOTA1  NOTA2  NOTA3  NOTA4".
           05 FILLER              PIC X(05)       VALUE "MEDIA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "SITUACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(03)       VALUE "FRQ".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(01)       VALUE "E".
           05 FILLER              PIC X(23)       VALUE SPACES.

      *-----> LINHA DA TRILHA DE AUDITORIA DO HISTORICO
       01  WS-LIN-AUDITORIA.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 WS-LAU-DATA         PIC X(10).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-HORA         PIC X(08).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-LAU-NR-DISC      PIC X(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-ACAO         PIC X(09).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-MEDIA-ANT    PIC X(05).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LAU-SIT-ANT      PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-MEDIA-NOVA   PIC X(05).
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LAU-SIT-NOVA     PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-ALUNO        PIC X(30).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LAU-ORIGEM       PIC X(05).
       01  WS-COL-AUDITORIA.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "DATA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "HORA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PER.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "DPTO/DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "ACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(18)       VALUE
                   "ANTES: MEDIA/SIT.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(18)       VALUE
                   "DEPOIS: MEDIA/SIT.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "NOME GRAVADO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "ORIG.".

      *-----> LINHA DA SITUACAO ACADEMICA
       01  WS-LIN-SITACAD.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 WS-LSI-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LSI-QTD-DISC     PIC ZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LSI-GPA          PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LSI-REPROVADO    PIC ZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LSI-RECUPERACAO  PIC ZZ9.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LSI-STANDING     PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LSI-ALUNO        PIC X(30).
           05 FILLER              PIC X(55)       VALUE SPACES.
       01  WS-COL-SITACAD.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PER.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(03)       VALUE "QTD".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "  GPA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(03)       VALUE "REP".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(03)       VALUE "REC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "SITUACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(30)       VALUE
                   "NOME NO REGISTRO".
           05 FILLER              PIC X(55)       VALUE SPACES.

      *-----> LINHA DO EXTRATO DO PORTAL E DA REMESSA DE CORRECAO
       01  WS-LIN-PORTAL.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 WS-LPO-ORIGEM       PIC X(06).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LPO-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LPO-NR-DPTO      PIC 9(04).
           05 FILLER              PIC X(01)       VALUE "/".
           05 WS-LPO-NR-DISC      PIC 9(04).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LPO-NOTA-1       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LPO-NOTA-2       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LPO-NOTA-3       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LPO-NOTA-4       PIC -Z9,99.
           05 FILLER              PIC X(01)       VALUE SPACES.
           05 WS-LPO-MEDIA        PIC Z9,99.
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LPO-SITUACAO     PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-LPO-FREQUENCIA   PIC ZZ9.
           05 FILLER              PIC X(50)       VALUE SPACES.
       01  WS-COL-PORTAL.
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "ORIGEM".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PER.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "DPTO/DISC".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(28)       VALUE
                   " NOTA1  NOTA2  NOTA3  NOTA4".
           05 FILLER              PIC X(05)       VALUE "MEDIA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "SITUACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(03)       VALUE "FRQ".
           05 FILLER              PIC X(50)       VALUE SPACES.

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

      *-----> CABECALHO DA LISTAGEM: TITULO E, NA SEGUNDA LINHA, O
      *       TITULAR E A FOLHA DELE (OU A FOLHA DE ROSTO)
       01  WS-CAB-TITULO.
           05 FILLER              PIC X(20)       VALUE SPACES.
           05 FILLER              PIC X(45)       VALUE
                   "RELATORIO DE DADOS PESSOAIS DO TITULAR - LGPD".
           05 FILLER              PIC X(36)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.
       01  WS-CAB-TITULAR.
           05 FILLER              PIC X(14)       VALUE
                   "TITULAR (RA): ".
           05 WS-CTI-RA           PIC 9(13).
           05 FILLER              PIC X(05)       VALUE SPACES.
           05 FILLER              PIC X(18)       VALUE
                   "FOLHA DO TITULAR: ".
           05 WS-CTI-FOLHA        PIC ZZZZ9.
           05 FILLER              PIC X(77)       VALUE SPACES.
       01  WS-CAB-ROSTO.
           05 WS-CRO-TEXTO        PIC X(30)       VALUE
                   "FOLHA DE ROSTO".
           05 FILLER              PIC X(102)      VALUE SPACES.

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

           DISPLAY "** PROGRAMA 22 - DADOS PESSOAIS DO TITULAR **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

           PERFORM 009-GRAVAR-INICIO-RUNLOG
           MOVE  WS-HORA-HHMMSS    TO  WS-HORA-INICIO
           IF WS-FL-RUNLOG-ABERTO = 'N'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  WS-HORA-HHMMSS  TO  WS-HORA-INICIO
           END-IF

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
               MOVE  "CGPRG22M"        TO  RUN-PROGRAMA
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
      *    CONFERIR OS ARQUIVOS DE PESQUISA SEQUENCIAIS: CADA UM E   *
      *    ABERTO E FECHADO SO PARA APURAR A SITUACAO, POIS SERA     *
      *    RELIDO DO INICIO PARA CADA TITULAR                        *
      *--------------------------------------------------------------*
       011-CONFERIR-ARQUIVOS.

           OPEN INPUT ARQ-AUDCAD
           MOVE  WS-FS-AUDCAD     TO  WS-FS-INI-AUDCAD
           IF WS-FS-AUDCAD = "00"
               CLOSE ARQ-AUDCAD
           END-IF

           OPEN INPUT ARQ-AUDITORIA
           MOVE  WS-FS-AUDITORIA  TO  WS-FS-INI-AUDITORIA
           IF WS-FS-AUDITORIA = "00"
               CLOSE ARQ-AUDITORIA
           END-IF

      *    O INDICE POR RA SO SERVE COM O REGISTRO DE CONTROLE; SEM
      *    ELE A SITUACAO FICA COMO A DA LEITURA (23) E O INDICE E
      *    FECHADO.
           OPEN INPUT ARQ-AUDIDX
           MOVE  WS-FS-AUDIDX     TO  WS-FS-INI-AUDIDX
           IF WS-FS-AUDIDX = "00"
               MOVE  ZEROS  TO  AUX-RA
                                AUX-SEQUENCIA
               MOVE  "C"    TO  AUX-ORIGEM
               READ ARQ-AUDIDX
                   INVALID KEY
                       MOVE  WS-FS-AUDIDX  TO  WS-FS-INI-AUDIDX
                       CLOSE ARQ-AUDIDX
                   NOT INVALID KEY
                       MOVE  'S'               TO  WS-FL-INDICE
                       MOVE  AUX-CTL-QTD-VIVA  TO  WS-QTD-VIVA-INDEXADA
               END-READ
           END-IF

           OPEN INPUT ARQ-SITACAD
           MOVE  WS-FS-SITACAD    TO  WS-FS-INI-SITACAD
           IF WS-FS-SITACAD = "00"
               CLOSE ARQ-SITACAD
           END-IF

           OPEN INPUT ARQ-PORTAL
           MOVE  WS-FS-PORTAL     TO  WS-FS-INI-PORTAL
           IF WS-FS-PORTAL = "00"
               CLOSE ARQ-PORTAL
           END-IF

           OPEN INPUT ARQ-PORCOR
           MOVE  WS-FS-PORCOR     TO  WS-FS-INI-PORCOR
           IF WS-FS-PORCOR = "00"
               CLOSE ARQ-PORCOR
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR OS ARQUIVOS DA RODADA. O CADASTRO E O HISTORICO SAO *
      *    OBRIGATORIOS; OS DEMAIS ARQUIVOS DE PESQUISA, SE          *
      *    AUSENTES, FICAM DITOS NA FOLHA DE ROSTO                   *
      *--------------------------------------------------------------*
       012-ABRIR-ARQUIVOS.

           OPEN INPUT  ARQ-PEDLGPD
           OPEN INPUT  ARQ-CADALU
           OPEN INPUT  ARQ-HISTORICO
           OPEN OUTPUT ARQ-RELLGP

      *    O ARQUIVO DE ATENDIMENTOS E SEMPRE ACRESCENTADO (OPEN
      *    EXTEND), CAINDO PARA OPEN OUTPUT NA PRIMEIRA VEZ.
           OPEN EXTEND ARQ-LOGLGPD
           IF WS-FS-LOGLGPD = "35"
               OPEN OUTPUT ARQ-LOGLGPD
           END-IF

           IF WS-FS-PEDLGPD   NOT = "00" OR
              WS-FS-CADALU    NOT = "00" OR
              WS-FS-HISTORICO NOT = "00" OR
              WS-FS-RELLGP    NOT = "00" OR
              WS-FS-LOGLGPD   NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "PEDLGPD="   WS-FS-PEDLGPD
                       " CADALU="   WS-FS-CADALU
                       " HISTAL="   WS-FS-HISTORICO
                       " RELLGP="   WS-FS-RELLGP
                       " LOGLGPD="  WS-FS-LOGLGPD
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 011-CONFERIR-ARQUIVOS
               PERFORM 013-IMPRIMIR-FOLHA-ROSTO
               PERFORM 020-LER-PEDIDO
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR A FOLHA DE ROSTO: QUANDO A PESQUISA FOI FEITA E  *
      *    QUAIS ARQUIVOS FORAM PESQUISADOS                          *
      *--------------------------------------------------------------*
       013-IMPRIMIR-FOLHA-ROSTO.

           PERFORM 070-IMPRIMIR-CABECALHO

           MOVE  WS-DATA-SISTEMA  TO  WS-DATA-AUX
           MOVE  WS-HORA-INICIO   TO  WS-HORA-AUX
           PERFORM 049-EDITAR-DATA-HORA

           MOVE  SPACES  TO  WS-MSG-TEXTO
           STRING "PESQUISA DE DADOS PESSOAIS DO TITULAR (LGPD) "
                                                DELIMITED BY SIZE
                  "FEITA EM "                   DELIMITED BY SIZE
                  WS-DATA-ED                    DELIMITED BY SIZE
                  " AS "                        DELIMITED BY SIZE
                  WS-HORA-ED                    DELIMITED BY SIZE
                  INTO WS-MSG-TEXTO
           WRITE REG-RELLGP FROM WS-LIN-MENSAGEM

           MOVE  SPACES  TO  REG-RELLGP
           WRITE REG-RELLGP
           MOVE  "ARQUIVOS PESQUISADOS PARA CADA TITULAR:"  TO
                                           WS-MSG-TEXTO
           WRITE REG-RELLGP FROM WS-LIN-MENSAGEM
           MOVE  SPACES  TO  REG-RELLGP
           WRITE REG-RELLGP
           ADD   4  TO  WS-CT-LINHAS

           MOVE  "CADALU"   TO  WS-ROS-ARQUIVO
           MOVE  "CADASTRO OFICIAL DE ALUNOS"  TO  WS-ROS-DESCRICAO
           MOVE  WS-FS-CADALU         TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  "AUDCAD"   TO  WS-ROS-ARQUIVO
           MOVE  "TRILHA DE ALTERACOES DO CADASTRO"  TO
                                           WS-ROS-DESCRICAO
           MOVE  WS-FS-INI-AUDCAD     TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  "HISTAL"   TO  WS-ROS-ARQUIVO
           MOVE  "HISTORICO ESCOLAR"  TO  WS-ROS-DESCRICAO
           MOVE  WS-FS-HISTORICO      TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  "AUDITAL"  TO  WS-ROS-ARQUIVO
           MOVE  "TRILHA DE AUDITORIA DO HISTORICO ESCOLAR"  TO
                                           WS-ROS-DESCRICAO
           MOVE  WS-FS-INI-AUDITORIA  TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  "AUDIDX"   TO  WS-ROS-ARQUIVO
           MOVE  "INDICE POR RA DA TRILHA E DO ARQUIVO MORTO"  TO
                                           WS-ROS-DESCRICAO
           MOVE  WS-FS-INI-AUDIDX     TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  "SITACAD"  TO  WS-ROS-ARQUIVO
           MOVE  "SITUACAO ACADEMICA POR PERIODO"  TO
                                           WS-ROS-DESCRICAO
           MOVE  WS-FS-INI-SITACAD    TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  "PORTAL"   TO  WS-ROS-ARQUIVO
           MOVE  "EXTRATO ENVIADO AO PORTAL DO ALUNO"  TO
                                           WS-ROS-DESCRICAO
           MOVE  WS-FS-INI-PORTAL     TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  "PORCOR"   TO  WS-ROS-ARQUIVO
           MOVE  "REMESSA DE CORRECAO ENVIADA AO PORTAL"  TO
                                           WS-ROS-DESCRICAO
           MOVE  WS-FS-INI-PORCOR     TO  WS-ROS-FS
           PERFORM 014-IMPRIMIR-ARQUIVO-ROSTO

           MOVE  SPACES  TO  REG-RELLGP
           WRITE REG-RELLGP
           MOVE  "CADA TITULAR COMECA EM FOLHA NOVA; O ATENDIMENTO FICA"
                                           TO  WS-MSG-TEXTO
           WRITE REG-RELLGP FROM WS-LIN-MENSAGEM
           MOVE  "REGISTRADO NO ARQUIVO DE ATENDIMENTOS (LOGLGPD)."
                                           TO  WS-MSG-TEXTO
           WRITE REG-RELLGP FROM WS-LIN-MENSAGEM
           ADD   3  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR NA FOLHA DE ROSTO A LINHA DE UM ARQUIVO          *
      *--------------------------------------------------------------*
       014-IMPRIMIR-ARQUIVO-ROSTO.

           EVALUATE WS-ROS-FS
               WHEN "00"
                   MOVE  "PESQUISADO"  TO  WS-ROS-SITUACAO
               WHEN "35"
                   MOVE  "NAO ENCONTRADO - NAO PESQUISADO"  TO
                                           WS-ROS-SITUACAO
               WHEN "23"
                   MOVE  "SEM CONTROLE - NAO PESQUISADO"  TO
                                           WS-ROS-SITUACAO
               WHEN OTHER
                   MOVE  SPACES  TO  WS-ROS-SITUACAO
                   STRING "ERRO DE ABERTURA - FS "  DELIMITED BY SIZE
                          WS-ROS-FS                 DELIMITED BY SIZE
                          INTO WS-ROS-SITUACAO
           END-EVALUATE

           WRITE REG-RELLGP FROM WS-LIN-ROSTO
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    LER O PROXIMO PEDIDO                                      *
      *--------------------------------------------------------------*
       020-LER-PEDIDO.

           READ ARQ-PEDLGPD
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-PEDIDOS
           END-READ
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O E-MAIL E O ENDERECO POSTAL DA IMAGEM DO        *
      *    CADASTRO EM WS-CAD-DEPOIS (LINHAS DE COMPLEMENTO, QUE NAO *
      *    CONTAM COMO REGISTRO)                                     *
      *--------------------------------------------------------------*
       029-LISTAR-CONTATO.

           MOVE  'C'  TO  WS-FL-LINHA

           IF CDP-EMAIL = SPACES
               MOVE  "NAO INFORMADO"  TO  WS-LEM-EMAIL
           ELSE
               MOVE  CDP-EMAIL        TO  WS-LEM-EMAIL
           END-IF
           MOVE  WS-LIN-EMAIL  TO  REG-RELLGP
           PERFORM 045-GRAVAR-LINHA

           IF CDP-LOGRADOURO = SPACES
               MOVE  "NAO INFORMADO"  TO  WS-LEN-LOGRADOURO
               MOVE  SPACES           TO  WS-LEN-BAIRRO
                                          WS-LEN-CIDADE
                                          WS-LEN-UF
                                          WS-LEN-CEP-PREFIXO
                                          WS-LEN-CEP-TRACO
                                          WS-LEN-CEP-SUFIXO
           ELSE
               MOVE  CDP-LOGRADOURO   TO  WS-LEN-LOGRADOURO
               MOVE  CDP-BAIRRO       TO  WS-LEN-BAIRRO
               MOVE  CDP-CIDADE       TO  WS-LEN-CIDADE
               MOVE  CDP-UF           TO  WS-LEN-UF
               MOVE  CDP-CEP-PREFIXO  TO  WS-LEN-CEP-PREFIXO
               MOVE  "-"              TO  WS-LEN-CEP-TRACO
               MOVE  CDP-CEP-SUFIXO   TO  WS-LEN-CEP-SUFIXO
           END-IF
           MOVE  WS-LIN-ENDERECO  TO  REG-RELLGP
           PERFORM 045-GRAVAR-LINHA

           MOVE  'R'  TO  WS-FL-LINHA
           .
      *--------------------------------------------------------------*
      *    ATENDER UM TITULAR: UMA FOLHA NOVA E UMA SECAO POR        *
      *    ARQUIVO PESQUISADO, E O REGISTRO DO ATENDIMENTO           *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE  PED-RA  TO  WS-RA-TITULAR
           MOVE  ZEROS   TO  WS-FOLHAS-TITULAR
                             WS-CT-REG-TITULAR
           MOVE  "N"     TO  WS-FL-CADASTRADO
           MOVE  SPACES  TO  WS-COLUNAS-SECAO

           PERFORM 070-IMPRIMIR-CABECALHO

           PERFORM 031-LISTAR-CADASTRO
           PERFORM 032-LISTAR-AUDCAD
           PERFORM 034-LISTAR-HISTORICO
           PERFORM 036-LISTAR-AUDITORIA
           PERFORM 038-LISTAR-SITACAD
           PERFORM 040-LISTAR-PORTAL
           PERFORM 042-LISTAR-PORCOR

           PERFORM 048-GRAVAR-ATENDIMENTO

           PERFORM 020-LER-PEDIDO
           .
      *--------------------------------------------------------------*
      *    SECAO 1 - CADASTRO OFICIAL                                *
      *--------------------------------------------------------------*
       031-LISTAR-CADASTRO.

           MOVE  "CADASTRO OFICIAL DE ALUNOS (CADALU)"  TO
                                           WS-SEC-TITULO
           MOVE  SPACES  TO  WS-COLUNAS-SECAO
           PERFORM 046-IMPRIMIR-SECAO

           MOVE  WS-RA-TITULAR  TO  ALU-RA
           READ ARQ-CADALU
               INVALID KEY
                   ADD   1  TO  WS-CT-NAO-CADASTRADOS
                   MOVE  "RA NAO CADASTRADO"  TO  WS-MSG-TEXTO
                   PERFORM 047-IMPRIMIR-MENSAGEM
               NOT INVALID KEY
                   MOVE  "S"          TO  WS-FL-CADASTRADO
                   MOVE  ALU-RA       TO  WS-LCA-RA
                   MOVE  ALU-NOME     TO  WS-LCA-NOME
                   MOVE  ALU-NR-DPTO  TO  WS-LCA-NR-DPTO
                   EVALUATE TRUE
                       WHEN ALU-MATRICULA-ATIVA
                           MOVE  "ATIVA"      TO  WS-LCA-SITUACAO
                       WHEN ALU-MATRICULA-TRANCADA
                           MOVE  "TRANCADA"   TO  WS-LCA-SITUACAO
                       WHEN ALU-MATRICULA-CANCELADA
                           MOVE  "CANCELADA"  TO  WS-LCA-SITUACAO
                       WHEN OTHER
                           MOVE  ALU-SIT-MATRICULA  TO
                                                 WS-LCA-SITUACAO
                   END-EVALUATE
                   MOVE  WS-LIN-CADASTRO  TO  REG-RELLGP
                   PERFORM 045-GRAVAR-LINHA
                   MOVE  REG-CADALU  TO  WS-CAD-DEPOIS
                   PERFORM 029-LISTAR-CONTATO
           END-READ
           .
      *--------------------------------------------------------------*
      *    SECAO 2 - ALTERACOES DO CADASTRO (TRILHA DO CADASTRO)     *
      *--------------------------------------------------------------*
       032-LISTAR-AUDCAD.

           MOVE  "ALTERACOES DO CADASTRO (AUDCAD)"  TO  WS-SEC-TITULO
           MOVE  WS-COL-AUDCAD  TO  WS-COLUNAS-SECAO
           PERFORM 046-IMPRIMIR-SECAO

           MOVE  ZEROS  TO  WS-CT-SECAO
           IF WS-FS-INI-AUDCAD = "00"
               OPEN INPUT ARQ-AUDCAD
           END-IF

           IF WS-FS-INI-AUDCAD NOT = "00" OR WS-FS-AUDCAD NOT = "00"
               MOVE  "ARQUIVO NAO DISPONIVEL"  TO  WS-MSG-TEXTO
               PERFORM 047-IMPRIMIR-MENSAGEM
           ELSE
               MOVE  'N'  TO  WS-FIM-ARQ
               PERFORM 033-LER-AUDCAD THRU 033-FIM-LER-AUDCAD
                   UNTIL WS-FIM-ARQ = 'S'
               CLOSE ARQ-AUDCAD
               IF WS-CT-SECAO = ZEROS
                   MOVE  "NENHUM REGISTRO"  TO  WS-MSG-TEXTO
                   PERFORM 047-IMPRIMIR-MENSAGEM
               END-IF
           END-IF
           .
       033-LER-AUDCAD.

           READ ARQ-AUDCAD
               AT END
                   MOVE 'S'  TO  WS-FIM-ARQ
               NOT AT END
                   IF AUC-RA = WS-RA-TITULAR
                       MOVE  AUC-DATA  TO  WS-DATA-AUX
                       MOVE  AUC-HORA  TO  WS-HORA-AUX
                       PERFORM 049-EDITAR-DATA-HORA
                       MOVE  WS-DATA-ED  TO  WS-LAC-DATA
                       MOVE  WS-HORA-ED  TO  WS-LAC-HORA
                       MOVE  AUC-IMAGEM-ANTES   TO  WS-CAD-ANTES
                       MOVE  AUC-IMAGEM-DEPOIS  TO  WS-CAD-DEPOIS
                       IF AUC-INCLUSAO
                           MOVE  "INCLUSAO"     TO  WS-LAC-ACAO
                       ELSE
                           MOVE  "ALTERACAO"    TO  WS-LAC-ACAO
                       END-IF
      *                NA INCLUSAO A IMAGEM ANTERIOR E GRAVADA EM
      *                BRANCO: OS CAMPOS SAO MOVIDOS COMO TEXTO PARA
      *                SAIR EM BRANCO.
                       MOVE  CAN-NOME           TO  WS-LAC-NOME-ANT
                       MOVE  CAN-NR-DPTO        TO  WS-LAC-DPTO-ANT
                       MOVE  CAN-SIT-MATRICULA  TO  WS-LAC-SIT-ANT
                       MOVE  CDP-NOME           TO  WS-LAC-NOME-NOV
                       MOVE  CDP-NR-DPTO        TO  WS-LAC-DPTO-NOV
                       MOVE  CDP-SIT-MATRICULA  TO  WS-LAC-SIT-NOV
                       MOVE  WS-LIN-AUDCAD  TO  REG-RELLGP
                       PERFORM 045-GRAVAR-LINHA
      *                O CONTATO SO E REPETIDO QUANDO MUDOU (NA
      *                INCLUSAO, QUANDO JA VEIO PREENCHIDO).
                       IF CAN-EMAIL    NOT = CDP-EMAIL OR
                          CAN-ENDERECO NOT = CDP-ENDERECO
                           IF AUC-ALTERACAO              OR
                              CDP-EMAIL      NOT = SPACES OR
                              CDP-LOGRADOURO NOT = SPACES
                               PERFORM 029-LISTAR-CONTATO
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       033-FIM-LER-AUDCAD.
           EXIT.
      *--------------------------------------------------------------*
      *    SECAO 3 - HISTORICO ESCOLAR (POSICIONADO PELO RA, COMO NO *
      *    CGPRG03M)                                                 *
      *--------------------------------------------------------------*
       034-LISTAR-HISTORICO.

           MOVE  "HISTORICO ESCOLAR (HISTAL)"  TO  WS-SEC-TITULO
           MOVE  WS-COL-HISTORICO  TO  WS-COLUNAS-SECAO
           PERFORM 046-IMPRIMIR-SECAO

           MOVE  ZEROS          TO  WS-CT-SECAO
           MOVE  WS-RA-TITULAR  TO  HIST-RA
           MOVE  ZEROS          TO  HIST-PERIODO
                                    HIST-NR-DPTO
                                    HIST-NR-DISC

           START ARQ-HISTORICO KEY NOT < HIST-CHAVE
               INVALID KEY
                   MOVE 'S'  TO  WS-FIM-ARQ
               NOT INVALID KEY
                   MOVE 'N'  TO  WS-FIM-ARQ
           END-START

           PERFORM 035-LER-HISTORICO THRU 035-FIM-LER-HISTORICO
               UNTIL WS-FIM-ARQ = 'S'

           IF WS-CT-SECAO = ZEROS
               MOVE  "NENHUM REGISTRO"  TO  WS-MSG-TEXTO
               PERFORM 047-IMPRIMIR-MENSAGEM
           END-IF
           .
       035-LER-HISTORICO.

           READ ARQ-HISTORICO NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM-ARQ
               NOT AT END
                   IF HIST-RA NOT = WS-RA-TITULAR
                       MOVE 'S'  TO  WS-FIM-ARQ
                   ELSE
                       MOVE  HIST-PERIODO     TO  WS-LHI-PERIODO
                       MOVE  HIST-NR-DPTO     TO  WS-LHI-NR-DPTO
                       MOVE  HIST-NR-DISC     TO  WS-LHI-NR-DISC
                       MOVE  HIST-ALUNO       TO  WS-LHI-ALUNO
                       MOVE  HIST-NOTAS(1)    TO  WS-LHI-NOTA-1
                       MOVE  HIST-NOTAS(2)    TO  WS-LHI-NOTA-2
                       MOVE  HIST-NOTAS(3)    TO  WS-LHI-NOTA-3
                       MOVE  HIST-NOTAS(4)    TO  WS-LHI-NOTA-4
                       MOVE  HIST-MEDIA       TO  WS-LHI-MEDIA
                       MOVE  HIST-SITUACAO    TO  WS-LHI-SITUACAO
                       MOVE  HIST-FREQUENCIA  TO  WS-LHI-FREQUENCIA
                       MOVE  HIST-FL-EXAME    TO  WS-LHI-FL-EXAME
                       MOVE  WS-LIN-HISTORICO  TO  REG-RELLGP
                       PERFORM 045-GRAVAR-LINHA
                   END-IF
           END-READ
           .
       035-FIM-LER-HISTORICO.
           EXIT.
      *--------------------------------------------------------------*
      *    SECAO 4 - TRILHA DE AUDITORIA DO HISTORICO                *
      *--------------------------------------------------------------*
       036-LISTAR-AUDITORIA.

           MOVE  "TRILHA DE AUDITORIA DO HISTORICO (AUDITAL)"  TO
                                           WS-SEC-TITULO
           MOVE  WS-COL-AUDITORIA  TO  WS-COLUNAS-SECAO
           PERFORM 046-IMPRIMIR-SECAO

           MOVE  ZEROS  TO  WS-CT-SECAO

      *    PRIMEIRO AS ENTRADAS DO TITULAR NO INDICE (ARQUIVO MORTO E
      *    TRILHA VIVA JA INDEXADA, NA ORDEM DE GRAVACAO).
           IF WS-INDICE-DISPONIVEL
               MOVE  WS-RA-TITULAR  TO  AUX-RA
               MOVE  LOW-VALUE      TO  AUX-ORIGEM
               MOVE  ZEROS          TO  AUX-SEQUENCIA
               START ARQ-AUDIDX KEY IS NOT LESS THAN AUX-CHAVE
                   INVALID KEY
                       MOVE 'S'  TO  WS-FIM-ARQ
                   NOT INVALID KEY
                       MOVE 'N'  TO  WS-FIM-ARQ
               END-START
               MOVE  'S'  TO  WS-FL-FASE-INDICE
               PERFORM 037-LER-AUDITORIA THRU 037-FIM-LER-AUDITORIA
                   UNTIL WS-FIM-ARQ = 'S'
               MOVE  'N'  TO  WS-FL-FASE-INDICE
           END-IF

           IF WS-FS-INI-AUDITORIA = "00"
               OPEN INPUT ARQ-AUDITORIA
           END-IF

           IF WS-FS-INI-AUDITORIA NOT = "00" OR
              WS-FS-AUDITORIA     NOT = "00"
               MOVE  "ARQUIVO NAO DISPONIVEL"  TO  WS-MSG-TEXTO
               PERFORM 047-IMPRIMIR-MENSAGEM
           ELSE
               MOVE  ZEROS  TO  WS-CT-AUD-POSICAO
               MOVE  'N'    TO  WS-FIM-ARQ
               PERFORM 037-LER-AUDITORIA THRU 037-FIM-LER-AUDITORIA
                   UNTIL WS-FIM-ARQ = 'S'
               CLOSE ARQ-AUDITORIA
               IF WS-CT-SECAO = ZEROS
                   MOVE  "NENHUM REGISTRO"  TO  WS-MSG-TEXTO
                   PERFORM 047-IMPRIMIR-MENSAGEM
               END-IF
           END-IF
           .
       037-LER-AUDITORIA.

           MOVE  'N'  TO  WS-FL-AUD-LISTAR

           IF WS-LENDO-INDICE
               READ ARQ-AUDIDX NEXT RECORD
                   AT END
                       MOVE 'S'  TO  WS-FIM-ARQ
                   NOT AT END
                       IF AUX-RA NOT = WS-RA-TITULAR
                           MOVE 'S'  TO  WS-FIM-ARQ
                       ELSE
                           IF NOT AUX-ORIGEM-CONTROLE
                               MOVE  AUX-IMAGEM-AUDITORIA  TO
                                                   REG-AUDITORIA
                               MOVE  'S'  TO  WS-FL-AUD-LISTAR
                               IF AUX-ORIGEM-ARQUIVO
                                   MOVE  "MORTO"  TO  WS-LAU-ORIGEM
                               ELSE
                                   MOVE  "VIVA"   TO  WS-LAU-ORIGEM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           ELSE
               READ ARQ-AUDITORIA
                   AT END
                       MOVE 'S'  TO  WS-FIM-ARQ
                   NOT AT END
                       ADD   1  TO  WS-CT-AUD-POSICAO
                       IF AUD-RA = WS-RA-TITULAR AND
                          WS-CT-AUD-POSICAO > WS-QTD-VIVA-INDEXADA
                           MOVE  'S'     TO  WS-FL-AUD-LISTAR
                           MOVE  "VIVA"  TO  WS-LAU-ORIGEM
                       END-IF
               END-READ
           END-IF

           IF WS-FL-AUD-LISTAR = 'S'
               MOVE  AUD-DATA  TO  WS-DATA-AUX
               MOVE  AUD-HORA  TO  WS-HORA-AUX
               PERFORM 049-EDITAR-DATA-HORA
               MOVE  WS-DATA-ED         TO  WS-LAU-DATA
               MOVE  WS-HORA-ED         TO  WS-LAU-HORA
               MOVE  AUD-PERIODO        TO  WS-LAU-PERIODO
               MOVE  AUD-NR-DPTO        TO  WS-LAU-NR-DPTO
               MOVE  AUD-IMAGEM-DEPOIS  TO  WS-IMAGEM-DEPOIS
               MOVE  DEP-NR-DISC        TO  WS-LAU-NR-DISC
               MOVE  DEP-MEDIA          TO  WS-MEDIA-ED
               MOVE  WS-MEDIA-ED        TO  WS-LAU-MEDIA-NOVA
               MOVE  DEP-SITUACAO       TO  WS-LAU-SIT-NOVA
               MOVE  DEP-ALUNO          TO  WS-LAU-ALUNO
      *        NA INCLUSAO NAO EXISTE IMAGEM ANTERIOR, COMO NO
      *        CGPRG05M: AS COLUNAS ANTERIORES SAEM EM BRANCO.
               IF AUD-ALTERACAO
                   MOVE  "ALTERACAO"       TO  WS-LAU-ACAO
                   MOVE  AUD-IMAGEM-ANTES  TO  WS-IMAGEM-ANTES
                   MOVE  ANT-MEDIA         TO  WS-MEDIA-ED
                   MOVE  WS-MEDIA-ED       TO  WS-LAU-MEDIA-ANT
                   MOVE  ANT-SITUACAO      TO  WS-LAU-SIT-ANT
               ELSE
                   MOVE  "INCLUSAO"        TO  WS-LAU-ACAO
                   MOVE  SPACES            TO  WS-LAU-MEDIA-ANT
                                               WS-LAU-SIT-ANT
               END-IF
               MOVE  WS-LIN-AUDITORIA  TO  REG-RELLGP
               PERFORM 045-GRAVAR-LINHA
           END-IF
           .
       037-FIM-LER-AUDITORIA.
           EXIT.
      *--------------------------------------------------------------*
      *    SECAO 5 - SITUACAO ACADEMICA                              *
      *--------------------------------------------------------------*
       038-LISTAR-SITACAD.

           MOVE  "SITUACAO ACADEMICA (SITACAD)"  TO  WS-SEC-TITULO
           MOVE  WS-COL-SITACAD  TO  WS-COLUNAS-SECAO
           PERFORM 046-IMPRIMIR-SECAO

           MOVE  ZEROS  TO  WS-CT-SECAO
           IF WS-FS-INI-SITACAD = "00"
               OPEN INPUT ARQ-SITACAD
           END-IF

           IF WS-FS-INI-SITACAD NOT = "00" OR WS-FS-SITACAD NOT = "00"
               MOVE  "ARQUIVO NAO DISPONIVEL"  TO  WS-MSG-TEXTO
               PERFORM 047-IMPRIMIR-MENSAGEM
           ELSE
               MOVE  'N'  TO  WS-FIM-ARQ
               PERFORM 039-LER-SITACAD THRU 039-FIM-LER-SITACAD
                   UNTIL WS-FIM-ARQ = 'S'
               CLOSE ARQ-SITACAD
               IF WS-CT-SECAO = ZEROS
                   MOVE  "NENHUM REGISTRO"  TO  WS-MSG-TEXTO
                   PERFORM 047-IMPRIMIR-MENSAGEM
               END-IF
           END-IF
           .
       039-LER-SITACAD.

           READ ARQ-SITACAD
               AT END
                   MOVE 'S'  TO  WS-FIM-ARQ
               NOT AT END
                   IF SIT-RA = WS-RA-TITULAR
                       MOVE  SIT-PERIODO          TO  WS-LSI-PERIODO
                       MOVE  SIT-QTD-DISCIPLINAS  TO  WS-LSI-QTD-DISC
                       MOVE  SIT-GPA              TO  WS-LSI-GPA
                       MOVE  SIT-CT-REPROVADO     TO  WS-LSI-REPROVADO
                       MOVE  SIT-CT-RECUPERACAO   TO
                                                 WS-LSI-RECUPERACAO
                       MOVE  SIT-COD-STANDING     TO  WS-LSI-STANDING
                       MOVE  SIT-ALUNO            TO  WS-LSI-ALUNO
                       MOVE  WS-LIN-SITACAD  TO  REG-RELLGP
                       PERFORM 045-GRAVAR-LINHA
                   END-IF
           END-READ
           .
       039-FIM-LER-SITACAD.
           EXIT.
      *--------------------------------------------------------------*
      *    SECAO 6 - EXTRATO ENVIADO AO PORTAL                       *
      *--------------------------------------------------------------*
       040-LISTAR-PORTAL.

           MOVE  "LINHAS ENVIADAS AO PORTAL (PORTAL)"  TO
                                           WS-SEC-TITULO
           MOVE  WS-COL-PORTAL  TO  WS-COLUNAS-SECAO
           PERFORM 046-IMPRIMIR-SECAO

           MOVE  ZEROS     TO  WS-CT-SECAO
           MOVE  "PORTAL"  TO  WS-LPO-ORIGEM
           IF WS-FS-INI-PORTAL = "00"
               OPEN INPUT ARQ-PORTAL
           END-IF

           IF WS-FS-INI-PORTAL NOT = "00" OR WS-FS-PORTAL NOT = "00"
               MOVE  "ARQUIVO NAO DISPONIVEL"  TO  WS-MSG-TEXTO
               PERFORM 047-IMPRIMIR-MENSAGEM
           ELSE
               MOVE  'N'  TO  WS-FIM-ARQ
               PERFORM 041-LER-PORTAL THRU 041-FIM-LER-PORTAL
                   UNTIL WS-FIM-ARQ = 'S'
               CLOSE ARQ-PORTAL
               IF WS-CT-SECAO = ZEROS
                   MOVE  "NENHUM REGISTRO"  TO  WS-MSG-TEXTO
                   PERFORM 047-IMPRIMIR-MENSAGEM
               END-IF
           END-IF
           .
       041-LER-PORTAL.

           READ ARQ-PORTAL INTO REG-PORTAL
               AT END
                   MOVE 'S'  TO  WS-FIM-ARQ
               NOT AT END
                   PERFORM 044-EDITAR-LINHA-PORTAL
           END-READ
           .
       041-FIM-LER-PORTAL.
           EXIT.
      *--------------------------------------------------------------*
      *    SECAO 7 - REMESSA DE CORRECAO ENVIADA AO PORTAL           *
      *--------------------------------------------------------------*
       042-LISTAR-PORCOR.

           MOVE  "CORRECOES ENVIADAS AO PORTAL (PORCOR)"  TO
                                           WS-SEC-TITULO
           MOVE  WS-COL-PORTAL  TO  WS-COLUNAS-SECAO
           PERFORM 046-IMPRIMIR-SECAO

           MOVE  ZEROS     TO  WS-CT-SECAO
           MOVE  "PORCOR"  TO  WS-LPO-ORIGEM
           IF WS-FS-INI-PORCOR = "00"
               OPEN INPUT ARQ-PORCOR
           END-IF

           IF WS-FS-INI-PORCOR NOT = "00" OR WS-FS-PORCOR NOT = "00"
               MOVE  "ARQUIVO NAO DISPONIVEL"  TO  WS-MSG-TEXTO
               PERFORM 047-IMPRIMIR-MENSAGEM
           ELSE
               MOVE  'N'  TO  WS-FIM-ARQ
               PERFORM 043-LER-PORCOR THRU 043-FIM-LER-PORCOR
                   UNTIL WS-FIM-ARQ = 'S'
               CLOSE ARQ-PORCOR
               IF WS-CT-SECAO = ZEROS
                   MOVE  "NENHUM REGISTRO"  TO  WS-MSG-TEXTO
                   PERFORM 047-IMPRIMIR-MENSAGEM
               END-IF
           END-IF
           .
       043-LER-PORCOR.

           READ ARQ-PORCOR INTO REG-PORTAL
               AT END
                   MOVE 'S'  TO  WS-FIM-ARQ
               NOT AT END
                   PERFORM 044-EDITAR-LINHA-PORTAL
           END-READ
           .
       043-FIM-LER-PORCOR.
           EXIT.
      *--------------------------------------------------------------*
      *    IMPRIMIR O DETALHE "D" DO PORTAL OU DA CORRECAO SE FOR    *
      *    DO TITULAR (HEADER E TRAILER NAO TEM RA)                  *
      *--------------------------------------------------------------*
       044-EDITAR-LINHA-PORTAL.

           IF POR-TIPO-REG = "D" AND POR-RA = WS-RA-TITULAR
               MOVE  POR-PERIODO     TO  WS-LPO-PERIODO
               MOVE  POR-NR-DPTO     TO  WS-LPO-NR-DPTO
               MOVE  POR-NR-DISC     TO  WS-LPO-NR-DISC
               MOVE  POR-NOTA(1)     TO  WS-LPO-NOTA-1
               MOVE  POR-NOTA(2)     TO  WS-LPO-NOTA-2
               MOVE  POR-NOTA(3)     TO  WS-LPO-NOTA-3
               MOVE  POR-NOTA(4)     TO  WS-LPO-NOTA-4
               MOVE  POR-MEDIA       TO  WS-LPO-MEDIA
               MOVE  POR-SITUACAO    TO  WS-LPO-SITUACAO
               MOVE  POR-FREQUENCIA  TO  WS-LPO-FREQUENCIA
               MOVE  WS-LIN-PORTAL  TO  REG-RELLGP
               PERFORM 045-GRAVAR-LINHA
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE DETALHE (JA MOVIDA PARA REG-RELLGP),  *
      *    QUEBRANDO A FOLHA COM O TITULO E AS COLUNAS DA SECAO      *
      *--------------------------------------------------------------*
       045-GRAVAR-LINHA.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               MOVE  REG-RELLGP  TO  WS-LIN-GUARDADA
               PERFORM 070-IMPRIMIR-CABECALHO
               PERFORM 046-IMPRIMIR-SECAO
               MOVE  WS-LIN-GUARDADA  TO  REG-RELLGP
           END-IF

           WRITE REG-RELLGP
           ADD   1  TO  WS-CT-LINHAS

           IF WS-LINHA-REGISTRO
               ADD   1  TO  WS-CT-SECAO
               ADD   1  TO  WS-CT-REG-TITULAR
               ADD   1  TO  WS-CT-REG-LISTADOS
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O TITULO E AS COLUNAS DA SECAO CORRENTE          *
      *--------------------------------------------------------------*
       046-IMPRIMIR-SECAO.

           IF WS-CT-LINHAS + 5 >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           MOVE  SPACES  TO  REG-RELLGP
           WRITE REG-RELLGP
           WRITE REG-RELLGP FROM WS-LIN-SECAO
           ADD   2  TO  WS-CT-LINHAS

           IF WS-COLUNAS-SECAO NOT = SPACES
               WRITE REG-RELLGP FROM WS-COLUNAS-SECAO
               ADD   1  TO  WS-CT-LINHAS
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA MENSAGEM NA SECAO (SEM REGISTRO, ARQUIVO NAO *
      *    DISPONIVEL, RA NAO CADASTRADO)                            *
      *--------------------------------------------------------------*
       047-IMPRIMIR-MENSAGEM.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           WRITE REG-RELLGP FROM WS-LIN-MENSAGEM
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO DO ATENDIMENTO DO TITULAR               *
      *--------------------------------------------------------------*
       048-GRAVAR-ATENDIMENTO.

           ACCEPT WS-HORA-SISTEMA FROM TIME

           MOVE  WS-RA-TITULAR      TO  LGP-RA
           MOVE  WS-DATA-SISTEMA    TO  LGP-DATA
           MOVE  WS-HORA-HHMMSS     TO  LGP-HORA
           MOVE  WS-FOLHAS-TITULAR  TO  LGP-QTD-FOLHAS
           MOVE  WS-CT-REG-TITULAR  TO  LGP-QTD-REGISTROS
           MOVE  WS-FL-CADASTRADO   TO  LGP-FL-CADASTRADO
           WRITE REG-LOGLGPD
           .
      *--------------------------------------------------------------*
      *    EDITAR DATA (AAAAMMDD) E HORA (HHMMSS) DE UM CARIMBO      *
      *--------------------------------------------------------------*
       049-EDITAR-DATA-HORA.

           MOVE  WS-DAX-DD    TO  WS-DED-DD
           MOVE  WS-DAX-MM    TO  WS-DED-MM
           MOVE  WS-DAX-AAAA  TO  WS-DED-AAAA
           MOVE  WS-HAX-HH    TO  WS-HED-HH
           MOVE  WS-HAX-MM    TO  WS-HED-MM
           MOVE  WS-HAX-SS    TO  WS-HED-SS
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               MOVE  ZEROS  TO  WS-RA-TITULAR
               PERFORM 060-GERAR-RESUMO

               CLOSE ARQ-PEDLGPD
               CLOSE ARQ-CADALU
               CLOSE ARQ-HISTORICO
               CLOSE ARQ-RELLGP
               CLOSE ARQ-LOGLGPD
               IF WS-INDICE-DISPONIVEL
                   CLOSE ARQ-AUDIDX
               END-IF

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-PEDIDOS = ZEROS
                       MOVE  04   TO  WS-COD-RETORNO
                   END-IF
               END-IF
           END-IF

           PERFORM 055-GRAVAR-FIM-RUNLOG

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "TITULARES ATENDIDOS    = " WS-CT-PEDIDOS
           DISPLAY "RA NAO CADASTRADOS     = " WS-CT-NAO-CADASTRADOS
           DISPLAY "REGISTROS LISTADOS     = " WS-CT-REG-LISTADOS
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG22M"
           .
      *--------------------------------------------------------------*
      *    GRAVAR O REGISTRO "F" DESTA EXECUCAO NO DIARIO E FECHA-LO *
      *--------------------------------------------------------------*
       055-GRAVAR-FIM-RUNLOG.

           IF WS-FL-RUNLOG-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RUNLOG
               MOVE  "F"               TO  RUN-TIPO-REG
               MOVE  "CGPRG22M"        TO  RUN-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RUN-DATA
               MOVE  WS-HORA-HHMMSS    TO  RUN-HORA
               MOVE  WS-MODO-EXECUCAO  TO  RUN-MODO
               MOVE  WS-CT-PEDIDOS     TO  RUN-QTD-PROCESSADOS
               MOVE  WS-CT-NAO-CADASTRADOS TO RUN-QTD-REJEITADOS
               MOVE  WS-COD-RETORNO    TO  RUN-COD-RETORNO
               WRITE REG-RUNLOG
               CLOSE ARQ-RUNLOG
           END-IF
           .
      *--------------------------------------------------------------*
      *    GERAR O BLOCO DE RESUMO DO ATENDIMENTO, EM FOLHA PROPRIA  *
      *--------------------------------------------------------------*
       060-GERAR-RESUMO.

           MOVE  "RESUMO DO ATENDIMENTO"  TO  WS-CRO-TEXTO
           PERFORM 070-IMPRIMIR-CABECALHO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "TITULARES ATENDIDOS"             TO  WS-RES-ROTULO
           MOVE  WS-CT-PEDIDOS                     TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELLGP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "RA NAO CADASTRADOS"              TO  WS-RES-ROTULO
           MOVE  WS-CT-NAO-CADASTRADOS             TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELLGP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "REGISTROS LISTADOS"              TO  WS-RES-ROTULO
           MOVE  WS-CT-REG-LISTADOS                TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELLGP FROM WS-REG-RESUMO

           MOVE  SPACES                            TO  WS-REG-RESUMO
           MOVE  "FOLHAS IMPRESSAS"                TO  WS-RES-ROTULO
           MOVE  WS-NR-PAGINA                      TO  WS-ED-QTD
           MOVE  WS-ED-QTD                         TO  WS-RES-VALOR
           WRITE REG-RELLGP FROM WS-REG-RESUMO
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA: NA FOLHA DE UM TITULAR    *
      *    SAI O RA E A FOLHA DELE, QUE VAI PARA O ATENDIMENTO       *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELLGP
               WRITE REG-RELLGP
           END-IF

           WRITE REG-RELLGP FROM WS-CAB-TITULO
           IF WS-RA-TITULAR = ZEROS
               WRITE REG-RELLGP FROM WS-CAB-ROSTO
           ELSE
               ADD   1                  TO  WS-FOLHAS-TITULAR
               MOVE  WS-RA-TITULAR      TO  WS-CTI-RA
               MOVE  WS-FOLHAS-TITULAR  TO  WS-CTI-FOLHA
               WRITE REG-RELLGP FROM WS-CAB-TITULAR
           END-IF
           WRITE REG-RELLGP FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG22M <-------------------*

       IDENTIFICATION DIVISION.
      *=======================*
       PROGRAM-ID.   CGPRG17M.
      * AUTOR .........: MARIA DA CONCEICAO NUNES.
      * DATA DE CRIACAO: 15/10/2026.
      *--------------------------------------------------------------*
      * HISTORICO DE ALTERACOES                                      *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - PROGRAMA CRIADO. MANUTENCAO BATCH DO        *
      *                  CALENDARIO ACADEMICO (ARQ-CALEND, COPY      *
      *                  CALEREG), NOS MOLDES DO CGPRG06M: LE O      *
      *                  ARQUIVO DE TRANSACOES DA SECRETARIA         *
      *                  (ARQ-MOVCAL, UMA TRANSACAO POR REGISTRO,    *
      *                  CHAVEADA POR PERIODO: INCLUSAO DE PERIODO,  *
      *                  ALTERACAO DE DATAS E ABERTURA DA JANELA DE  *
      *                  EXAME) E APLICA CADA UMA AO CALENDARIO,     *
      *                  CONFERINDO AS DATAS E A ORDEM ENTRE ELAS. O *
      *                  ENCERRAMENTO DO PERIODO NAO E FEITO AQUI, E *
      *                  SIM PELO CGPRG18M, DEPOIS DAS CONFERENCIAS  *
      *                  DE FECHAMENTO. TODA TRANSACAO ACEITA OU     *
      *                  REJEITADA SAI NO RELATORIO ARQ-RELCAL.      *
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
           SELECT ARQ-MOVCAL      ASSIGN TO "MOVCAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-MOVCAL.
           SELECT ARQ-CALEND      ASSIGN TO "CALEND"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-RELCAL      ASSIGN TO "RELCAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RELCAL.

       DATA DIVISION.
      *=============*
       FILE SECTION.
      *------------*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> TRANSACOES DO CALENDARIO: UMA POR REGISTRO, CHAVEADA POR
      *       PERIODO. DATAS NO FORMATO AAAAMMDD; NA ALTERACAO E NA
      *       ABERTURA DO EXAME, DATA ZERADA MANTEM A DATA JA GRAVADA.
       FD  ARQ-MOVCAL
           LABEL RECORD STANDARD.
       01  REG-MOVCAL.
           05 MVC-TIPO-TRANS        PIC X(01).
               88 MVC-TRANS-INCLUSAO         VALUE "I".
               88 MVC-TRANS-DATAS            VALUE "D".
               88 MVC-TRANS-EXAME            VALUE "E".
           05 MVC-PERIODO           PIC 9(05).
           05 MVC-DT-INICIO         PIC 9(08).
           05 MVC-DT-FIM-AULAS      PIC 9(08).
           05 MVC-DT-INICIO-EXAME   PIC 9(08).
           05 MVC-DT-FIM-EXAME      PIC 9(08).

      *-----> CALENDARIO ACADEMICO (INDEXADO POR PERIODO), MANTIDO POR
      *       ESTE PROGRAMA E CONSULTADO PELOS PROGRAMAS DE POSTAGEM
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

       FD  ARQ-RELCAL
           LABEL RECORD STANDARD.
       01  REG-RELCAL               PIC X(132).

       WORKING-STORAGE SECTION.
      *-----------------------*

      *-----> AREA AUXILIAR
       77  WS-FIM                 PIC X(01) VALUE "N".
       77  WS-FL-ARQS-OK          PIC X(01) VALUE "S".
           88 WS-ARQS-OK                    VALUE "S".
           88 WS-ARQS-COM-ERRO              VALUE "N".
       77  WS-FL-TRANS-OK         PIC X(01) VALUE "S".
           88 WS-TRANS-VALIDA               VALUE "S".
           88 WS-TRANS-INVALIDA             VALUE "N".
       77  WS-COD-RETORNO         PIC 99    VALUE ZEROS.
       77  WS-CT-TRANS-LIDAS      PIC 9(05) VALUE ZEROS.
       77  WS-CT-ACEITAS          PIC 9(05) VALUE ZEROS.
       77  WS-CT-REJEITADAS       PIC 9(05) VALUE ZEROS.
       77  WS-MOTIVO-REJEICAO     PIC X(16) VALUE SPACES.
       77  WS-FS-MOVCAL           PIC X(02) VALUE "00".
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-RELCAL           PIC X(02) VALUE "00".

      *-----> DATA EM CONFERENCIA OU EDICAO (AAAAMMDD) E A MESMA DATA
      *       EDITADA DD/MM/AAAA PARA O RELATORIO
       01  WS-DATA-AUX            PIC 9(08).
       01  FILLER                 REDEFINES WS-DATA-AUX.
           05 WS-DATA-AUX-AAAA     PIC 9(04).
           05 WS-DATA-AUX-MM       PIC 9(02).
           05 WS-DATA-AUX-DD       PIC 9(02).
       77  WS-DATA-AUX-ED         PIC X(10).

      *-----> DATAS A IMPRIMIR NA LINHA DA TRANSACAO: AS GRAVADAS NO
      *       CALENDARIO (ACEITA) OU AS RECEBIDAS (REJEITADA)
       01  WS-DATAS-LINHA.
           05 WS-LIN-DT-INICIO      PIC 9(08).
           05 WS-LIN-DT-FIM-AULAS   PIC 9(08).
           05 WS-LIN-DT-INI-EXAME   PIC 9(08).
           05 WS-LIN-DT-FIM-EXAME   PIC 9(08).

      *-----> LINHA DE DETALHE DO RELATORIO DE MANUTENCAO
       01  WS-REG-RELCAL.
           05 WS-REL-TRANS        PIC X(14).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-PERIODO      PIC 9(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-SIT          PIC X(03).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-DT-INICIO    PIC X(10).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-DT-FIM-AULAS PIC X(10).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-DT-INI-EXAME PIC X(10).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-DT-FIM-EXAME PIC X(10).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-RESULTADO    PIC X(09).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-MOTIVO       PIC X(16).
           05 FILLER              PIC X(29)       VALUE SPACES.

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
           05 FILLER              PIC X(33)       VALUE SPACES.
           05 FILLER              PIC X(34)       VALUE
                   "MANUTENCAO DO CALENDARIO ACADEMICO".
           05 FILLER              PIC X(34)       VALUE SPACES.
           05 FILLER              PIC X(06)       VALUE "DATA: ".
           05 WS-CAB-DATA         PIC X(10).
           05 FILLER              PIC X(04)       VALUE SPACES.
           05 FILLER              PIC X(08)       VALUE "PAGINA: ".
           05 WS-CAB-PAGINA       PIC ZZ9.

      *-----> COLUNAS ALINHADAS BYTE A BYTE COM WS-REG-RELCAL (132)
       01  WS-CAB-COLUNAS.
           05 FILLER              PIC X(14)       VALUE "TRANSACAO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(05)       VALUE "PER.".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(03)       VALUE "SIT".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "INICIO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "FIM AULAS".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "INI. EXAME".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(10)       VALUE "FIM EXAME".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(09)       VALUE "RESULTADO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(16)       VALUE "MOTIVO".
           05 FILLER              PIC X(29)       VALUE SPACES.

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

           DISPLAY "** PROGRAMA 17 - MANUTENCAO DO CALENDARIO "
                   "ACADEMICO **"

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD
           STRING WS-DATA-DD   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-MM   DELIMITED BY SIZE
                  "/"          DELIMITED BY SIZE
                  WS-DATA-AAAA DELIMITED BY SIZE
                  INTO WS-DATA-EXECUCAO
           MOVE  WS-DATA-EXECUCAO  TO  WS-CAB-DATA

           OPEN INPUT  ARQ-MOVCAL
           OPEN OUTPUT ARQ-RELCAL

           PERFORM 013-ABRIR-CALENDARIO

           IF WS-FS-MOVCAL NOT = "00" OR
              WS-FS-CALEND NOT = "00" OR
              WS-FS-RELCAL NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "MOVCAL="    WS-FS-MOVCAL
                       " CALEND="   WS-FS-CALEND
                       " RELCAL="   WS-FS-RELCAL
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
           ELSE
               PERFORM 020-LER-MOVIMENTO
           END-IF
           .
      *--------------------------------------------------------------*
      *    ABRIR O CALENDARIO, CRIANDO O ARQUIVO SE PRECISO (PRIMEIRO*
      *    PERIODO CADASTRADO), COMO O CGPRG06M FAZ COM O CADASTRO   *
      *--------------------------------------------------------------*
       013-ABRIR-CALENDARIO.

           OPEN I-O ARQ-CALEND

           IF WS-FS-CALEND = "35"
               OPEN OUTPUT ARQ-CALEND
               CLOSE       ARQ-CALEND
               OPEN I-O    ARQ-CALEND
           END-IF
           .
      *--------------------------------------------------------------*
      *    LER UMA TRANSACAO DO ARQUIVO DE MOVIMENTO                 *
      *--------------------------------------------------------------*
       020-LER-MOVIMENTO.

           READ ARQ-MOVCAL
               AT END
                   MOVE 'S'  TO  WS-FIM
               NOT AT END
                   ADD  1  TO  WS-CT-TRANS-LIDAS
           END-READ
           .
      *--------------------------------------------------------------*
      *    PROCESSAR UMA TRANSACAO CONFORME O TIPO                   *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE  'S'     TO  WS-FL-TRANS-OK
           MOVE  SPACES  TO  WS-MOTIVO-REJEICAO

           EVALUATE TRUE
               WHEN MVC-PERIODO = ZEROS
                   MOVE  "PERIODO INVALIDO" TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADA
               WHEN MVC-TRANS-INCLUSAO
                   PERFORM 031-INCLUIR-PERIODO
               WHEN MVC-TRANS-DATAS        OR
                    MVC-TRANS-EXAME
                   PERFORM 032-ALTERAR-PERIODO
               WHEN OTHER
                   MOVE  "TIPO INVALIDO"  TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADA
           END-EVALUATE

           PERFORM 020-LER-MOVIMENTO
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM PERIODO NOVO NO CALENDARIO (SITUACAO ABERTO).  *
      *    INICIO E FIM DAS AULAS SAO OBRIGATORIOS; AS DATAS DO      *
      *    EXAME PODEM VIR DEPOIS, NA ALTERACAO OU NA ABERTURA DA    *
      *    JANELA DE EXAME                                           *
      *--------------------------------------------------------------*
       031-INCLUIR-PERIODO.

           MOVE  MVC-PERIODO  TO  CAL-PERIODO

           READ ARQ-CALEND
               INVALID KEY
                   MOVE  MVC-PERIODO          TO  CAL-PERIODO
                   MOVE  "A"                  TO  CAL-STATUS
                   MOVE  MVC-DT-INICIO        TO  CAL-DT-INICIO
                   MOVE  MVC-DT-FIM-AULAS     TO  CAL-DT-FIM-AULAS
                   MOVE  MVC-DT-INICIO-EXAME  TO  CAL-DT-INICIO-EXAME
                   MOVE  MVC-DT-FIM-EXAME     TO  CAL-DT-FIM-EXAME
                   MOVE  ZEROS                TO  CAL-DT-FECHAMENTO
                   PERFORM 035-CONFERIR-DATAS
                   IF WS-TRANS-VALIDA
                       WRITE REG-CALENDARIO
                       PERFORM 040-IMPRIMIR-ACEITA
                   ELSE
                       PERFORM 033-IMPRIMIR-REJEITADA
                   END-IF
               NOT INVALID KEY
                   MOVE  "PERIODO JA EXIST"  TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADA
           END-READ
           .
      *--------------------------------------------------------------*
      *    ALTERAR UM PERIODO JA CADASTRADO (DATAS OU ABERTURA DA    *
      *    JANELA DE EXAME)                                          *
      *--------------------------------------------------------------*
       032-ALTERAR-PERIODO.

           MOVE  MVC-PERIODO  TO  CAL-PERIODO

           READ ARQ-CALEND
               INVALID KEY
                   MOVE  "PERIODO INEXIST."  TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADA
               NOT INVALID KEY
                   PERFORM 034-APLICAR-ALTERACAO
                   IF WS-TRANS-VALIDA
                       REWRITE REG-CALENDARIO
                       PERFORM 040-IMPRIMIR-ACEITA
                   ELSE
                       PERFORM 033-IMPRIMIR-REJEITADA
                   END-IF
           END-READ
           .
      *--------------------------------------------------------------*
      *    APLICAR A ALTERACAO PEDIDA SOBRE O REGISTRO LIDO DO       *
      *    CALENDARIO, VALIDANDO AS REGRAS DE CADA TIPO DE TRANSACAO.*
      *    PERIODO ENCERRADO NAO SE ALTERA MAIS; A JANELA DE EXAME SO*
      *    SE ABRE SOBRE PERIODO ABERTO E COM AS DUAS DATAS DO EXAME *
      *--------------------------------------------------------------*
       034-APLICAR-ALTERACAO.

           EVALUATE TRUE
               WHEN CAL-PERIODO-FECHADO
                   MOVE  'N'               TO  WS-FL-TRANS-OK
                   MOVE  "PERIODO FECHADO" TO  WS-MOTIVO-REJEICAO
               WHEN MVC-TRANS-DATAS
                   IF MVC-DT-INICIO       = ZEROS AND
                      MVC-DT-FIM-AULAS    = ZEROS AND
                      MVC-DT-INICIO-EXAME = ZEROS AND
                      MVC-DT-FIM-EXAME    = ZEROS
                       MOVE  'N'               TO  WS-FL-TRANS-OK
                       MOVE  "NENHUMA DATA"    TO  WS-MOTIVO-REJEICAO
                   ELSE
                       PERFORM 037-APLICAR-DATAS
                       PERFORM 035-CONFERIR-DATAS
                   END-IF
               WHEN MVC-TRANS-EXAME
                   IF CAL-PERIODO-ABERTO
                       PERFORM 037-APLICAR-DATAS
                       PERFORM 035-CONFERIR-DATAS
                       IF WS-TRANS-VALIDA
                           IF CAL-DT-INICIO-EXAME = ZEROS OR
                              CAL-DT-FIM-EXAME    = ZEROS
                               MOVE  'N'  TO  WS-FL-TRANS-OK
                               MOVE  "DATAS EXAME AUS." TO
                                                 WS-MOTIVO-REJEICAO
                           ELSE
                               MOVE  "E"  TO  CAL-STATUS
                           END-IF
                       END-IF
                   ELSE
                       MOVE  'N'               TO  WS-FL-TRANS-OK
                       MOVE  "PERIODO NAO ABER" TO WS-MOTIVO-REJEICAO
                   END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR AS DATAS DO REGISTRO A GRAVAR: INICIO E FIM DAS  *
      *    AULAS OBRIGATORIOS, TODA DATA INFORMADA VALIDA E A ORDEM  *
      *    INICIO < FIM DAS AULAS <= INICIO DO EXAME <= FIM DO EXAME *
      *--------------------------------------------------------------*
       035-CONFERIR-DATAS.

           IF CAL-DT-INICIO = ZEROS OR CAL-DT-FIM-AULAS = ZEROS
               MOVE  'N'                TO  WS-FL-TRANS-OK
               MOVE  "DATA OBRIGATORIA" TO  WS-MOTIVO-REJEICAO
           ELSE
               MOVE  CAL-DT-INICIO     TO  WS-DATA-AUX
               PERFORM 036-CONFERIR-UMA-DATA
               MOVE  CAL-DT-FIM-AULAS  TO  WS-DATA-AUX
               PERFORM 036-CONFERIR-UMA-DATA
               IF CAL-DT-INICIO-EXAME NOT = ZEROS
                   MOVE  CAL-DT-INICIO-EXAME  TO  WS-DATA-AUX
                   PERFORM 036-CONFERIR-UMA-DATA
               END-IF
               IF CAL-DT-FIM-EXAME NOT = ZEROS
                   MOVE  CAL-DT-FIM-EXAME     TO  WS-DATA-AUX
                   PERFORM 036-CONFERIR-UMA-DATA
               END-IF
           END-IF

           IF WS-TRANS-VALIDA
               IF CAL-DT-FIM-AULAS NOT > CAL-DT-INICIO
                   MOVE  'N'                TO  WS-FL-TRANS-OK
                   MOVE  "DATAS FORA ORDEM" TO  WS-MOTIVO-REJEICAO
               END-IF
               IF CAL-DT-INICIO-EXAME NOT = ZEROS AND
                  CAL-DT-INICIO-EXAME < CAL-DT-FIM-AULAS
                   MOVE  'N'                TO  WS-FL-TRANS-OK
                   MOVE  "DATAS FORA ORDEM" TO  WS-MOTIVO-REJEICAO
               END-IF
               IF CAL-DT-FIM-EXAME NOT = ZEROS AND
                  (CAL-DT-INICIO-EXAME = ZEROS OR
                   CAL-DT-FIM-EXAME < CAL-DT-INICIO-EXAME)
                   MOVE  'N'                TO  WS-FL-TRANS-OK
                   MOVE  "DATAS FORA ORDEM" TO  WS-MOTIVO-REJEICAO
               END-IF
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR UMA DATA AAAAMMDD (MES 01 A 12, DIA 01 A 31)     *
      *--------------------------------------------------------------*
       036-CONFERIR-UMA-DATA.

           IF WS-DATA-AUX-AAAA < 1900 OR
              WS-DATA-AUX-MM   < 01   OR
              WS-DATA-AUX-MM   > 12   OR
              WS-DATA-AUX-DD   < 01   OR
              WS-DATA-AUX-DD   > 31
               MOVE  'N'              TO  WS-FL-TRANS-OK
               MOVE  "DATA INVALIDA"  TO  WS-MOTIVO-REJEICAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    SUBSTITUIR AS DATAS GRAVADAS PELAS INFORMADAS NA          *
      *    TRANSACAO (DATA ZERADA MANTEM A JA GRAVADA)               *
      *--------------------------------------------------------------*
       037-APLICAR-DATAS.

           IF MVC-DT-INICIO NOT = ZEROS
               MOVE  MVC-DT-INICIO        TO  CAL-DT-INICIO
           END-IF
           IF MVC-DT-FIM-AULAS NOT = ZEROS
               MOVE  MVC-DT-FIM-AULAS     TO  CAL-DT-FIM-AULAS
           END-IF
           IF MVC-DT-INICIO-EXAME NOT = ZEROS
               MOVE  MVC-DT-INICIO-EXAME  TO  CAL-DT-INICIO-EXAME
           END-IF
           IF MVC-DT-FIM-EXAME NOT = ZEROS
               MOVE  MVC-DT-FIM-EXAME     TO  CAL-DT-FIM-EXAME
           END-IF
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA TRANSACAO ACEITA, COM A IMAGEM FINAL DO      *
      *    REGISTRO GRAVADO NO CALENDARIO                            *
      *--------------------------------------------------------------*
       040-IMPRIMIR-ACEITA.

           ADD   1  TO  WS-CT-ACEITAS

           PERFORM 041-DESCREVER-TRANSACAO

           MOVE  CAL-PERIODO          TO  WS-REL-PERIODO
           MOVE  CAL-STATUS           TO  WS-REL-SIT
           MOVE  CAL-DT-INICIO        TO  WS-LIN-DT-INICIO
           MOVE  CAL-DT-FIM-AULAS     TO  WS-LIN-DT-FIM-AULAS
           MOVE  CAL-DT-INICIO-EXAME  TO  WS-LIN-DT-INI-EXAME
           MOVE  CAL-DT-FIM-EXAME     TO  WS-LIN-DT-FIM-EXAME
           PERFORM 043-EDITAR-DATAS-LINHA
           MOVE  "ACEITA"             TO  WS-REL-RESULTADO
           MOVE  SPACES               TO  WS-REL-MOTIVO

           PERFORM 042-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR UMA TRANSACAO REJEITADA COM O MOTIVO, NA IMAGEM  *
      *    RECEBIDA DA SECRETARIA                                    *
      *--------------------------------------------------------------*
       033-IMPRIMIR-REJEITADA.

           ADD   1  TO  WS-CT-REJEITADAS

           PERFORM 041-DESCREVER-TRANSACAO

           MOVE  MVC-PERIODO          TO  WS-REL-PERIODO
           MOVE  SPACES               TO  WS-REL-SIT
           MOVE  MVC-DT-INICIO        TO  WS-LIN-DT-INICIO
           MOVE  MVC-DT-FIM-AULAS     TO  WS-LIN-DT-FIM-AULAS
           MOVE  MVC-DT-INICIO-EXAME  TO  WS-LIN-DT-INI-EXAME
           MOVE  MVC-DT-FIM-EXAME     TO  WS-LIN-DT-FIM-EXAME
           PERFORM 043-EDITAR-DATAS-LINHA
           MOVE  "REJEITADA"          TO  WS-REL-RESULTADO
           MOVE  WS-MOTIVO-REJEICAO   TO  WS-REL-MOTIVO

           PERFORM 042-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
      *    DESCREVER O TIPO DA TRANSACAO NA COLUNA DO RELATORIO      *
      *--------------------------------------------------------------*
       041-DESCREVER-TRANSACAO.

           EVALUATE TRUE
               WHEN MVC-TRANS-INCLUSAO
                   MOVE  "INCLUSAO"        TO  WS-REL-TRANS
               WHEN MVC-TRANS-DATAS
                   MOVE  "ALTER. DATAS"    TO  WS-REL-TRANS
               WHEN MVC-TRANS-EXAME
                   MOVE  "ABERTURA EXAME"  TO  WS-REL-TRANS
               WHEN OTHER
                   MOVE  MVC-TIPO-TRANS    TO  WS-REL-TRANS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE DETALHE NO RELATORIO DE MANUTENCAO    *
      *--------------------------------------------------------------*
       042-GRAVAR-LINHA.

           IF WS-CT-LINHAS >= WS-MAX-LINHAS
               PERFORM 070-IMPRIMIR-CABECALHO
           END-IF

           WRITE REG-RELCAL FROM WS-REG-RELCAL
           ADD   1  TO  WS-CT-LINHAS
           .
      *--------------------------------------------------------------*
      *    EDITAR AS QUATRO DATAS DA LINHA EM DD/MM/AAAA             *
      *--------------------------------------------------------------*
       043-EDITAR-DATAS-LINHA.

           MOVE  WS-LIN-DT-INICIO     TO  WS-DATA-AUX
           PERFORM 044-EDITAR-DATA
           MOVE  WS-DATA-AUX-ED       TO  WS-REL-DT-INICIO

           MOVE  WS-LIN-DT-FIM-AULAS  TO  WS-DATA-AUX
           PERFORM 044-EDITAR-DATA
           MOVE  WS-DATA-AUX-ED       TO  WS-REL-DT-FIM-AULAS

           MOVE  WS-LIN-DT-INI-EXAME  TO  WS-DATA-AUX
           PERFORM 044-EDITAR-DATA
           MOVE  WS-DATA-AUX-ED       TO  WS-REL-DT-INI-EXAME

           MOVE  WS-LIN-DT-FIM-EXAME  TO  WS-DATA-AUX
           PERFORM 044-EDITAR-DATA
           MOVE  WS-DATA-AUX-ED       TO  WS-REL-DT-FIM-EXAME
           .
      *--------------------------------------------------------------*
      *    EDITAR UMA DATA AAAAMMDD EM DD/MM/AAAA (ZERADA SAI EM     *
      *    BRANCO)                                                   *
      *--------------------------------------------------------------*
       044-EDITAR-DATA.

           MOVE  SPACES  TO  WS-DATA-AUX-ED

           IF WS-DATA-AUX NOT = ZEROS
               STRING WS-DATA-AUX-DD   DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      WS-DATA-AUX-MM   DELIMITED BY SIZE
                      "/"              DELIMITED BY SIZE
                      WS-DATA-AUX-AAAA DELIMITED BY SIZE
                      INTO WS-DATA-AUX-ED
           END-IF
           .
      *--------------------------------------------------------------*
      *    PROCEDIMENTOS FINAIS                                      *
      *--------------------------------------------------------------*
       050-TERMINAR.

           IF WS-ARQS-OK
               CLOSE ARQ-MOVCAL
               CLOSE ARQ-CALEND
               CLOSE ARQ-RELCAL

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-TRANS-LIDAS = ZEROS
                       MOVE  04   TO  WS-COD-RETORNO
                   ELSE
                       IF WS-CT-ACEITAS = ZEROS
                           MOVE  12   TO  WS-COD-RETORNO
                       END-IF
                   END-IF
               END-IF
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "TRANSACOES LIDAS       = " WS-CT-TRANS-LIDAS
           DISPLAY "TRANSACOES ACEITAS     = " WS-CT-ACEITAS
           DISPLAY "TRANSACOES REJEITADAS  = " WS-CT-REJEITADAS
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG17M"
           .
      *--------------------------------------------------------------*
      *    IMPRIMIR O CABECALHO DE PAGINA DA LISTAGEM                *
      *--------------------------------------------------------------*
       070-IMPRIMIR-CABECALHO.

           ADD   1               TO   WS-NR-PAGINA
           MOVE  WS-NR-PAGINA    TO   WS-CAB-PAGINA

           IF WS-NR-PAGINA > 1
               MOVE  SPACES  TO  REG-RELCAL
               WRITE REG-RELCAL
           END-IF

           WRITE REG-RELCAL FROM WS-CAB-TITULO
           MOVE  SPACES  TO  REG-RELCAL
           WRITE REG-RELCAL
           WRITE REG-RELCAL FROM WS-CAB-COLUNAS
           WRITE REG-RELCAL FROM WS-CAB-SEPARADOR

           MOVE  ZEROS   TO   WS-CT-LINHAS
           .
      *---------------> FIM DO PROGRAMA CGPRG17M <-------------------*

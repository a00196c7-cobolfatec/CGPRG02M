      *                  MOTIVO PROPRIO: QUEM REPROVOU POR FREQUENCIA *
      *                  NAO TEM DIREITO A RECUPERACAO NEM A EXAME.   *
      *                  IMAGENS DE AUDITORIA ALARGADAS PARA 104.     *
      * 15/10/2026 MCN - INCLUIDO O CALENDARIO ACADEMICO (ARQ-CALEND, *
      *                  COPY CALEREG): A NOTA DE EXAME SO E APLICADA *
      *                  COM O PERIODO DO REGISTRO (EXA-PERIODO) NA   *
      *                  JANELA DE EXAME (SITUACAO E). PERIODO SEM    *
      *                  CALENDARIO, AINDA ABERTO OU JA ENCERRADO     *
      *                  REJEITA O EXAME COM MOTIVO PROPRIO NA        *
      *                  LISTAGEM E GRAVA A RECUSA NO DIARIO DE       *
      *                  RECUSAS (ARQ-RECUSA, COPY RECUREG). A        *
      *                  SITUACAO DO PERIODO E LIDA UMA VEZ A CADA    *
      *                  TROCA DE PERIODO NO ARQUIVO DE EXAMES.       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQ-RUNLOG      ASSIGN TO "RUNLOG"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RUNLOG.
           SELECT ARQ-CALEND      ASSIGN TO "CALEND"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS CAL-PERIODO
                                  FILE STATUS IS WS-FS-CALEND.
           SELECT ARQ-RECUSA      ASSIGN TO "RECUSA"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-RECUSA.

       DATA DIVISION.
      *=============*
           LABEL RECORD STANDARD.
           COPY RUNLREG.

      *-----> CALENDARIO ACADEMICO (COPY CALEREG, INDEXADO POR
      *       PERIODO): O EXAME SO E APLICADO NA JANELA DE EXAME
       FD  ARQ-CALEND
           LABEL RECORD STANDARD.
           COPY CALEREG.

      *-----> DIARIO DE RECUSAS DE POSTAGEM (COPY RECUREG)
       FD  ARQ-RECUSA
           LABEL RECORD STANDARD.
           COPY RECUREG.

       WORKING-STORAGE SECTION.
      *-----------------------*

       77  WS-FL-RUNLOG-ABERTO    PIC X(01) VALUE "N".
       77  WS-MODO-EXECUCAO       PIC X(08) VALUE "EXAME".

      *-----> CALENDARIO ACADEMICO: A SITUACAO DO ULTIMO PERIODO
      *       CONSULTADO FICA GUARDADA (O ARQUIVO DE EXAMES COSTUMA
      *       TRAZER UM SO PERIODO); O MOTIVO CURTO VAI PARA A
      *       LISTAGEM E O LONGO PARA O DIARIO DE RECUSAS, CUJA
      *       FALHA DE ABERTURA E SO AVISO, COMO A DO RUNLOG
       77  WS-FS-CALEND           PIC X(02) VALUE "00".
       77  WS-FS-RECUSA           PIC X(02) VALUE "00".
       77  WS-FL-RECUSA-ABERTO    PIC X(01) VALUE "N".
       77  WS-PERIODO-CALEND      PIC 9(05) VALUE ZEROS.
       77  WS-STATUS-CALEND       PIC X(01) VALUE SPACE.
       77  WS-MOTIVO-CALEND       PIC X(16) VALUE SPACES.
       77  WS-MOTIVO-RECUSA       PIC X(30) VALUE SPACES.
       77  WS-CT-RECUSADOS-CALEND PIC 9(05) VALUE ZEROS.

      *-----> CATALOGO DE DISCIPLINAS CARREGADO NO INICIO (ATE 200
      *       ENTRADAS, COMO NO CGPRG02M): FORNECE O NOME OFICIAL DA
      *       DISCIPLINA DE CADA LINHA; DISCIPLINA FORA DO CATALOGO
           OPEN INPUT  ARQ-EXAMES
           OPEN I-O    ARQ-HISTORICO
           OPEN INPUT  ARQ-DISCIP
           OPEN INPUT  ARQ-CALEND
           OPEN OUTPUT ARQ-RESEXA

      *    A TRILHA DE AUDITORIA E SEMPRE ABERTA COM OPEN EXTEND
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF

      *    O DIARIO DE RECUSAS SEGUE O PADRAO DO RUNLOG: OPEN EXTEND,
      *    CAINDO PARA OPEN OUTPUT, E FALHA DE ABERTURA E SO AVISO.
           OPEN EXTEND ARQ-RECUSA
           IF WS-FS-RECUSA = "35"
               OPEN OUTPUT ARQ-RECUSA
           END-IF
           IF WS-FS-RECUSA = "00"
               MOVE  'S'  TO  WS-FL-RECUSA-ABERTO
           ELSE
               DISPLAY "AVISO: DIARIO DE RECUSAS (RECUSA) NAO "
                       "GRAVADO - " WS-FS-RECUSA
           END-IF

           IF WS-FS-EXAMES    NOT = "00" OR
              WS-FS-HISTORICO NOT = "00" OR
              WS-FS-RESEXA    NOT = "00" OR
              WS-FS-AUDITORIA NOT = "00" OR
              WS-FS-DISCIP    NOT = "00" OR
              WS-FS-CALEND    NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVOS DE ENTRADA/SAIDA"
               DISPLAY "EXAMES="    WS-FS-EXAMES
                       " HISTAL="   WS-FS-HISTORICO
                       " RESEXA="   WS-FS-RESEXA
                       " AUDITAL="  WS-FS-AUDITORIA
                       " DISCIP="   WS-FS-DISCIP
                       " CALEND="   WS-FS-CALEND
               MOVE 'N'   TO  WS-FL-ARQS-OK
               MOVE  16   TO  WS-COD-RETORNO
               MOVE 'S'   TO  WS-FIM
      *--------------------------------------------------------------*
       030-PROCESSAR.

      *    O PERIODO DO EXAME PRECISA ESTAR NA JANELA DE EXAME DO
      *    CALENDARIO ACADEMICO ANTES DE QUALQUER OUTRA CONFERENCIA.
           IF EXA-PERIODO NOT = WS-PERIODO-CALEND
               PERFORM 016-CONSULTAR-CALENDARIO
           END-IF

           IF WS-MOTIVO-CALEND NOT = SPACES
               MOVE  WS-MOTIVO-CALEND  TO  WS-MOTIVO-REJEICAO
               PERFORM 033-IMPRIMIR-REJEITADO
               PERFORM 017-GRAVAR-RECUSA
           ELSE
               IF EXA-NOTA-EXAME < 0,00 OR EXA-NOTA-EXAME > 10,00
                   MOVE  "EXAME INVALIDO: " TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADO
               ELSE
                   PERFORM 031-LOCALIZAR-RECUPERACAO
                   IF WS-ACHOU-RECUPERACAO
                       PERFORM 032-APLICAR-EXAME
                   ELSE
      *                QUEM REPROVOU POR FREQUENCIA NAO TEM DIREITO A
      *                EXAME: O MOTIVO PROPRIO DISTINGUE DO CASO DE
      *                SIMPLESMENTE NAO HAVER RECUPERACAO PENDENTE.
                       IF WS-FL-ACHOU-FALTA = 'S'
                           MOVE  "REPROV POR FALTA" TO
                                                  WS-MOTIVO-REJEICAO
                       ELSE
                           MOVE  "SEM RECUPERACAO " TO
                                                  WS-MOTIVO-REJEICAO
                       END-IF
                       PERFORM 033-IMPRIMIR-REJEITADO
                   END-IF
               END-IF
           END-IF

           PERFORM 020-LER-EXAMES
           .
      *--------------------------------------------------------------*
      *    CONSULTAR NO CALENDARIO ACADEMICO A SITUACAO DO PERIODO   *
      *    DO EXAME: SO A JANELA DE EXAME (SITUACAO E) ACEITA NOTA   *
      *--------------------------------------------------------------*
       016-CONSULTAR-CALENDARIO.

           MOVE  EXA-PERIODO  TO  WS-PERIODO-CALEND
           MOVE  SPACES       TO  WS-MOTIVO-CALEND
                                  WS-MOTIVO-RECUSA
           MOVE  SPACE        TO  WS-STATUS-CALEND

           MOVE  EXA-PERIODO  TO  CAL-PERIODO
           READ ARQ-CALEND
               INVALID KEY
                   MOVE  "PER SEM CALEND. "  TO  WS-MOTIVO-CALEND
                   MOVE  "PERIODO SEM CALENDARIO" TO WS-MOTIVO-RECUSA
               NOT INVALID KEY
                   MOVE  CAL-STATUS  TO  WS-STATUS-CALEND
                   EVALUATE TRUE
                       WHEN CAL-JANELA-EXAME
                           CONTINUE
                       WHEN CAL-PERIODO-ABERTO
                           MOVE  "FORA JANELA EXAM" TO WS-MOTIVO-CALEND
                           MOVE  "PERIODO FORA DA JANELA DE EXAME"
                                                  TO WS-MOTIVO-RECUSA
                       WHEN CAL-PERIODO-FECHADO
                           MOVE  "PERIODO FECHADO " TO WS-MOTIVO-CALEND
                           MOVE  "PERIODO ENCERRADO" TO
                                                     WS-MOTIVO-RECUSA
                       WHEN OTHER
                           MOVE  "CALEND. INVALIDO" TO WS-MOTIVO-CALEND
                           MOVE  "SITUACAO DE CALENDARIO INVALIDA"
                                                  TO WS-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ
           .
      *--------------------------------------------------------------*
      *    GRAVAR NO DIARIO DE RECUSAS O EXAME RECUSADO PELO         *
      *    CALENDARIO (SE O DIARIO ESTIVER ABERTO)                   *
      *--------------------------------------------------------------*
       017-GRAVAR-RECUSA.

           ADD   1  TO  WS-CT-RECUSADOS-CALEND

           IF WS-FL-RECUSA-ABERTO = 'S'
               ACCEPT WS-HORA-SISTEMA FROM TIME
               MOVE  SPACES            TO  REG-RECUSA
               MOVE  "CGPRG04M"        TO  RCS-PROGRAMA
               MOVE  WS-DATA-SISTEMA   TO  RCS-DATA
               MOVE  WS-HORA-HHMMSS    TO  RCS-HORA
               MOVE  EXA-PERIODO       TO  RCS-PERIODO
               MOVE  WS-STATUS-CALEND  TO  RCS-STATUS
               MOVE  EXA-RA            TO  RCS-RA
               MOVE  ZEROS             TO  RCS-NR-DPTO
               MOVE  EXA-NR-DISC       TO  RCS-NR-DISC
               MOVE  WS-MOTIVO-RECUSA  TO  RCS-MOTIVO
               WRITE REG-RECUSA
           END-IF
           .
      *--------------------------------------------------------------*
      *    LOCALIZAR NO HISTORICO O REGISTRO EM RECUPERACAO DO       *
      *    RA/PERIODO INFORMADO NO ARQUIVO DE EXAMES                 *
      *--------------------------------------------------------------*
               CLOSE ARQ-RESEXA
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-DISCIP
               CLOSE ARQ-CALEND

               IF WS-COD-RETORNO = ZEROS
                   IF WS-CT-EXAMES-LIDOS = ZEROS

           PERFORM 055-GRAVAR-FIM-RUNLOG

           IF WS-FL-RECUSA-ABERTO = 'S'
               CLOSE ARQ-RECUSA
           END-IF

           DISPLAY '** FIM EXECUCAO**'

           DISPLAY "EXAMES LIDOS           = " WS-CT-EXAMES-LIDOS
           DISPLAY "APROVADOS NO EXAME     = " WS-CT-APROVADOS
           DISPLAY "REPROVADOS NO EXAME    = " WS-CT-REPROVADOS
           DISPLAY "EXAMES REJEITADOS      = " WS-CT-REJEITADOS
           DISPLAY "RECUSADOS CALENDARIO   = " WS-CT-RECUSADOS-CALEND
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG04M"
           .

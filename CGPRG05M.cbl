      *                  (MODO AUDIT) E "F" NO TERMINO COM OS         *
      *                  CONTADORES E O CODIGO DE RETORNO, COMO NOS   *
      *                  DEMAIS PROGRAMAS DA SUITE.                   *
      * 15/10/2026 MCN - INCLUIDO O INDICE DA TRILHA POR RA           *
      *                  (ARQ-AUDIDX, COPY AUDXREG), RECONSTRUIDO     *
      *                  PELO CGPRG24M A CADA ARQUIVAMENTO: CADA RA   *
      *                  PEDIDO E LIDO DIRETO NO INDICE, QUE ALCANCA  *
      *                  TAMBEM O ARQUIVO MORTO (ARQ-AUDARQ), E DA    *
      *                  TRILHA VIVA SO SE LISTA A CAUDA GRAVADA      *
      *                  DEPOIS DA ULTIMA CONSTRUCAO. NOVA COLUNA     *
      *                  ORIGEM (MORTO OU VIVA). SEM O INDICE A       *
      *                  TRILHA VIVA E LIDA INTEIRA COMO ANTES.       *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
           SELECT ARQ-AUDITORIA   ASSIGN TO "AUDITAL"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDITORIA.
           SELECT ARQ-AUDIDX      ASSIGN TO "AUDIDX"
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS AUX-CHAVE
                                  FILE STATUS IS WS-FS-AUDIDX.
           SELECT ARQ-AUDOUT      ASSIGN TO "AUDOUT"
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FS-AUDOUT.
           LABEL RECORD STANDARD.
           COPY AUDTREG.

      *-----> INDICE DA TRILHA POR RA (COPY AUDXREG), RECONSTRUIDO
      *       PELO CGPRG24M: LEVA DIRETO AOS REGISTROS DO ARQUIVO
      *       MORTO E DA TRILHA VIVA DE CADA RA PEDIDO
       FD  ARQ-AUDIDX
           LABEL RECORD STANDARD.
           COPY AUDXREG.

       FD  ARQ-AUDOUT
           LABEL RECORD STANDARD.
       01  REG-AUDOUT               PIC X(132).
       77  WS-FS-AUDITORIA        PIC X(02) VALUE "00".
       77  WS-FS-AUDOUT           PIC X(02) VALUE "00".

      *-----> INDICE POR RA: SEM ELE (AINDA NAO CONSTRUIDO) A TRILHA
      *       VIVA E LIDA INTEIRA COMO ANTES. COM ELE, DA TRILHA VIVA
      *       SO SE OLHA A CAUDA GRAVADA DEPOIS DA CONSTRUCAO, ALEM
      *       DA QUANTIDADE GUARDADA NO REGISTRO DE CONTROLE
       77  WS-FS-AUDIDX           PIC X(02) VALUE "00".
       77  WS-FIM-INDICE          PIC X(01) VALUE "N".
       77  WS-FL-INDICE           PIC X(01) VALUE "N".
           88 WS-INDICE-DISPONIVEL          VALUE "S".
       77  WS-QTD-VIVA-INDEXADA   PIC 9(09) VALUE ZEROS.
       77  WS-CT-IDX-LIDOS        PIC 9(07) VALUE ZEROS.
       77  WS-ORIGEM-LISTADA      PIC X(07) VALUE SPACES.

      *-----> DIARIO DE EXECUCOES: FALHA DE ABERTURA E SO AVISO (O
      *       DIARIO NAO PODE IMPEDIR O RELATORIO DE AUDITORIA)
       77  WS-FS-RUNLOG           PIC X(02) VALUE "00".
           05 WS-AUD-MEDIA-NOVA   PIC X(05).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AUD-SIT-NOVA     PIC X(12).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-AUD-ORIGEM       PIC X(07).
           05 FILLER              PIC X(16)       VALUE SPACES.

      *-----> CONTROLE DE PAGINACAO DA LISTAGEM (MESMO ESTILO DO
      *       BOLETIM DE NOTAS DO CGPRG02M)
           05 FILLER              PIC X(05)       VALUE "M.NOV".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(12)       VALUE "SIT.NOVA".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(07)       VALUE "ORIGEM".
           05 FILLER              PIC X(16)       VALUE SPACES.

       01  WS-CAB-SEPARADOR.
           05 FILLER              PIC X(132)      VALUE ALL "-".
               IF WS-CT-PEDIDOS = ZEROS
                   MOVE 'S'   TO  WS-FIM
               ELSE
                   PERFORM 016-ABRIR-INDICE
                   IF WS-INDICE-DISPONIVEL
                       PERFORM 017-LISTAR-INDICE
                               THRU 017-FIM-LISTAR-INDICE
                           VARYING WS-IDX-PED FROM 1 BY 1
                           UNTIL WS-IDX-PED > WS-CT-PEDIDOS
                   END-IF
                   MOVE  "VIVA"    TO  WS-ORIGEM-LISTADA
                   PERFORM 020-LER-AUDITORIA
               END-IF
           END-IF
       015-FIM-CARREGAR-PEDIDO.
           EXIT.
      *--------------------------------------------------------------*
      *    ABRIR O INDICE POR RA E LER O REGISTRO DE CONTROLE; SEM   *
      *    INDICE (OU SEM CONTROLE) A TRILHA VIVA E LIDA INTEIRA E O *
      *    ARQUIVO MORTO FICA DE FORA, COM AVISO                     *
      *--------------------------------------------------------------*
       016-ABRIR-INDICE.

           OPEN INPUT ARQ-AUDIDX

           IF WS-FS-AUDIDX = "00"
               MOVE  ZEROS  TO  AUX-RA
                                AUX-SEQUENCIA
               MOVE  "C"    TO  AUX-ORIGEM
               READ ARQ-AUDIDX
                   INVALID KEY
                       DISPLAY "AVISO: INDICE POR RA (AUDIDX) SEM "
                               "REGISTRO DE CONTROLE - " WS-FS-AUDIDX
                       CLOSE ARQ-AUDIDX
                   NOT INVALID KEY
                       MOVE  'S'                TO  WS-FL-INDICE
                       MOVE  AUX-CTL-QTD-VIVA   TO
                                           WS-QTD-VIVA-INDEXADA
               END-READ
           ELSE
               DISPLAY "AVISO: INDICE POR RA (AUDIDX) INDISPONIVEL - "
                       WS-FS-AUDIDX
           END-IF

           IF NOT WS-INDICE-DISPONIVEL
               DISPLAY "AVISO: SO A TRILHA VIVA SERA LIDA, O ARQUIVO "
                       "MORTO (AUDARQ) NAO SERA LISTADO"
           END-IF
           .
      *--------------------------------------------------------------*
      *    LISTAR PELO INDICE AS ENTRADAS DE UM RA PEDIDO (ARQUIVO   *
      *    MORTO PRIMEIRO, DEPOIS A TRILHA VIVA, NA ORDEM DE         *
      *    GRAVACAO)                                                 *
      *--------------------------------------------------------------*
       017-LISTAR-INDICE.

           MOVE  WS-PED-RA(WS-IDX-PED)  TO  AUX-RA
           MOVE  LOW-VALUE              TO  AUX-ORIGEM
           MOVE  ZEROS                  TO  AUX-SEQUENCIA

           START ARQ-AUDIDX KEY IS NOT LESS THAN AUX-CHAVE
               INVALID KEY
                   MOVE 'S'  TO  WS-FIM-INDICE
               NOT INVALID KEY
                   MOVE 'N'  TO  WS-FIM-INDICE
           END-START

           PERFORM 018-LER-INDICE THRU 018-FIM-LER-INDICE
               UNTIL WS-FIM-INDICE = 'S'
           .
       017-FIM-LISTAR-INDICE.
           EXIT.
       018-LER-INDICE.

           READ ARQ-AUDIDX NEXT RECORD
               AT END
                   MOVE 'S'  TO  WS-FIM-INDICE
               NOT AT END
                   IF AUX-RA NOT = WS-PED-RA(WS-IDX-PED)
                       MOVE 'S'  TO  WS-FIM-INDICE
                   ELSE
                       IF NOT AUX-ORIGEM-CONTROLE
                           ADD   1  TO  WS-CT-IDX-LIDOS
                           IF AUX-ORIGEM-ARQUIVO
                               MOVE  "MORTO"    TO  WS-ORIGEM-LISTADA
                           ELSE
                               MOVE  "VIVA"     TO  WS-ORIGEM-LISTADA
                           END-IF
                           MOVE  AUX-IMAGEM-AUDITORIA  TO
                                                   REG-AUDITORIA
                           PERFORM 040-IMPRIMIR-DETALHE
                       END-IF
                   END-IF
           END-READ
           .
       018-FIM-LER-INDICE.
           EXIT.
      *--------------------------------------------------------------*
      *    LER UM REGISTRO DA TRILHA DE AUDITORIA                    *
      *--------------------------------------------------------------*
       020-LER-AUDITORIA.
           END-READ
           .
      *--------------------------------------------------------------*
      *    LISTAR O REGISTRO DE AUDITORIA SE O RA FOI PEDIDO (COM O  *
      *    INDICE, SO OS REGISTROS DA CAUDA AINDA NAO INDEXADA)      *
      *--------------------------------------------------------------*
       030-PROCESSAR.

           MOVE  'N'  TO  WS-FL-RA-PEDIDO
           IF WS-CT-AUD-LIDOS > WS-QTD-VIVA-INDEXADA
               PERFORM 031-PROCURAR-RA THRU 031-FIM-PROCURAR-RA
                   VARYING WS-IDX-PED FROM 1 BY 1
                   UNTIL WS-IDX-PED > WS-CT-PEDIDOS OR
                         WS-RA-FOI-PEDIDO
           END-IF

           IF WS-RA-FOI-PEDIDO
               PERFORM 040-IMPRIMIR-DETALHE
           MOVE  AUD-RA            TO  WS-AUD-RA
           MOVE  AUD-PERIODO       TO  WS-AUD-PERIODO
           MOVE  AUD-NR-DPTO       TO  WS-AUD-NR-DPTO
           MOVE  WS-ORIGEM-LISTADA TO  WS-AUD-ORIGEM

           MOVE  AUD-IMAGEM-DEPOIS TO  WS-IMAGEM-DEPOIS
           MOVE  DEP-NR-DISC       TO  WS-AUD-NR-DISC
               CLOSE ARQ-PEDIDOS
               CLOSE ARQ-AUDITORIA
               CLOSE ARQ-AUDOUT
               IF WS-INDICE-DISPONIVEL
                   CLOSE ARQ-AUDIDX
               END-IF

               IF WS-CT-PEDIDOS = ZEROS
                   MOVE  04   TO  WS-COD-RETORNO

           DISPLAY "PEDIDOS LIDOS          = " WS-CT-PEDIDOS
           DISPLAY "AUDITORIAS LIDAS       = " WS-CT-AUD-LIDOS
           DISPLAY "ENTRADAS DO INDICE     = " WS-CT-IDX-LIDOS
           DISPLAY "AUDITORIAS LISTADAS    = " WS-CT-AUD-LISTADOS
           DISPLAY "CODIGO DE RETORNO      = " WS-COD-RETORNO
           DISPLAY "TERMINO NORMAL DO PROGRAMA CGPRG05M"

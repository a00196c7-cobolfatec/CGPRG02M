      *                  (ARQ-AUDCAD, COPY AUDCREG) COM AS IMAGENS   *
      *                  ANTERIOR E NOVA, NOS MESMOS MOLDES DA       *
      *                  TRILHA DO HISTORICO DO CGPRG02M.            *
      * 15/10/2026 MCN - INCLUIDAS AS TRANSACOES DE E-MAIL (E) E DE  *
      *                  ENDERECO POSTAL (P), QUE REGRAVAM O         *
      *                  CADASTRO E GERAM O REGISTRO A NA TRILHA DE  *
      *                  AUDITORIA COMO AS DEMAIS ALTERACOES. A      *
      *                  INCLUSAO PODE TRAZER O E-MAIL E O ENDERECO, *
      *                  CONFERIDOS DO MESMO JEITO. O REGISTRO DE    *
      *                  MOVIMENTO GANHA OS CAMPOS DE CONTATO, AS    *
      *                  IMAGENS DA TRILHA PASSAM A 218 BYTES E O    *
      *                  RELATORIO GANHA A COLUNA CONTATO.           *
      *--------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *====================*
      *==> LOCAL PARA A FD (DESCRICAO DOS ARQUIVOS)
      *-----> TRANSACOES DE MATRICULA DA SECRETARIA: UMA POR
      *       REGISTRO, CHAVEADA POR RA. NOME E DEPARTAMENTO SO SAO
      *       EXIGIDOS NAS TRANSACOES QUE OS USAM; O E-MAIL E O
      *       ENDERECO SO NAS SUAS ALTERACOES, E NA INCLUSAO SAO
      *       OPCIONAIS (QUANDO VEM, SAO CONFERIDOS DO MESMO JEITO).
       FD  ARQ-MOVALU
           LABEL RECORD STANDARD.
       01  REG-MOVALU.
               88 MOV-TRANS-TRANSFER         VALUE "D".
               88 MOV-TRANS-TRANCAMENTO      VALUE "T".
               88 MOV-TRANS-CANCELAMENTO     VALUE "C".
               88 MOV-TRANS-EMAIL            VALUE "E".
               88 MOV-TRANS-ENDERECO         VALUE "P".
           05 MOV-RA                PIC 9(13).
           05 MOV-NOME              PIC A(30).
           05 MOV-NR-DPTO           PIC 9(04).
           05 MOV-EMAIL             PIC X(60).
           05 MOV-ENDERECO.
               10 MOV-LOGRADOURO    PIC X(50).
               10 MOV-BAIRRO        PIC X(25).
               10 MOV-CIDADE        PIC X(25).
               10 MOV-UF            PIC X(02).
               10 MOV-CEP           PIC 9(08).

      *-----> CADASTRO OFICIAL DE ALUNOS (INDEXADO POR RA), MANTIDO
      *       POR ESTE PROGRAMA E CONSULTADO PELO CGPRG02M
       77  WS-CT-ACEITAS          PIC 9(05) VALUE ZEROS.
       77  WS-CT-REJEITADAS       PIC 9(05) VALUE ZEROS.
       77  WS-MOTIVO-REJEICAO     PIC X(16) VALUE SPACES.
       77  WS-CT-ARROBA           PIC 9(02) VALUE ZEROS.
       77  WS-FS-MOVALU           PIC X(02) VALUE "00".
       77  WS-FS-CADALU           PIC X(02) VALUE "00".
       77  WS-FS-DEPTOS           PIC X(02) VALUE "00".
      *       IMAGENS ANTERIOR E NOVA DO REG-CADALU SAO GUARDADAS
      *       NESTAS AREAS ANTES DA GRAVACAO, POIS O READ DE
      *       CONFERENCIA SOBREPOE O BUFFER DA FD
       01  WS-IMAGEM-NOVA         PIC X(218).
       01  WS-IMAGEM-ANTERIOR     PIC X(218).
       01  WS-HORA-SISTEMA.
           05 WS-HORA-HHMMSS       PIC 9(06).
           05 WS-HORA-CENTESIMOS   PIC 9(02).
           05 WS-REL-RESULTADO    PIC X(09).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-MOTIVO       PIC X(16).
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 WS-REL-CONTATO      PIC X(29).

      *-----> CONTROLE DE PAGINACAO DA LISTAGEM (MESMO ESTILO DO
      *       BOLETIM DE NOTAS DO CGPRG02M)
           05 FILLER              PIC X(09)       VALUE "RESULTADO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(16)       VALUE "MOTIVO".
           05 FILLER              PIC X(02)       VALUE SPACES.
           05 FILLER              PIC X(29)       VALUE "CONTATO".

       01  WS-CAB-SEPARADOR.
           05 FILLER              PIC X(132)      VALUE ALL "-".
               WHEN MOV-TRANS-NOME         OR
                    MOV-TRANS-TRANSFER     OR
                    MOV-TRANS-TRANCAMENTO  OR
                    MOV-TRANS-CANCELAMENTO OR
                    MOV-TRANS-EMAIL        OR
                    MOV-TRANS-ENDERECO
                   PERFORM 032-ALTERAR-ALUNO
               WHEN OTHER
                   MOVE  "TIPO INVALIDO"  TO  WS-MOTIVO-REJEICAO
           PERFORM 020-LER-MOVIMENTO
           .
      *--------------------------------------------------------------*
      *    INCLUIR UM ALUNO NOVO NO CADASTRO (MATRICULA ATIVA), COM  *
      *    O E-MAIL E O ENDERECO QUANDO A SECRETARIA JA OS TEM       *
      *--------------------------------------------------------------*
       031-INCLUIR-ALUNO.

           PERFORM 023-PROCURAR-DEPARTAMENTO
           PERFORM 035-VALIDAR-CONTATO

           EVALUATE TRUE
               WHEN MOV-NOME = SPACES
                   MOVE  "NOME EM BRANCO"   TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADA
               WHEN WS-IDX-DEP-ACHADO = ZEROS
                   MOVE  "DPTO DESCONHEC."  TO  WS-MOTIVO-REJEICAO
                   PERFORM 033-IMPRIMIR-REJEITADA
               WHEN WS-TRANS-INVALIDA
                   PERFORM 033-IMPRIMIR-REJEITADA
               WHEN OTHER
                   MOVE  MOV-RA  TO  ALU-RA
                   READ ARQ-CADALU
                       INVALID KEY
                           MOVE  MOV-NOME     TO  ALU-NOME
                           MOVE  MOV-NR-DPTO  TO  ALU-NR-DPTO
                           MOVE  "A"          TO  ALU-SIT-MATRICULA
                           MOVE  MOV-EMAIL    TO  ALU-EMAIL
                           MOVE  MOV-ENDERECO TO  ALU-ENDERECO
                           IF MOV-ENDERECO = SPACES
                               MOVE  ZEROS    TO  ALU-CEP
                           END-IF
                           MOVE  REG-CADALU   TO  WS-IMAGEM-NOVA
                           WRITE REG-CADALU
                           MOVE  "I"          TO  AUC-TIPO-ACAO
                                                 WS-MOTIVO-REJEICAO
                           PERFORM 033-IMPRIMIR-REJEITADA
                   END-READ
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    ALTERAR UM ALUNO JA CADASTRADO (NOME, TRANSFERENCIA,      *
      *    TRANCAMENTO, CANCELAMENTO, E-MAIL OU ENDERECO), COM A     *
      *    IMAGEM ANTERIOR GUARDADA ANTES DA REGRAVACAO PARA A       *
      *    TRILHA DE AUDITORIA                                       *
      *--------------------------------------------------------------*
       032-ALTERAR-ALUNO.

                   ELSE
                       MOVE  "C"  TO  ALU-SIT-MATRICULA
                   END-IF
               WHEN MOV-TRANS-EMAIL
                   PERFORM 036-VALIDAR-EMAIL
                   IF WS-TRANS-VALIDA
                       MOVE  MOV-EMAIL  TO  ALU-EMAIL
                   END-IF
               WHEN MOV-TRANS-ENDERECO
                   PERFORM 037-VALIDAR-ENDERECO
                   IF WS-TRANS-VALIDA
                       MOVE  MOV-ENDERECO  TO  ALU-ENDERECO
                   END-IF
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    CONFERIR O E-MAIL E O ENDERECO QUE VIEREM NA INCLUSAO     *
      *    (OS DOIS SAO OPCIONAIS NELA)                              *
      *--------------------------------------------------------------*
       035-VALIDAR-CONTATO.

           IF MOV-EMAIL NOT = SPACES
               PERFORM 036-VALIDAR-EMAIL
           END-IF

           IF WS-TRANS-VALIDA AND MOV-ENDERECO NOT = SPACES
               PERFORM 037-VALIDAR-ENDERECO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O E-MAIL: PREENCHIDO E COM UM UNICO "@"          *
      *--------------------------------------------------------------*
       036-VALIDAR-EMAIL.

           MOVE  ZEROS  TO  WS-CT-ARROBA
           INSPECT MOV-EMAIL TALLYING WS-CT-ARROBA FOR ALL "@"

           IF MOV-EMAIL = SPACES OR WS-CT-ARROBA NOT = 1
               MOVE  'N'                TO  WS-FL-TRANS-OK
               MOVE  "E-MAIL INVALIDO"  TO  WS-MOTIVO-REJEICAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    CONFERIR O ENDERECO POSTAL: LOGRADOURO, CIDADE E UF       *
      *    PREENCHIDOS E CEP NUMERICO (O BAIRRO E OPCIONAL)          *
      *--------------------------------------------------------------*
       037-VALIDAR-ENDERECO.

           IF MOV-LOGRADOURO = SPACES OR
              MOV-CIDADE     = SPACES OR
              MOV-UF         = SPACES OR
              MOV-CEP NOT NUMERIC    OR
              MOV-CEP        = ZEROS
               MOVE  'N'                 TO  WS-FL-TRANS-OK
               MOVE  "ENDERECO INCOMPL"  TO  WS-MOTIVO-REJEICAO
           END-IF
           .
      *--------------------------------------------------------------*
      *    GRAVAR UM REGISTRO NA TRILHA DE AUDITORIA DO CADASTRO     *
      *--------------------------------------------------------------*
       038-GRAVAR-AUDITORIA.
           MOVE  "ACEITA"          TO  WS-REL-RESULTADO
           MOVE  SPACES            TO  WS-REL-MOTIVO

           PERFORM 039-DESCREVER-CONTATO
           PERFORM 042-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
           MOVE  "REJEITADA"        TO  WS-REL-RESULTADO
           MOVE  WS-MOTIVO-REJEICAO TO  WS-REL-MOTIVO

           PERFORM 039-DESCREVER-CONTATO
           PERFORM 042-GRAVAR-LINHA
           .
      *--------------------------------------------------------------*
                   MOVE  "TRANCAMENTO"     TO  WS-REL-TRANS
               WHEN MOV-TRANS-CANCELAMENTO
                   MOVE  "CANCELAMENTO"    TO  WS-REL-TRANS
               WHEN MOV-TRANS-EMAIL
                   MOVE  "E-MAIL"          TO  WS-REL-TRANS
               WHEN MOV-TRANS-ENDERECO
                   MOVE  "ENDERECO"        TO  WS-REL-TRANS
               WHEN OTHER
                   MOVE  MOV-TIPO-TRANS    TO  WS-REL-TRANS
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    MOSTRAR NA COLUNA DE CONTATO O E-MAIL (INCLUSAO E         *
      *    ALTERACAO DE E-MAIL) OU A CIDADE DO NOVO ENDERECO, COMO   *
      *    VIERAM NA TRANSACAO                                       *
      *--------------------------------------------------------------*
       039-DESCREVER-CONTATO.

           EVALUATE TRUE
               WHEN MOV-TRANS-INCLUSAO OR MOV-TRANS-EMAIL
                   MOVE  MOV-EMAIL   TO  WS-REL-CONTATO
               WHEN MOV-TRANS-ENDERECO
                   MOVE  MOV-CIDADE  TO  WS-REL-CONTATO
               WHEN OTHER
                   MOVE  SPACES      TO  WS-REL-CONTATO
           END-EVALUATE
           .
      *--------------------------------------------------------------*
      *    GRAVAR UMA LINHA DE DETALHE NO RELATORIO DE MANUTENCAO    *
      *--------------------------------------------------------------*
       042-GRAVAR-LINHA.

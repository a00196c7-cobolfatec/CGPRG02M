      *    EM BRANCO) OU ALTERACAO ("A", COM A IMAGEM ANTERIOR E A   *
      *    NOVA), CARIMBADO COM DATA E HORA, NOS MESMOS MOLDES DA    *
      *    TRILHA DO HISTORICO (AUDTREG). AS IMAGENS SAO O           *
      *    REG-CADALU (COPY CADREG) EM FORMATO DISPLAY, 218 BYTES.   *
      *--------------------------------------------------------------*
      * 02/09/2026 MCN - COPY CRIADO JUNTO COM O CGPRG06M E A TRILHA *
      *                  DE AUDITORIA DO CADASTRO DE ALUNOS.         *
      * 15/10/2026 MCN - IMAGENS ALARGADAS PARA 218 BYTES,           *
      *                  ACOMPANHANDO A INCLUSAO DO E-MAIL E DO      *
      *                  ENDERECO POSTAL NO COPY CADREG.             *
      *--------------------------------------------------------------*
       01  REG-AUDCAD.
           05 AUC-DATA              PIC 9(08).
               88 AUC-INCLUSAO               VALUE "I".
               88 AUC-ALTERACAO              VALUE "A".
           05 AUC-RA                PIC 9(13).
           05 AUC-IMAGEM-ANTES      PIC X(218).
           05 AUC-IMAGEM-DEPOIS     PIC X(218).

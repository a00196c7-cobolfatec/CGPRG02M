      * 02/09/2026 MCN - IMAGENS ALARGADAS DE 101 PARA 104 BYTES,    *
      *                  ACOMPANHANDO A INCLUSAO DE HIST-FREQUENCIA  *
      *                  NO COPY HISTREG.                            *
      * 15/10/2026 MCN - O CGPRG24M MOVE OS REGISTROS DE PERIODO     *
      *                  ENCERRADO PARA O ARQUIVO MORTO (ARQ-AUDARQ, *
      *                  MESMO LAYOUT) E GUARDA A IMAGEM COMPLETA    *
      *                  DESTE REGISTRO NO INDICE POR RA (COPY       *
      *                  AUDXREG).                                   *
      *--------------------------------------------------------------*
       01  REG-AUDITORIA.
           05 AUD-DATA              PIC 9(08).

      *--------------------------------------------------------------*
      *    AUDXREG - REGISTRO DO INDICE DA TRILHA DE AUDITORIA POR   *
      *    RA (ARQ-AUDIDX, ARQUIVO INDEXADO PELA CHAVE AUX-CHAVE).   *
      *    RECONSTRUIDO INTEIRO PELO CGPRG24M A CADA ARQUIVAMENTO:   *
      *    UMA ENTRADA POR REGISTRO DO ARQUIVO MORTO (ORIGEM "A")    *
      *    E POR REGISTRO QUE FICOU NA TRILHA VIVA (ORIGEM "V"),     *
      *    COM A IMAGEM COMPLETA DO REG-AUDITORIA (COPY AUDTREG),    *
      *    JA QUE A TRILHA E SEQUENCIAL E NAO PODE SER POSICIONADA.  *
      *    AUX-SEQUENCIA E A POSICAO DO REGISTRO NO SEU ARQUIVO, DE  *
      *    MODO QUE AS ENTRADAS DE UM RA SAEM NA ORDEM DE GRAVACAO.  *
      *    O REGISTRO DE CONTROLE (RA ZERADO, ORIGEM "C") GUARDA A   *
      *    DATA E A HORA DA CONSTRUCAO E QUANTOS REGISTROS DA TRILHA *
      *    VIVA FORAM INDEXADOS: O QUE FOI GRAVADO NA TRILHA DEPOIS  *
      *    DISSO SO SE ACHA LENDO A CAUDA DA TRILHA VIVA.            *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CGPRG24M.           *
      *--------------------------------------------------------------*
       01  REG-AUDIDX.
           05 AUX-CHAVE.
               10 AUX-RA            PIC 9(13).
               10 AUX-ORIGEM        PIC X(01).
                   88 AUX-ORIGEM-ARQUIVO     VALUE "A".
                   88 AUX-ORIGEM-CONTROLE    VALUE "C".
                   88 AUX-ORIGEM-VIVA        VALUE "V".
               10 AUX-SEQUENCIA     PIC 9(09).
           05 AUX-IMAGEM-AUDITORIA  PIC X(245).
           05 AUX-CONTROLE REDEFINES AUX-IMAGEM-AUDITORIA.
               10 AUX-CTL-DATA      PIC 9(08).
               10 AUX-CTL-HORA      PIC 9(06).
               10 AUX-CTL-QTD-ARQUIVO
                                    PIC 9(09).
               10 AUX-CTL-QTD-VIVA  PIC 9(09).
               10 FILLER            PIC X(213).

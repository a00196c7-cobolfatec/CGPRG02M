      *--------------------------------------------------------------*
      *    EQUIREG - REGISTRO DA TABELA DE EQUIVALENCIA DE           *
      *    DISCIPLINAS ENTRE DEPARTAMENTOS (ARQ-EQUIVAL, SEQUENCIAL, *
      *    MANTIDO PELA SECRETARIA COMO O CATALOGO ARQ-DISCIP): CADA *
      *    REGISTRO DIZ QUE A DISCIPLINA DE ORIGEM E A DE DESTINO SE *
      *    EQUIVALEM, E A EQUIVALENCIA VALE NOS DOIS SENTIDOS.       *
      *    CARREGADO EM TABELA PELO CGPRG19M (APROVEITAMENTO DE      *
      *    ESTUDOS NA TRANSFERENCIA DE DEPARTAMENTO).                *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CGPRG19M.           *
      *--------------------------------------------------------------*
       01  REG-EQUIVALENCIA.
           05 EQV-ORIGEM.
               10 EQV-DPTO-ORIGEM   PIC 9(04).
               10 EQV-DISC-ORIGEM   PIC 9(04).
           05 EQV-DESTINO.
               10 EQV-DPTO-DESTINO  PIC 9(04).
               10 EQV-DISC-DESTINO  PIC 9(04).

      *                  COPY, PARA SER COMPARTILHADO COM O NOVO     *
      *                  PROGRAMA CGPRG06M (MANUTENCAO DO CADASTRO), *
      *                  COMO JA SE FEZ COM HISTREG E AUDTREG.       *
      * 15/10/2026 MCN - INCLUIDOS O E-MAIL (ALU-EMAIL) E O ENDERECO *
      *                  POSTAL (ALU-ENDERECO) DO ALUNO, MANTIDOS    *
      *                  PELO CGPRG06M E USADOS PELO CGPRG25M NOS    *
      *                  AVISOS AO ALUNO. O REGISTRO PASSA DE 48     *
      *                  PARA 218 BYTES.                             *
      *--------------------------------------------------------------*
       01  REG-CADALU.
           05 ALU-RA                PIC 9(13).
               88 ALU-MATRICULA-ATIVA        VALUE "A".
               88 ALU-MATRICULA-TRANCADA     VALUE "T".
               88 ALU-MATRICULA-CANCELADA    VALUE "C".
           05 ALU-EMAIL             PIC X(60).
           05 ALU-ENDERECO.
               10 ALU-LOGRADOURO    PIC X(50).
               10 ALU-BAIRRO        PIC X(25).
               10 ALU-CIDADE        PIC X(25).
               10 ALU-UF            PIC X(02).
               10 ALU-CEP           PIC 9(08).
               10 ALU-CEP-R         REDEFINES ALU-CEP.
                   15 ALU-CEP-PREFIXO   PIC 9(05).
                   15 ALU-CEP-SUFIXO    PIC 9(03).

      *--------------------------------------------------------------*
      *    NOTIREG - REGISTROS DO ARQUIVO DE AVISOS AO ALUNO         *
      *    (ARQ-NOTIFIC), INTERFACE DE MALA DIRETA PARA O GATEWAY DE *
      *    E-MAIL E PARA A GRAFICA: UM DETALHE "D" POR AVISO E CANAL *
      *    ("E" = E-MAIL, "C" = CORREIO), ENTRE UM HEADER "H" (DATA  *
      *    DA RODADA E PERIODO) E UM TRAILER "T" (QUANTIDADE DE      *
      *    DETALHES, POR CANAL E POR TIPO DE AVISO, PARA CONFERENCIA *
      *    NO RECEBIMENTO). GRAVADO PELO CGPRG25M. NO DETALHE SO VEM *
      *    O CONTATO DO CANAL: O E-MAIL NO "E" E O ENDERECO POSTAL   *
      *    NO "C"; O RESTO FICA EM BRANCO (CEP ZERADO). DISCIPLINA   *
      *    SO NOS AVISOS DE CONVOCACAO, E COEFICIENTE DE RENDIMENTO  *
      *    SO NOS DE SITUACAO ACADEMICA.                             *
      *--------------------------------------------------------------*
      * 15/10/2026 MCN - COPY CRIADO JUNTO COM O CGPRG25M.           *
      *--------------------------------------------------------------*
       01  REG-NOTIFIC.
           05 NTF-TIPO-REG          PIC X(01).
           05 NTF-RA                PIC 9(13).
           05 NTF-ALUNO             PIC A(30).
           05 NTF-PERIODO           PIC 9(05).
           05 NTF-TIPO-AVISO        PIC X(10).
               88 NTF-AVISO-PROBATION        VALUE "PROBATION".
               88 NTF-AVISO-JUBILANDO        VALUE "JUBILANDO".
               88 NTF-AVISO-CONVOCACAO       VALUE "CONVOCACAO".
           05 NTF-CANAL             PIC X(01).
               88 NTF-CANAL-EMAIL            VALUE "E".
               88 NTF-CANAL-CORREIO          VALUE "C".
           05 NTF-GPA               PIC 99V99.
           05 NTF-NR-DPTO           PIC 9(04).
           05 NTF-NR-DISC           PIC 9(04).
           05 NTF-NOME-DISC         PIC X(30).
           05 NTF-EMAIL             PIC X(60).
           05 NTF-ENDERECO.
               10 NTF-LOGRADOURO    PIC X(50).
               10 NTF-BAIRRO        PIC X(25).
               10 NTF-CIDADE        PIC X(25).
               10 NTF-UF            PIC X(02).
               10 NTF-CEP           PIC 9(08).
       01  REG-NOTIFIC-HEADER.
           05 FILLER                PIC X(01).
           05 NTH-DATA-RODADA       PIC 9(08).
           05 NTH-PERIODO           PIC 9(05).
           05 FILLER                PIC X(258).
       01  REG-NOTIFIC-TRAILER.
           05 FILLER                PIC X(01).
           05 NTT-QTD-REGISTROS     PIC 9(07).
           05 NTT-QTD-EMAIL         PIC 9(07).
           05 NTT-QTD-CORREIO       PIC 9(07).
           05 NTT-QTD-PROBATION     PIC 9(07).
           05 NTT-QTD-JUBILANDO     PIC 9(07).
           05 NTT-QTD-CONVOCACAO    PIC 9(07).
           05 FILLER                PIC X(229).

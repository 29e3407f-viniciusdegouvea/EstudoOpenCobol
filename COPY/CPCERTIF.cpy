      *    CPCERTIF - LAYOUT DO REGISTRO DE REALIZACAO DE EXAME
      *    PERIODICO OU TREINAMENTO OBRIGATORIO POR FUNCIONARIO
      *    (CERTIFIC, MANTIDO PELO PROG152). UM REGISTRO POR
      *    FUNCIONARIO E REQUISITO (O CODIGO DO REQUISITO NO CARGO,
      *    CPCARGO) - A RENOVACAO SUBSTITUI A REALIZACAO ANTERIOR. A
      *    VALIDADE E A DATA DA REALIZACAO MAIS OS MESES DO REQUISITO
      *    NO CARGO DO FUNCIONARIO NA DATA DO REGISTRO.
      *
       01  REG-CERTIFICACAO.
           05  CER-CODIGO              PIC 9(05).
           05  CER-REQUISITO           PIC X(10).
           05  CER-TIPO                PIC X(01).
               88  CER-EXAME               VALUE "E".
               88  CER-TREINAMENTO         VALUE "T".
           05  CER-DATA-REALIZACAO     PIC 9(08).
           05  CER-DATA-VALIDADE       PIC 9(08).
           05  CER-FORNECEDOR          PIC X(20).
           05  CER-DATA-REGISTRO       PIC 9(08).
           05  CER-OPERADOR            PIC X(08).

      *    CPAVALIA - LAYOUT DA AVALIACAO DE DESEMPENHO (AVALIAC): UMA
      *    POR FUNCIONARIO E CICLO (CICLOAVL), COM A NOTA DE 1 A 5, O
      *    AVALIADOR - O GERENTE DO SETOR DO FUNCIONARIO NO CADASTRO
      *    DE SETORES (SETORMST) - E O COMENTARIO. O SETOR E O DO
      *    FUNCIONARIO NO REGISTRO DA AVALIACAO, PARA A CALIBRACAO
      *    (PROG155). MANTIDA PELO PROG154.
      *
       01  REG-AVALIACAO.
           05  AVL-CICLO               PIC X(06).
           05  AVL-CODIGO              PIC 9(05).
           05  AVL-SETOR               PIC X(10).
           05  AVL-NOTA                PIC 9(01).
           05  AVL-AVALIADOR           PIC 9(05).
           05  AVL-COMENTARIO          PIC X(60).
           05  AVL-DATA-REGISTRO       PIC 9(08).
           05  AVL-OPERADOR            PIC X(08).

      *    CPCOMIS - LAYOUT DA TABELA DE PERCENTUAIS DE COMISSAO
      *    (COMISTAB). A CHAVE E UM CARGO (TIPO C, CODIGO DO
      *    CARGOMST) OU UM VENDEDOR (TIPO F, CODIGO DO FUNCIONARIO).
      *    O PERCENTUAL DO VENDEDOR PREVALECE SOBRE O DO CARGO -
      *    E ASSIM QUE SE NEGOCIA UMA CONDICAO PARTICULAR SEM MEXER
      *    NA REGRA DA EQUIPE.
      *
       01  REG-COMISSAO-TAB.
           05  CMT-TIPO-CHAVE          PIC X(01).
               88  CMT-POR-CARGO           VALUE "C".
               88  CMT-POR-VENDEDOR        VALUE "F".
           05  CMT-CHAVE               PIC X(10).
           05  CMT-CHAVE-VENDEDOR REDEFINES CMT-CHAVE.
               10  CMT-CODIGO          PIC 9(05).
               10  FILLER              PIC X(05).
           05  CMT-PERCENTUAL          PIC 9(2)V9(2).

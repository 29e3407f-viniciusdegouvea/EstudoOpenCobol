      *    CPVENDAS - LAYOUT DO EXTRATO MENSAL DE VENDAS DO SISTEMA
      *    COMERCIAL (VENDAS), LIDO PELA APURACAO DE COMISSOES
      *    (PROG121). UMA LINHA POR NOTA FISCAL DO VENDEDOR: VALOR
      *    VENDIDO E VALOR DEVOLVIDO. NOTA DE MES ANTERIOR SO APARECE
      *    PARA TRAZER A DEVOLUCAO - O VALOR VENDIDO DELA JA FOI
      *    COMISSIONADO NA COMPETENCIA DA VENDA.
      *
       01  REG-VENDA.
           05  VND-CODIGO              PIC 9(05).
           05  VND-NOTA                PIC X(10).
           05  VND-DATA-NOTA           PIC 9(08).
           05  VND-VALOR-VENDA         PIC 9(7)V9(2).
           05  VND-VALOR-DEVOLVIDO     PIC 9(7)V9(2).

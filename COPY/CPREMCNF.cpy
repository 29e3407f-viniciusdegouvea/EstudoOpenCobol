      *    CPREMCNF - LAYOUT DO REGISTRO DE REMESSA CONFIRMADA
      *    (REMCONF, GRAVADO EM EXTEND PELO PROG46): UM REGISTRO POR
      *    BANCO CUJO RETORNO FOI CONCILIADO - BANCO, DATA DE GERACAO
      *    DA REMESSA (DO REMCTL), DATA E HORA DA CONCILIACAO E OS
      *    CREDITOS ACEITOS E REJEITADOS. REMESSA CONFIRMADA E
      *    DINHEIRO QUE JA SAIU - O ESTORNO DA FOLHA (PROG135) NAO
      *    DESFAZ RODADA CUJA REMESSA POSTERIOR ESTEJA AQUI.
      *
       01  REG-REMESSA-CONFIRMADA.
           05  RCF-BANCO               PIC 9(03).
           05  RCF-DATA-GERACAO        PIC 9(08).
           05  RCF-DATA-CONCILIACAO    PIC 9(08).
           05  RCF-HORA-CONCILIACAO    PIC 9(08).
           05  RCF-QTD-ACEITOS         PIC 9(05).
           05  RCF-VALOR-ACEITOS       PIC 9(8)V9(2).
           05  RCF-QTD-REJEITADOS      PIC 9(05).

      *    CPLIBFOL - LAYOUT DO REGISTRO DE LIBERACAO DA FOLHA PARA
      *    PAGAMENTO (LIBFOLHA, GRAVADO EM EXTEND PELO PROG136): UM
      *    REGISTRO POR EMPRESA E COMPETENCIA LIBERADA, COM O
      *    OPERADOR QUE LIBEROU E O QUE CALCULOU (SEMPRE DIFERENTES)
      *    E OS TOTAIS DO FOLHAHIST NA HORA DA LIBERACAO - QUANTIDADE
      *    DE REGISTROS DA FOLHA NORMAL, BRUTO E LIQUIDO. A REMESSA
      *    (PROG45) SO PAGA A EMPRESA CUJA ULTIMA LIBERACAO DA
      *    COMPETENCIA AINDA BATE COM O FOLHAHIST.
      *
       01  REG-LIBERACAO-FOLHA.
           05  LBF-COMPETENCIA         PIC 9(06).
           05  LBF-EMPRESA             PIC 9(03).
           05  LBF-QTD-REGISTROS       PIC 9(05).
           05  LBF-TOTAL-BRUTO         PIC 9(8)V9(2).
           05  LBF-TOTAL-LIQUIDO       PIC 9(8)V9(2).
           05  LBF-DATA                PIC 9(08).
           05  LBF-HORA                PIC 9(08).
           05  LBF-OPERADOR            PIC X(08).
           05  LBF-OPERADOR-CALCULO    PIC X(08).

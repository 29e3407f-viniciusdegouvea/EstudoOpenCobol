      *    DESCONTO (INSS E IRRF) COM DATA DE VIGENCIA, PARA QUE UMA
      *    MUDANCA DE ALIQUOTA SEJA DIGITACAO DE DADOS E NAO UMA
      *    RECOMPILACAO DO CALCULO DE FOLHA.
      *
      *    HISTORICO DE ALTERACOES
      *    MVG  TIPO "F" - SALARIO-FAMILIA, NA FAIXA 1: FXT-LIMITE E
      *         O TETO DO BRUTO PARA TER DIREITO E FXT-DEDUZIR E O
      *         VALOR DA COTA POR FILHO (ALIQUOTA ZERO).
      *    MVG  TIPO "M" - SALARIO MINIMO, NA FAIXA 1: FXT-LIMITE E O
      *         VALOR DO MINIMO, BASE DO ADICIONAL DE INSALUBRIDADE.
      *
       01  REG-FAIXA-TABELA.
           05  FXT-TIPO                PIC X(01).
               88  FXT-TIPO-INSS           VALUE "I".
               88  FXT-TIPO-IRRF           VALUE "R".
               88  FXT-TIPO-SAL-FAMILIA    VALUE "F".
               88  FXT-TIPO-SAL-MINIMO     VALUE "M".
           05  FXT-DATA-VIGENCIA       PIC 9(08).
           05  FXT-NUMERO              PIC 9(01).
           05  FXT-LIMITE              PIC 9(6)V9(2).

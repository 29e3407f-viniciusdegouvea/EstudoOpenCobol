      *    CPSUBST - LAYOUT DO REGISTRO DE SUBSTITUICAO DE GERENTE
      *    (SUBSTGER, MANTIDO PELO PROG127): O SETOR, O CODIGO DO
      *    FUNCIONARIO DESIGNADO PARA RESPONDER PELO GERENTE E O
      *    PERIODO DA SUBSTITUICAO (INICIO E FIM, AAAAMMDD,
      *    INCLUSIVE). O CALCULO DE FOLHA (PROG29) PAGA AO
      *    SUBSTITUTO A GRATIFICACAO DE FUNCAO DO SETOR NA PROPORCAO
      *    DOS DIAS DA COMPETENCIA COBERTOS.
      *
       01  REG-SUBSTITUICAO.
           05  SUB-SETOR               PIC X(10).
           05  SUB-CODIGO              PIC 9(05).
           05  SUB-DATA-INICIO         PIC 9(08).
           05  SUB-DATA-FIM            PIC 9(08).

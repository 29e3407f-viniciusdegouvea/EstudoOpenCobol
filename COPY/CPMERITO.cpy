      *    CPMERITO - LAYOUT DA MATRIZ DE MERITO (MATRIZMR): UMA LINHA
      *    POR NOTA DA AVALIACAO (1 A 5) COM O PERCENTUAL DE AUMENTO
      *    PARA CADA POSICAO DO SALARIO NA FAIXA DO SETOR (FAIXAPOL):
      *      1 - ABAIXO DO MINIMO DA FAIXA;
      *      2 - PRIMEIRO TERCO DA FAIXA;
      *      3 - SEGUNDO TERCO;
      *      4 - TERCEIRO TERCO;
      *      5 - NO MAXIMO DA FAIXA OU ACIMA.
      *    PERCENTUAL ZERO = SEM PROPOSTA. USADA PELO PROG156.
      *
       01  REG-MATRIZ-MERITO.
           05  MTZ-NOTA                PIC 9(01).
           05  MTZ-PERCENTUAIS.
               10  MTZ-PERCENTUAL      PIC 9(2)V9(2) OCCURS 5 TIMES.

      *    CPCOPAG - LAYOUT DO REGISTRO DE COPARTICIPACAO DO PLANO DE
      *    SAUDE A DESCONTAR (COPAGTO, GRAVADO PELO PROG131 A PARTIR
      *    DA LISTA DA OPERADORA): CODIGO DO TITULAR, SEQUENCIA DO
      *    DEPENDENTE ATENDIDO (ZERO = O PROPRIO TITULAR), COMPETENCIA
      *    DA FATURA DA OPERADORA, DATA E PROCEDIMENTO DO ATENDIMENTO
      *    E O VALOR. O CALCULO DE FOLHA (PROG29) DESCONTA NA ORDEM
      *    DE PRIORIDADE, JUNTO COM OS BENEFICIOS, E MARCA A
      *    COMPETENCIA DA FOLHA QUE DESCONTOU (O QUE NAO COUBE NO
      *    LIQUIDO VAI PARA O DESCPEND); NA VIRADA DO MES O REGISTRO
      *    PASSA A "D" (DESCONTADO).
      *
       01  REG-COPARTICIPACAO.
           05  CPG-CODIGO              PIC 9(05).
           05  CPG-DEPENDENTE          PIC 9(02).
           05  CPG-COMPETENCIA-FATURA  PIC 9(06).
           05  CPG-DATA-ATENDIMENTO    PIC 9(08).
           05  CPG-PROCEDIMENTO        PIC X(20).
           05  CPG-VALOR               PIC 9(6)V9(2).
           05  CPG-SITUACAO            PIC X(01).
               88  CPG-A-DESCONTAR         VALUE "P".
               88  CPG-DESCONTADO          VALUE "D".
           05  CPG-COMPETENCIA-FOLHA   PIC 9(06).
           05  CPG-DATA-IMPORTACAO     PIC 9(08).

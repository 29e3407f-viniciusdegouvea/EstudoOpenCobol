      *    CPDEPEND - LAYOUT DO REGISTRO DE DEPENDENTE DE FUNCIONARIO,
      *    UM REGISTRO POR DEPENDENTE (CODIGO DO FUNCIONARIO MAIS
      *    SEQUENCIA), PARA A DEDUCAO POR DEPENDENTE NA BASE DO IRRF.
      *
      *    HISTORICO DE ALTERACOES
      *    MVG  CPF DO DEPENDENTE NO FIM DO REGISTRO - A VARREDURA
      *         DE FRAUDE (PROG138) CONFRONTA COM O DOCUMENTO DOS
      *         FUNCIONARIOS. REGISTROS ANTIGOS, MAIS CURTOS, LEEM
      *         COMO BRANCO (CPF NAO INFORMADO).
      *
       01  REG-DEPENDENTE.
           05  DEP-CODIGO              PIC 9(05).
               88  DEP-FILHO               VALUE "F".
               88  DEP-CONJUGE             VALUE "C".
               88  DEP-OUTRO               VALUE "O".
           05  DEP-CPF                 PIC 9(11).

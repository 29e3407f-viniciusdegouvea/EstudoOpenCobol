      *    CPSINOPC - LAYOUT DO REGISTRO DE OPCAO SINDICAL POR
      *    FUNCIONARIO (SINDOPC): A AUTORIZACAO (A) OU A CARTA DE
      *    OPOSICAO/RECUSA (R) DO FUNCIONARIO PARA O DESCONTO DA
      *    CONTRIBUICAO DE UM SINDICATO, COM A DATA DA CARTA. VALE A
      *    CARTA MAIS RECENTE ATE A DATA DA FOLHA - UMA RECUSA
      *    POSTERIOR CANCELA A AUTORIZACAO E VICE-VERSA.
      *
       01  REG-OPCAO-SINDICAL.
           05  SOP-CODIGO              PIC 9(05).
           05  SOP-SINDICATO           PIC 9(03).
           05  SOP-OPCAO               PIC X(01).
               88  SOP-AUTORIZA            VALUE "A".
               88  SOP-RECUSA              VALUE "R".
           05  SOP-DATA                PIC 9(08).

      *    CPPREVPL - LAYOUT DO REGISTRO DE ADESAO AO PLANO DE
      *    PREVIDENCIA COMPLEMENTAR (PREVPLAN, MANTIDO PELO PROG128):
      *    O CODIGO DO FUNCIONARIO, O PERCENTUAL DO BRUTO QUE ELE
      *    CONTRIBUI, A CONTRAPARTIDA DA EMPRESA (PERCENTUAL DA
      *    CONTRIBUICAO DO FUNCIONARIO) COM O TETO DA CONTRAPARTIDA
      *    EM PERCENTUAL DO BRUTO (ZERO = SEM TETO) E O PERIODO DA
      *    ADESAO (FIM ZERO = ADESAO EM VIGOR). O CALCULO DE FOLHA
      *    (PROG29) DESCONTA A CONTRIBUICAO, ABATE DA BASE DO IRRF
      *    ATE O LIMITE LEGAL E APURA A CONTRAPARTIDA.
      *
       01  REG-PLANO-PREVIDENCIA.
           05  PRV-CODIGO              PIC 9(05).
           05  PRV-PCT-CONTRIB         PIC 9(2)V9(2).
           05  PRV-PCT-CONTRAPARTIDA   PIC 9(3)V9(2).
           05  PRV-PCT-TETO-CONTRAP    PIC 9(2)V9(2).
           05  PRV-DATA-INICIO         PIC 9(08).
           05  PRV-DATA-FIM            PIC 9(08).

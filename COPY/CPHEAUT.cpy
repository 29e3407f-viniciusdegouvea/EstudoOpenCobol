      *    CPHEAUT - LAYOUT DO REGISTRO DE AUTORIZACAO PREVIA DE
      *    HORA EXTRA (HEAUTORI, MANTIDO PELO PROG125): O GERENTE DO
      *    SETOR (SET-GERENTE DO SETORMST) AUTORIZA ATE TANTAS HORAS
      *    EXTRAS DE UM FUNCIONARIO NUMA DATA. A IMPORTACAO DO PONTO
      *    (PROG50) PAGA A EXTRA DO DIA ATE O AUTORIZADO; O QUE
      *    PASSA FICA RETIDO (HERETIDA - CPHERET).
      *
       01  REG-AUTORIZACAO-HE.
           05  HEA-CODIGO              PIC 9(05).
           05  HEA-DATA                PIC 9(08).
           05  HEA-HORAS               PIC 9(2)V9(2).
           05  HEA-GERENTE             PIC 9(05).
           05  HEA-DATA-AUTORIZACAO    PIC 9(08).

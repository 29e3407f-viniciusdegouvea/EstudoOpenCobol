      *    CPESCFUN - LAYOUT DO REGISTRO DE ESCALA PROPRIA DO
      *    FUNCIONARIO (ESCFUNC): O CODIGO DO FUNCIONARIO E A ESCALA
      *    (ESCALAS) QUE ELE CUMPRE QUANDO NAO SEGUE A DO SETOR. SEM
      *    REGISTRO AQUI, VALE A ESCALA DO SETOR (SETORMST).
      *
       01  REG-ESCALA-FUNC.
           05  EFU-CODIGO              PIC 9(05).
           05  EFU-ESCALA              PIC X(04).

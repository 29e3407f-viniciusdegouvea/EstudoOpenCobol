      *    CPFLUXO - LAYOUT DO REGISTRO DA DIVISAO DO CALCULO DE FOLHA
      *    EM FLUXOS PARALELOS (FLUXOFOL): UMA LINHA POR EMPRESA, COM
      *    O NUMERO DO FLUXO QUE A CALCULA. VARIAS EMPRESAS NO MESMO
      *    NUMERO FORMAM UM GRUPO, CALCULADO NUM SO FLUXO. CADA
      *    EMPRESA SO PODE ESTAR EM UM FLUXO.
      *
       01  REG-FLUXO-FOLHA.
           05  FLX-FLUXO               PIC 9(02).
           05  FLX-EMPRESA             PIC 9(03).

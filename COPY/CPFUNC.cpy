      *    MVG  CARGO DO FUNCIONARIO, VALIDADO CONTRA O CADASTRO DE
      *         CARGOS (CARGOMST) NA MANUTENCAO; PROMOCOES PELO
      *         PROG87, COM HISTORICO EM CARGOHIS.
      *    MVG  TIPO DE CONTRATO (MENSALISTA/HORISTA) E HORAS
      *         SEMANAIS CONTRATADAS. O DIVISOR DE HORAS DO MES E
      *         HORAS SEMANAIS X 5 (44 -> 220) E A JORNADA DIARIA E
      *         HORAS SEMANAIS / 5,5 (44 -> 8). PARA O HORISTA O
      *         SALARIO E A REFERENCIA MENSAL DO CONTRATO: A FOLHA
      *         PAGA AS HORAS TRABALHADAS DO PONTORES A SALARIO /
      *         DIVISOR. REGISTROS ANTIGOS (BRANCO/ZERO) VALEM COMO
      *         MENSALISTA DE 44 HORAS.
      *
       01  FUNCIONARIO.
           05  CODIGO                  PIC 9(05).
           05  DOCUMENTO               PIC 9(11).
           05  DATA-ADMISSAO           PIC 9(08).
           05  CARGO                   PIC X(10).
           05  TIPO-CONTRATO           PIC X(01).
               88  CONTRATO-MENSALISTA     VALUE "M" " ".
               88  CONTRATO-HORISTA        VALUE "H".
           05  HORAS-SEMANAIS          PIC 9(2)V9(2).

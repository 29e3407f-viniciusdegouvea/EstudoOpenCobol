      *    CPSINDIC - LAYOUT DO REGISTRO DO CADASTRO DE SINDICATOS
      *    (SINDICAT, MANTIDO PELO PROG119): CNPJ, CONTA BANCARIA
      *    PARA O REPASSE E A REGRA DA CONTRIBUICAO - PERCENTUAL DO
      *    SALARIO (TIPO P) OU VALOR FIXO (TIPO V). A ADESAO DIZ SE
      *    O DESCONTO DEPENDE DE AUTORIZACAO DO FUNCIONARIO (A) OU
      *    VALE PARA TODOS SALVO CARTA DE OPOSICAO (O), CONFORME A
      *    CONVENCAO DO SINDICATO. O SETOR (SETORMST) OU O CARGO
      *    (CARGOMST) APONTAM O SINDICATO; AS CARTAS FICAM NO
      *    SINDOPC (CPSINOPC).
      *
       01  REG-SINDICATO.
           05  SND-CODIGO              PIC 9(03).
           05  SND-NOME                PIC X(20).
           05  SND-CNPJ                PIC 9(14).
           05  SND-BANCO               PIC 9(03).
           05  SND-AGENCIA             PIC 9(04).
           05  SND-CONTA               PIC 9(08).
           05  SND-DIGITO              PIC X(01).
           05  SND-TIPO-CONTRIB        PIC X(01).
               88  SND-CONTRIB-PERCENTUAL  VALUE "P".
               88  SND-CONTRIB-VALOR-FIXO  VALUE "V".
           05  SND-PERCENTUAL          PIC 9(2)V9(2).
           05  SND-VALOR               PIC 9(6)V9(2).
           05  SND-ADESAO              PIC X(01).
               88  SND-EXIGE-AUTORIZACAO   VALUE "A".
               88  SND-SALVO-OPOSICAO      VALUE "O".

      *    CPHERET - LAYOUT DO REGISTRO DE HORA EXTRA RETIDA
      *    (HERETIDA): A EXTRA DO DIA QUE PASSOU DA AUTORIZACAO
      *    PREVIA (HEAUTORI), GRAVADA PELA IMPORTACAO DO PONTO
      *    (PROG50) COM O TIPO DO DIA - "C" DIA COMUM (50%), "D"
      *    DOMINGO OU FERIADO (100%) - E O SETOR DO FUNCIONARIO.
      *    FICA PENDENTE ATE O GERENTE APROVAR OU RECUSAR (PROG125);
      *    A APROVADA ENTRA NO RESUMO DE PONTO DA PROXIMA IMPORTACAO
      *    E FICA LANCADA, COM A DATA.
      *
       01  REG-HORA-RETIDA.
           05  HER-CODIGO              PIC 9(05).
           05  HER-DATA                PIC 9(08).
           05  HER-HORAS               PIC 9(2)V9(2).
           05  HER-TIPO-DIA            PIC X(01).
               88  HER-DIA-COMUM           VALUE "C".
               88  HER-DIA-100             VALUE "D".
           05  HER-SETOR               PIC X(10).
           05  HER-SITUACAO            PIC X(01).
               88  HER-PENDENTE            VALUE "P".
               88  HER-APROVADA            VALUE "A".
               88  HER-RECUSADA            VALUE "R".
               88  HER-LANCADA             VALUE "L".
           05  HER-GERENTE             PIC 9(05).
           05  HER-DATA-DECISAO        PIC 9(08).
           05  HER-DATA-LANCAMENTO     PIC 9(08).

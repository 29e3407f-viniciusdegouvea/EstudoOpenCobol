      *    CPPAGREG - LAYOUT DO REGISTRO UNICO DE PAGAMENTOS
      *    (PAGTOREG): UM REGISTRO POR CREDITO FEITO A UM
      *    FUNCIONARIO, GRAVADO EM EXTEND POR TODA RODADA QUE PAGA -
      *    FOLHA MENSAL (NA REMESSA DO PROG45, COM O REEMBOLSO AVULSO),
      *    ADIANTAMENTO (PROG67), 13O SALARIO (PROG47), FERIAS
      *    (PROG106), PLR (PROG112), COMPLEMENTAR (PROG99) E RESCISAO
      *    (PROG61). CODIGO, COMPETENCIA, TIPO DO PAGAMENTO, VALOR,
      *    CONTA DO CREDITO, DATA DO PAGAMENTO E SITUACAO; PROGRAMA E
      *    DATA/HORA DE GERACAO IDENTIFICAM A RODADA - DOIS CREDITOS
      *    DO MESMO TIPO NA MESMA COMPETENCIA VINDOS DE RODADAS
      *    DIFERENTES SAO PAGAMENTO EM DUPLICIDADE (PROG134).
      *
       01  REG-PAGAMENTO.
           05  PGR-CODIGO              PIC 9(05).
           05  PGR-COMPETENCIA         PIC 9(06).
           05  PGR-TIPO-PAGAMENTO      PIC X(01).
               88  PGR-FOLHA-MENSAL        VALUE "M".
               88  PGR-ADIANTAMENTO        VALUE "A".
               88  PGR-DECIMO-TERCEIRO     VALUE "T".
               88  PGR-FERIAS              VALUE "F".
               88  PGR-PLR                 VALUE "P".
               88  PGR-COMPLEMENTAR        VALUE "C".
               88  PGR-RESCISAO            VALUE "R".
               88  PGR-REEMBOLSO           VALUE "D".
           05  PGR-VALOR               PIC 9(6)V9(2).
           05  PGR-BANCO               PIC 9(03).
           05  PGR-AGENCIA             PIC 9(04).
           05  PGR-CONTA               PIC 9(08).
           05  PGR-DIGITO              PIC X(01).
           05  PGR-DATA-PAGAMENTO      PIC 9(08).
      *    "R" CREDITO ENVIADO EM ARQUIVO DE REMESSA; "F" PAGO FORA
      *    DE REMESSA (ADIANTAMENTO); "N" NAO REMETIDO - SEM CONTA
      *    CADASTRADA OU BANCO ALEM DO QUINTO DA REMESSA.
           05  PGR-SITUACAO            PIC X(01).
               88  PGR-REMETIDO            VALUE "R".
               88  PGR-PAGO-FORA           VALUE "F".
               88  PGR-NAO-REMETIDO        VALUE "N".
           05  PGR-PROGRAMA            PIC X(08).
           05  PGR-DATA-GERACAO        PIC 9(08).
           05  PGR-HORA-GERACAO        PIC 9(08).

      *    CPREEMB - LAYOUT DO REGISTRO DE PEDIDO DE REEMBOLSO DE
      *    DESPESA (REEMBOLS, MANTIDO PELO PROG129): CODIGO DO
      *    FUNCIONARIO E NUMERO DO RECIBO (CHAVE), DATA, CATEGORIA
      *    (REEMBCAT) E VALOR DA DESPESA, A FORMA DE PAGAMENTO - "F"
      *    NA PROXIMA FOLHA, "C" EM CREDITO AVULSO NA REMESSA
      *    (PROG45) - E O SETOR DO FUNCIONARIO NA INCLUSAO, QUE
      *    RECEBE A DESPESA DO CREDITO AVULSO NA CONTABILIZACAO
      *    (PROG52).
      *    SITUACAO: "P" AGUARDA O GERENTE DO SETOR, "G" APROVADO
      *    PELO GERENTE E AGUARDANDO O APROVADOR DA CATEGORIA, "A"
      *    APROVADO A PAGAR, "R" RECUSADO, "L" PAGO. A COMPETENCIA
      *    DE PAGAMENTO E MARCADA NA FOLHA OU NA REMESSA QUE PAGA O
      *    PEDIDO; NA VIRADA DO MES O PEDIDO PASSA A "L".
      *
       01  REG-REEMBOLSO.
           05  RMB-CODIGO              PIC 9(05).
           05  RMB-RECIBO              PIC X(15).
           05  RMB-DATA-DESPESA        PIC 9(08).
           05  RMB-CATEGORIA           PIC X(03).
           05  RMB-VALOR               PIC 9(6)V9(2).
           05  RMB-FORMA-PAGTO         PIC X(01).
               88  RMB-PAGAR-NA-FOLHA      VALUE "F".
               88  RMB-PAGAR-EM-CREDITO    VALUE "C".
           05  RMB-SETOR               PIC X(10).
           05  RMB-SITUACAO            PIC X(01).
               88  RMB-PENDENTE            VALUE "P".
               88  RMB-APROVADO-GERENTE    VALUE "G".
               88  RMB-APROVADO            VALUE "A".
               88  RMB-RECUSADO            VALUE "R".
               88  RMB-PAGO                VALUE "L".
           05  RMB-DATA-INCLUSAO       PIC 9(08).
           05  RMB-GERENTE             PIC 9(05).
           05  RMB-DATA-GERENTE        PIC 9(08).
           05  RMB-APROVADOR           PIC 9(05).
           05  RMB-DATA-APROVACAO      PIC 9(08).
           05  RMB-COMPETENCIA-PAGTO   PIC 9(06).

      *    CPRAZAO - LAYOUT DO EXTRATO DO BALANCETE DO RAZAO GERAL
      *    (RAZAOSLD), RECEBIDO DO SISTEMA CONTABIL: UMA LINHA POR
      *    CONTA DA FOLHA, CENTRO DE CUSTO E COMPETENCIA, COM O SALDO
      *    DO MOVIMENTO DA COMPETENCIA E A NATUREZA DELE (D = SALDO
      *    DEVEDOR, C = CREDOR). CENTRO DE CUSTO ZERO E A CONTA SEM
      *    ALOCACAO, COMO OS CREDITOS DO PROG52. A CONCILIACAO DO
      *    PROG167 CONFERE O SALDO CONTRA O CONTABIL E O PROVCTB.
      *
       01  REG-SALDO-RAZAO.
           05  RZS-CONTA               PIC 9(05).
           05  RZS-CENTRO-CUSTO        PIC 9(05).
           05  RZS-COMPETENCIA         PIC 9(06).
           05  RZS-NATUREZA            PIC X(01).
               88  RZS-SALDO-DEVEDOR       VALUE "D".
               88  RZS-SALDO-CREDOR        VALUE "C".
           05  RZS-SALDO               PIC 9(10)V9(2).

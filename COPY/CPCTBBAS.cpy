      *    CPCTBBAS - LAYOUT DA BASE DA CONCILIACAO CONTABIL
      *    (CTBBASE, REGRAVADA PELO PROG167): O SALDO QUE A FOLHA
      *    MANDOU PARA CADA CONTA E CENTRO DE CUSTO EM CADA
      *    COMPETENCIA - LANCAMENTOS DO CONTABIL (PROG52) MAIS OS DO
      *    PROVCTB (PROG95) - PARA QUE UM EXTRATO DO RAZAO QUE CHEGUE
      *    DEPOIS, OU UMA EDICAO MANUAL DO RAZAO NUM MES JA FECHADO,
      *    AINDA TENHA CONTRA O QUE SER CONFERIDO. GUARDA AS ULTIMAS
      *    12 COMPETENCIAS.
      *
       01  REG-BASE-CONCILIACAO.
           05  CTB-COMPETENCIA         PIC 9(06).
           05  CTB-CONTA               PIC 9(05).
           05  CTB-CENTRO-CUSTO        PIC 9(05).
           05  CTB-SETOR               PIC X(10).
           05  CTB-NATUREZA            PIC X(01).
               88  CTB-SALDO-DEVEDOR       VALUE "D".
               88  CTB-SALDO-CREDOR        VALUE "C".
           05  CTB-SALDO               PIC 9(10)V9(2).

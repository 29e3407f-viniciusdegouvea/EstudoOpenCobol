      *    CPCTBDIF - LAYOUT DAS DIFERENCAS EM ABERTO DA CONCILIACAO
      *    CONTABIL (CTBDIFER, REGRAVADO PELO PROG167): CADA CONTA E
      *    CENTRO DE CUSTO DE UMA COMPETENCIA EM QUE O RAZAO NAO BATE
      *    COM A FOLHA, COM OS DOIS SALDOS (NATUREZA D/C) E A DATA EM
      *    QUE A DIFERENCA APARECEU. A DIFERENCA E TRANSPORTADA DE
      *    RODADA EM RODADA ATE UM EXTRATO DO RAZAO DAQUELA
      *    COMPETENCIA BATER.
      *
       01  REG-DIFERENCA-CONTABIL.
           05  CDF-COMPETENCIA         PIC 9(06).
           05  CDF-CONTA               PIC 9(05).
           05  CDF-CENTRO-CUSTO        PIC 9(05).
           05  CDF-SETOR               PIC X(10).
           05  CDF-NATUREZA-FOLHA      PIC X(01).
           05  CDF-SALDO-FOLHA         PIC 9(10)V9(2).
           05  CDF-NATUREZA-RAZAO      PIC X(01).
           05  CDF-SALDO-RAZAO         PIC 9(10)V9(2).
           05  CDF-DATA-ABERTURA       PIC 9(08).

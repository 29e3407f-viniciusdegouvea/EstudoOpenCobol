      *    CPENCHIS - LAYOUT DO HISTORICO DE ENCARGOS PATRONAIS
      *    (ENCAHIST). O PROG51 GRAVA, EM EXTEND, UM REGISTRO POR
      *    FUNCIONARIO E RODADA COM A COMPETENCIA E OS MESMOS VALORES
      *    DO FGTSDEP (QUE SO GUARDA A ULTIMA RODADA) - O CALCULO MAIS
      *    RECENTE DA COMPETENCIA SOBREPOE O ANTERIOR, COMO NO
      *    FOLHAHIST. E DELE QUE SAI O FGTS E O INSS PATRONAL DO ANO
      *    NO DEMONSTRATIVO DE REMUNERACAO TOTAL (PROG147).
      *
       01  REG-ENCARGO-HISTORICO.
           05  ENH-CODIGO              PIC 9(05).
           05  ENH-COMPETENCIA         PIC 9(06).
           05  ENH-BASE                PIC 9(6)V9(2).
           05  ENH-FGTS                PIC 9(6)V9(2).
           05  ENH-INSS-PATRONAL       PIC 9(6)V9(2).
           05  ENH-DATA-CALCULO        PIC 9(08).

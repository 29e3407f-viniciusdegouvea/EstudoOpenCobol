      *    CPGUIACL - LAYOUT DO REGISTRO DE GUIAS CALCULADAS
      *    (GUIACALC, GRAVADO EM EXTEND): UMA LINHA POR EMPRESA,
      *    COMPETENCIA E TIPO DE GUIA A CADA RODADA QUE CALCULA O
      *    RECOLHIMENTO - FGTS PELO PROG103, INSS E IRRF PELO PROG104
      *    -, COM O VALOR E O VENCIMENTO. NUM REPROCESSAMENTO VALE A
      *    LINHA MAIS RECENTE DE CADA EMPRESA/COMPETENCIA/TIPO. A
      *    CONCILIACAO DOS PAGAMENTOS (PROG165) CONFERE CONTRA ELA.
      *
       01  REG-GUIA-CALCULADA.
           05  GCL-EMPRESA             PIC 9(03).
           05  GCL-COMPETENCIA         PIC 9(06).
           05  GCL-TIPO-GUIA           PIC X(01).
               88  GCL-GUIA-FGTS           VALUE "F".
               88  GCL-GUIA-INSS           VALUE "I".
               88  GCL-GUIA-IRRF           VALUE "R".
           05  GCL-VALOR               PIC 9(8)V9(2).
           05  GCL-VENCIMENTO          PIC 9(08).
           05  GCL-PROGRAMA            PIC X(08).
           05  GCL-DATA-GERACAO        PIC 9(08).
           05  GCL-HORA-GERACAO        PIC 9(08).

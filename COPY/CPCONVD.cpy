      *    CPCONVD - LAYOUT DO REGISTRO DE CONVOCACAO PARA A
      *    ENTREVISTA DE DESLIGAMENTO (CONVDESL). O PROG61 GRAVA UM
      *    REGISTRO POR PEDIDO DE DEMISSAO OU TERMINO DE CONTRATO
      *    EFETIVADO, NA CAMPANHA PERMANENTE DE DESLIGAMENTO ABERTA
      *    NO CAMPCTRL, COM O RETRATO DO FUNCIONARIO NA SAIDA (SETOR,
      *    CARGO E ADMISSAO) - E A POPULACAO DA CAMPANHA, CONTRA A
      *    QUAL O PROG159 CRUZA AS RESPOSTAS DA ENTREVISTA.
      *
       01  REG-CONVOCACAO-DESLIG.
           05  CVD-CAMPANHA            PIC 9(04).
           05  CVD-CODIGO              PIC 9(05).
           05  CVD-EMPRESA             PIC 9(03).
           05  CVD-SETOR               PIC X(10).
           05  CVD-CARGO               PIC X(10).
           05  CVD-DATA-ADMISSAO       PIC 9(08).
           05  CVD-DATA-DESLIGAMENTO   PIC 9(08).
           05  CVD-MOTIVO              PIC X(01).
           05  CVD-DATA-CONVOCACAO     PIC 9(08).

      *    CPPLACAO - LAYOUT DO PLANO DE ACAO DO QUESTIONARIO
      *    (PLANACAO): O COMPROMISSO DO GERENTE DEPOIS DO RESULTADO
      *    DE UMA CAMPANHA, CHAVEADO POR CAMPANHA, SETOR E PERGUNTA
      *    DO HISTORICO DE RESULTADOS (QRESHIST) - TEXTO DA ACAO,
      *    RESPONSAVEL, DATA PREVISTA E SITUACAO. MANTIDO PELO
      *    PROG157; ACOMPANHADO PELO PROG158.
      *
       01  REG-PLANO-ACAO.
           05  PLA-CAMPANHA            PIC 9(04).
           05  PLA-SETOR               PIC X(10).
           05  PLA-PERG-ID             PIC 9(02).
           05  PLA-ACAO                PIC X(60).
           05  PLA-RESPONSAVEL         PIC 9(05).
           05  PLA-DATA-PREVISTA       PIC 9(08).
           05  PLA-SITUACAO            PIC X(01).
               88  PLA-ABERTA              VALUE "A".
               88  PLA-EM-ANDAMENTO        VALUE "E".
               88  PLA-CONCLUIDA           VALUE "C".
               88  PLA-CANCELADA           VALUE "X".
               88  PLA-SITUACAO-VALIDA     VALUES "A" "E" "C" "X".
               88  PLA-PENDENTE            VALUES "A" "E".
           05  PLA-DATA-CONCLUSAO      PIC 9(08).
           05  PLA-DATA-REGISTRO       PIC 9(08).
           05  PLA-OPERADOR            PIC X(08).

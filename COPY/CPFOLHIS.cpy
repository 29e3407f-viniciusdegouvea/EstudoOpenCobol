      *    MVG  TIPO "P" MARCA O PAGAMENTO DE PLR (PROG112) - FICA
      *         FORA DAS MEDIAS, DO ORCADO X REALIZADO E DAS GUIAS
      *         DA FOLHA (O IRRF EXCLUSIVO DO PLR VAI POR GUIAEXTR).
      *    MVG  DESCONTO DE VALE-TRANSPORTE DA COMPETENCIA (TETO DE
      *         6% DO SALARIO), LIDO PRONTO PELO HOLERITE (PROG40).
      *    MVG  SALARIO-FAMILIA PAGO NA COMPETENCIA - FORA DO BRUTO
      *         (NAO E SALARIO), ABATIDO DO INSS NA GUIA (PROG104).
      *    MVG  ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE COMO VERBA
      *         PROPRIA, COM O TIPO, GRAU, PERCENTUAL E BASE USADOS
      *         (PROG117) - FICA FORA DA MEDIA DE VARIAVEIS, POIS
      *         ENTRA INTEIRO NAS BASES DE 13O, FERIAS E RESCISAO.
      *    MVG  SINDICATO DO FUNCIONARIO NA COMPETENCIA E A
      *         CONTRIBUICAO DESCONTADA, PARA O HOLERITE E PARA O
      *         REPASSE POR SINDICATO (PROG120).
      *    MVG  TIPO DE CONTRATO (MENSALISTA/HORISTA) E HORAS NORMAIS
      *         TRABALHADAS DA COMPETENCIA. NO HORISTA O SALARIO BASE
      *         E O VALOR DESSAS HORAS, NAO O SALARIO DO CADASTRO.
      *    MVG  DSR PERDIDO NAS SEMANAS COM FALTA, REFLEXO DAS HORAS
      *         EXTRAS NO DSR E, NO HORISTA, O DSR SOBRE AS HORAS
      *         NORMAIS - VERBAS PROPRIAS NO HOLERITE (PROG40).
      *    MVG  DESCONTO DOS ATRASOS E SAIDAS ANTECIPADAS CONFERIDOS
      *         CONTRA A ESCALA DE TRABALHO (PROG50).
      *    MVG  GRATIFICACAO DE FUNCAO DO GERENTE DE SETOR OU DO
      *         SUBSTITUTO DESIGNADO (PROPORCIONAL AOS DIAS).
      *    MVG  PREVIDENCIA COMPLEMENTAR - CONTRIBUICAO DESCONTADA DO
      *         FUNCIONARIO E CONTRAPARTIDA DA EMPRESA (PREVPLAN).
      *    MVG  REEMBOLSO DE DESPESA PAGO NA FOLHA (REEMBOLS) - FORA
      *         DO BRUTO E DAS BASES DE INSS/IRRF, SOMADO AO LIQUIDO.
      *    MVG  COPARTICIPACAO DO PLANO DE SAUDE DESCONTADA NA FOLHA
      *         (COPAGTO, IMPORTADO DA LISTA DA OPERADORA).
      *    MVG  VALOR DAS HORAS EXTRAS (50% E 100%), ADICIONAL NOTURNO
      *         E BENEFICIOS DESCONTADOS COMO VERBAS PROPRIAS, PARA O
      *         EXTRATO ANALITICO (PROG145). REGISTROS ANTIGOS LEEM
      *         COMO BRANCO - CONFERIR IS NUMERIC.
      *
       01  REG-FOLHA-HISTORICO.
           05  FHS-CODIGO              PIC 9(05).
           05  FHS-TIPO-FOLHA          PIC X(01).
               88  FOLHA-COMPLEMENTAR      VALUE "C".
               88  FOLHA-PLR               VALUE "P".
           05  FHS-VALE-TRANSPORTE     PIC 9(6)V9(2).
           05  FHS-SALARIO-FAMILIA     PIC 9(6)V9(2).
           05  FHS-TIPO-RISCO          PIC X(01).
           05  FHS-GRAU-RISCO          PIC X(01).
           05  FHS-PCT-RISCO           PIC 9V9(2).
           05  FHS-BASE-RISCO          PIC 9(6)V9(2).
           05  FHS-ADICIONAL-RISCO     PIC 9(6)V9(2).
           05  FHS-SINDICATO           PIC 9(03).
           05  FHS-CONTRIB-SINDICAL    PIC 9(6)V9(2).
           05  FHS-TIPO-CONTRATO       PIC X(01).
           05  FHS-HORAS-NORMAIS       PIC 9(3)V9(2).
           05  FHS-DSR-PERDIDO         PIC 9(6)V9(2).
           05  FHS-DSR-HORAS-EXTRAS    PIC 9(6)V9(2).
           05  FHS-DSR-HORISTA         PIC 9(6)V9(2).
           05  FHS-DESCONTO-ATRASOS    PIC 9(6)V9(2).
           05  FHS-GRATIFICACAO-FUNCAO PIC 9(6)V9(2).
           05  FHS-PREV-FUNCIONARIO    PIC 9(6)V9(2).
           05  FHS-PREV-EMPRESA        PIC 9(6)V9(2).
           05  FHS-REEMBOLSO           PIC 9(6)V9(2).
           05  FHS-COPARTICIPACAO      PIC 9(6)V9(2).
           05  FHS-HORAS-EXTRAS        PIC 9(6)V9(2).
           05  FHS-ADICIONAL-NOTURNO   PIC 9(6)V9(2).
           05  FHS-BENEFICIOS          PIC 9(6)V9(2).

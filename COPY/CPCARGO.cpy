      *    "ANALISTA" VS "COORDENADOR" DA PLANILHA - A MANUTENCAO DE
      *    FUNCIONARIOS RECUSA CARGO QUE NAO EXISTE, COMO JA FAZ COM
      *    O SETOR.
      *
      *    HISTORICO DE ALTERACOES
      *    MVG  TIPO E GRAU DE RISCO DO CARGO NO FIM DO REGISTRO -
      *         "I" INSALUBRIDADE (GRAU 1/2/3 = 10/20/40% DO SALARIO
      *         MINIMO) OU "P" PERICULOSIDADE (30% DO SALARIO). O
      *         ADICIONAL SAI CALCULADO PELO PROG117. REGISTROS
      *         ANTIGOS, MAIS CURTOS, LEEM COMO BRANCO (SEM RISCO).
      *    MVG  SINDICATO DA CATEGORIA DO CARGO (SINDICAT) - QUANDO
      *         INFORMADO, PREVALECE SOBRE O SINDICATO DO SETOR
      *         (CATEGORIA DIFERENCIADA). ZERO/BRANCO = SEGUE O SETOR.
      *    MVG  REQUISITOS PERIODICOS DO CARGO - ATE 5 EXAMES ("E",
      *         COMO O ASO PERIODICO) OU TREINAMENTOS OBRIGATORIOS
      *         ("T", COMO NR-35 TRABALHO EM ALTURA, NR-11
      *         EMPILHADEIRA, NR-10 ELETRICIDADE), CADA UM COM A
      *         VALIDADE EM MESES. AS REALIZACOES FICAM NO CERTIFIC
      *         (PROG152). TIPO EM BRANCO = POSICAO LIVRE.
      *
       01  REG-CARGO-MASTER.
           05  CRG-CODIGO              PIC X(10).
           05  CRG-DESCRICAO           PIC X(20).
           05  CRG-TIPO-RISCO          PIC X(01).
               88  CRG-INSALUBRIDADE       VALUE "I".
               88  CRG-PERICULOSIDADE      VALUE "P".
               88  CRG-SEM-RISCO           VALUE " " "N".
           05  CRG-GRAU-RISCO          PIC X(01).
               88  CRG-GRAU-MINIMO         VALUE "1".
               88  CRG-GRAU-MEDIO          VALUE "2".
               88  CRG-GRAU-MAXIMO         VALUE "3".
           05  CRG-SINDICATO           PIC 9(03).
           05  CRG-REQUISITOS.
               10  CRG-REQUISITO OCCURS 5 TIMES.
                   15  CRG-REQ-TIPO    PIC X(01).
                       88  CRG-REQ-EXAME       VALUE "E".
                       88  CRG-REQ-TREINAMENTO VALUE "T".
                       88  CRG-REQ-LIVRE       VALUE " ".
                   15  CRG-REQ-CODIGO  PIC X(10).
                   15  CRG-REQ-VALIDADE
                                       PIC 9(03).

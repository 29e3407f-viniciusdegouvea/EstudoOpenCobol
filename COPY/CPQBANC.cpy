      *    DE UMA PERGUNTA SEJA DIGITACAO DE DADOS E PARA QUE UM LOTE
      *    ANTIGO DE RESPOSTAS POSSA SER APURADO CONTRA A VERSAO
      *    SOB A QUAL FOI PERGUNTADO.
      *
      *    HISTORICO DE ALTERACOES
      *    MVG  QUESTIONARIO A QUE A PERGUNTA PERTENCE - EM BRANCO, O
      *         DE CLIMA; "D", O DA ENTREVISTA DE DESLIGAMENTO. CADA
      *         QUESTIONARIO TEM SUAS PROPRIAS VERSOES (VIGENCIAS) E
      *         NUMERACAO DE PERGUNTAS.
      *
       01  REG-BANCO-PERGUNTA.
           05  QBN-DATA-VIGENCIA       PIC 9(08).
           05  QBN-SITUACAO            PIC X(01).
               88  QBN-ATIVA               VALUE "A".
               88  QBN-RETIRADA            VALUE "R".
           05  QBN-QUESTIONARIO        PIC X(01).
               88  QBN-DE-CLIMA            VALUE SPACE.
               88  QBN-DE-DESLIGAMENTO     VALUE "D".

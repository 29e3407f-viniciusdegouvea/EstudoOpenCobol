      *    CPBENCAT - LAYOUT DO REGISTRO DO CATALOGO DE BENEFICIOS
      *    (BENCATAL): CODIGO, DESCRICAO E AS PARTES MENSAIS DO
      *    FUNCIONARIO E DA EMPRESA (VALE-REFEICAO, PLANO DE SAUDE..).
      *
      *    HISTORICO DE ALTERACOES
      *    MVG  TIPO DO BENEFICIO - "S" MARCA O PLANO DE SAUDE, CUJA
      *         COPARTICIPACAO E IMPORTADA DA OPERADORA (PROG131) E
      *         CUJA FATURA E CONCILIADA CONTRA AS ADESOES (PROG132)
      *         - E A MENSALIDADE POR DEPENDENTE COBRADA PELA
      *         OPERADORA (ZERO = PLANO SEM DEPENDENTES). REGISTROS
      *         ANTIGOS (BRANCO/ZERO) NAO SAO PLANO DE SAUDE.
      *    MVG  TIPO "R" - VALE-REFEICAO/ALIMENTACAO, CARREGADO NA
      *         OPERADORA POR DIA TRABALHADO (PROG133) PELO VALOR
      *         DIARIO; A PARTE DO FUNCIONARIO CONTINUA MENSAL.
      *
       01  REG-BENEFICIO.
           05  BEN-CODIGO              PIC 9(03).
           05  BEN-DESCRICAO           PIC X(20).
           05  BEN-PARTE-FUNCIONARIO   PIC 9(4)V9(2).
           05  BEN-PARTE-EMPRESA       PIC 9(4)V9(2).
           05  BEN-TIPO                PIC X(01).
               88  BEN-PLANO-SAUDE         VALUE "S".
               88  BEN-VALE-REFEICAO       VALUE "R".
           05  BEN-VALOR-DEPENDENTE    PIC 9(4)V9(2).
           05  BEN-VALOR-DIA           PIC 9(3)V9(2).

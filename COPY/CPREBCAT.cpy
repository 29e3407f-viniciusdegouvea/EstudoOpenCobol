      *    CPREBCAT - LAYOUT DO REGISTRO DA TABELA DE CATEGORIAS DE
      *    REEMBOLSO DE DESPESA (REEMBCAT): CODIGO, DESCRICAO
      *    (QUILOMETRAGEM, REFEICAO EM VIAGEM, PEQUENAS COMPRAS..),
      *    LIMITE POR PEDIDO (ZERO = SEM LIMITE) E O CODIGO DO
      *    APROVADOR EXIGIDO ALEM DO GERENTE DO SETOR (ZERO = SO O
      *    GERENTE APROVA).
      *
       01  REG-CATEGORIA-REEMBOLSO.
           05  RBC-CATEGORIA           PIC X(03).
           05  RBC-DESCRICAO           PIC X(20).
           05  RBC-LIMITE              PIC 9(6)V9(2).
           05  RBC-APROVADOR           PIC 9(05).

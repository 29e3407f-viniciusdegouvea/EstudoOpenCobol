      *    CPCHKCRG - LAYOUT DO CHECKLIST DE ADMISSAO POR CARGO
      *    (CHKCARGO): QUAIS ITENS O NOVO FUNCIONARIO PRECISA ENTREGAR
      *    ANTES DA PRIMEIRA FOLHA ("S" = EXIGIDO). UMA LINHA POR
      *    CARGO; A LINHA DE CARGO "*" VALE PARA OS CARGOS SEM LINHA
      *    PROPRIA. SEM O ARQUIVO, TODOS OS ITENS SAO EXIGIDOS.
      *
      *    ORDEM DOS ITENS (A MESMA DE ONB-ITEM NO CPONBOAR):
      *    1 CONTA BANCARIA (BANCFUNC)
      *    2 EXAME MEDICO ADMISSIONAL
      *    3 CONTRATO DE TRABALHO ASSINADO
      *    4 DECLARACAO DE DEPENDENTES (DEPENDTS, OU "SEM DEPENDENTES"
      *      CONFIRMADO NA MAO)
      *    5 OPCAO DE VALE-TRANSPORTE (VTRANSP - ADESAO OU RECUSA)
      *    6 AUTORIZACAO/OPOSICAO SINDICAL (SINDOPC)
      *
       01  REG-CHECKLIST-CARGO.
           05  CKC-CARGO               PIC X(10).
               88  CKC-CARGO-PADRAO        VALUE "*".
           05  CKC-EXIGE               PIC X(01) OCCURS 6 TIMES.

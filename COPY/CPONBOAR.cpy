      *    CPONBOAR - LAYOUT DA SITUACAO DE ADMISSAO POR FUNCIONARIO
      *    (ONBOARD): UM REGISTRO POR FUNCIONARIO INCLUIDO, COM OS
      *    SEIS ITENS DO CHECKLIST DO CARGO (CPCHKCRG) - SE O ITEM E
      *    EXIGIDO, SE JA FOI ENTREGUE, QUANDO E POR QUAL PROGRAMA
      *    (OU "MANUAL"). FICA PENDENTE ATE TODOS OS ITENS EXIGIDOS
      *    ESTAREM ENTREGUES OU DISPENSADOS; ENCERRADA QUANDO O
      *    FUNCIONARIO SAI DO MESTRE (OU FICA INATIVO) ANTES DISSO.
      *    OS REGISTROS CONCLUIDOS FICAM COMO HISTORICO. MANTIDO A
      *    PARTIR DAS TRANSACOES DE ONBTRN (CPONBTRN) PELO PROG150.
      *
       01  REG-ADMISSAO-PENDENTE.
           05  ONB-CODIGO              PIC 9(05).
           05  ONB-CARGO               PIC X(10).
           05  ONB-DATA-ADMISSAO       PIC 9(08).
           05  ONB-DATA-INCLUSAO       PIC 9(08).
           05  ONB-SITUACAO            PIC X(01).
               88  ONB-PENDENTE            VALUE "P".
               88  ONB-CONCLUIDA           VALUE "C".
               88  ONB-ENCERRADA           VALUE "E".
           05  ONB-DATA-CONCLUSAO      PIC 9(08).
           05  ONB-ITEM OCCURS 6 TIMES.
               10  ONB-EXIGIDO         PIC X(01).
                   88  ONB-ITEM-EXIGIDO    VALUE "S".
      *    "S" ENTREGUE, "I" DISPENSADO, "N" AINDA FALTA.
               10  ONB-FEITO           PIC X(01).
                   88  ONB-ITEM-RESOLVIDO  VALUE "S" "I".
               10  ONB-DATA-ITEM       PIC 9(08).
               10  ONB-ORIGEM          PIC X(08).

      *    CPONBTRN - LAYOUT DA TRANSACAO DE ADMISSAO (ONBTRN). GRAVADA
      *    EM EXTEND PELOS PROGRAMAS QUE JA CAPTAM OS ITENS DO
      *    CHECKLIST (PROG28 NA INCLUSAO DO FUNCIONARIO, PROG92 NA
      *    INCLUSAO DE CONTA, PROG48 NA INCLUSAO DE DEPENDENTE) E PELO
      *    RH NA MAO PARA OS ITENS SEM PROGRAMA (EXAME, CONTRATO,
      *    "SEM DEPENDENTES") OU PARA DISPENSAR UM ITEM. APLICADA E
      *    ESVAZIADA PELO PROG150.
      *
       01  REG-TRANSACAO-ADMISSAO.
           05  OBT-CODOP               PIC X(01).
               88  OBT-INCLUSAO            VALUE "I".
               88  OBT-CONFIRMACAO         VALUE "C".
               88  OBT-DISPENSA            VALUE "X".
           05  OBT-CODIGO              PIC 9(05).
           05  OBT-ITEM                PIC 9(01).
           05  OBT-DATA                PIC 9(08).
      *    PROGRAMA DE ORIGEM ("PROG92" ETC.) OU "MANUAL".
           05  OBT-ORIGEM              PIC X(08).
           05  OBT-CARGO               PIC X(10).
           05  OBT-DATA-ADMISSAO       PIC 9(08).

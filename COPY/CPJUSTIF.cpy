      *    CPJUSTIF - LAYOUT DO REGISTRO DE JUSTIFICATIVA DE FALTA
      *    (JUSTIFIC, MANTIDO PELO PROG124): O CODIGO DO
      *    FUNCIONARIO, O PERIODO COBERTO (INICIO E FIM, AAAAMMDD,
      *    INCLUSIVE), O TIPO E A REFERENCIA DO DOCUMENTO (NUMERO DO
      *    ATESTADO, DA CERTIDAO, DA INTIMACAO). A IMPORTACAO DO
      *    PONTO (PROG50) CLASSIFICA CADA FALTA DO PERIODO COMO
      *    JUSTIFICADA, QUE NAO E DESCONTADA; O ATESTADO MEDICO DE
      *    MAIS DE 15 DIAS ABRE O AFASTAMENTO NO PROG82.
      *    NO RESUMO DE PONTO OS TIPOS SAEM NESTA ORDEM: M, O, C,
      *    S, J.
      *
       01  REG-JUSTIFICATIVA.
           05  JUS-CODIGO              PIC 9(05).
           05  JUS-DATA-INICIO         PIC 9(08).
           05  JUS-DATA-FIM            PIC 9(08).
           05  JUS-TIPO                PIC X(01).
               88  JUS-ATESTADO-MEDICO     VALUE "M".
               88  JUS-OBITO               VALUE "O".
               88  JUS-CASAMENTO           VALUE "C".
               88  JUS-DOACAO-SANGUE       VALUE "S".
               88  JUS-JUSTICA             VALUE "J".
           05  JUS-DOCUMENTO           PIC X(15).

      *    CPEXPER - LAYOUT DO CONTRATO DE EXPERIENCIA (EXPERIEN). UM
      *    REGISTRO POR FUNCIONARIO ADMITIDO EM EXPERIENCIA, GRAVADO
      *    PELO PROG28 NA INCLUSAO: PRIMEIRO PERIODO (PADRAO 45 DIAS A
      *    PARTIR DA DATA DE ADMISSAO) E A PRORROGACAO QUE AINDA CABE
      *    NO LIMITE DE 90 DIAS. AS DECISOES (PRORROGAR, EFETIVAR OU
      *    ENCERRAR NO TERMINO) SAO APLICADAS PELO PROG151.
      *
       01  REG-CONTRATO-EXPERIENCIA.
           05  EXP-CODIGO              PIC 9(05).
           05  EXP-DATA-ADMISSAO       PIC 9(08).
           05  EXP-DIAS-PERIODO        PIC 9(02).
           05  EXP-DIAS-PRORROG-MAX    PIC 9(02).
           05  EXP-DIAS-PRORROGADOS    PIC 9(02).
           05  EXP-DATA-TERMINO-1      PIC 9(08).
      *    TERMINO VIGENTE - O DO PRIMEIRO PERIODO OU O DA PRORROGACAO.
           05  EXP-DATA-TERMINO        PIC 9(08).
           05  EXP-SITUACAO            PIC X(01).
               88  EXP-VIGENTE             VALUE "V".
               88  EXP-PRORROGADO          VALUE "P".
               88  EXP-EFETIVADO           VALUE "E".
      *    "D" ENCERRAMENTO NO TERMINO DECIDIDO, AGUARDANDO A DATA;
      *    "T" RESCISAO POR TERMINO DE CONTRATO ENVIADA AO PROG61.
               88  EXP-DESLIGAR-NO-TERMINO VALUE "D".
               88  EXP-TERMINADO           VALUE "T".
      *    "I" VENCEU SEM DECISAO - VIROU PRAZO INDETERMINADO.
               88  EXP-INDETERMINADO       VALUE "I".
      *    "R" DESLIGADO ANTES DO TERMINO, POR OUTRO MOTIVO.
               88  EXP-RESCINDIDO          VALUE "R".
               88  EXP-EM-CURSO            VALUE "V" "P" "D".
           05  EXP-DATA-DECISAO        PIC 9(08).
           05  EXP-OPERADOR            PIC X(08).

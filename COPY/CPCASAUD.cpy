      *    CPCASAUD - LAYOUT DO REGISTRO DE CASO DA AUDITORIA INTERNA
      *    (CASOAUD, MANTIDO PELO PROG138): UM REGISTRO POR INDICIO
      *    DE FRAUDE NA FOLHA, NUMERADO EM SEQUENCIA. O TIPO DIZ A
      *    REGRA QUE ACHOU; A CHAVE IDENTIFICA O INDICIO (A CONTA
      *    OU O CPF REPETIDO, OU A COMPETENCIA NAS REGRAS MENSAIS),
      *    PARA A VARREDURA DO MES SEGUINTE NAO ABRIR OUTRO CASO PARA
      *    O MESMO ACHADO. A SITUACAO DADA PELA AUDITORIA - LIBERADO
      *    (SEM IRREGULARIDADE) OU CONFIRMADO - FICA DE UM MES PARA
      *    O OUTRO, COM A DATA E O OPERADOR QUE DECIDIU.
      *
       01  REG-CASO-AUDITORIA.
           05  CAS-NUMERO              PIC 9(06).
           05  CAS-TIPO                PIC X(01).
               88  CAS-CONTA-REPETIDA      VALUE "C".
               88  CAS-CREDITO-INATIVO     VALUE "I".
               88  CAS-SEM-PONTO           VALUE "P".
               88  CAS-CPF-DEPENDENTE      VALUE "D".
               88  CAS-TROCA-DE-CONTA      VALUE "T".
               88  CAS-LIQUIDO-ATIPICO     VALUE "L".
           05  CAS-CODIGO              PIC 9(05).
      *    OUTRO FUNCIONARIO ENVOLVIDO (MESMA CONTA, CPF DO
      *    DEPENDENTE); ZERO QUANDO NAO HA.
           05  CAS-CODIGO-REF          PIC 9(05).
           05  CAS-CHAVE               PIC X(20).
           05  CAS-VALOR               PIC 9(6)V9(2).
           05  CAS-COMP-ABERTURA       PIC 9(06).
           05  CAS-COMP-ULTIMA         PIC 9(06).
           05  CAS-SITUACAO            PIC X(01).
               88  CAS-ABERTO              VALUE "A".
               88  CAS-LIBERADO            VALUE "L".
               88  CAS-CONFIRMADO          VALUE "C".
           05  CAS-DATA-SITUACAO       PIC 9(08).
           05  CAS-OPERADOR            PIC X(08).

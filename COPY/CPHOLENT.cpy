      *    CPHOLENT - LAYOUT DO REGISTRO DE ENTREGA DO HOLERITE
      *    ELETRONICO (HOLEENTR). O PROG40 GRAVA UM REGISTRO POR
      *    FUNCIONARIO E COMPETENCIA NA PRIMEIRA PUBLICACAO NO PORTAL,
      *    E O PROG56 UM POR SEGUNDA VIA, COMO PENDENTE; O PROG146
      *    MARCA A CIENCIA DEVOLVIDA PELO PORTAL E PASSA PARA ENTREGA
      *    IMPRESSA O QUE FICOU SEM CIENCIA ALEM DO PRAZO.
      *
       01  REG-ENTREGA-HOLERITE.
           05  ENT-CODIGO              PIC 9(05).
           05  ENT-COMPETENCIA         PIC 9(06).
           05  ENT-VIA                 PIC X(01).
               88  ENT-VIA-ORIGINAL        VALUE "O".
               88  ENT-SEGUNDA-VIA         VALUE "R".
           05  ENT-NOME                PIC X(10).
           05  ENT-SETOR               PIC X(10).
           05  ENT-DATA-PUBLICACAO     PIC 9(08).
           05  ENT-SITUACAO            PIC X(01).
               88  ENT-PENDENTE            VALUE "P".
               88  ENT-LIDO                VALUE "L".
               88  ENT-IMPRESSO            VALUE "I".
           05  ENT-DATA-CIENCIA        PIC 9(08).

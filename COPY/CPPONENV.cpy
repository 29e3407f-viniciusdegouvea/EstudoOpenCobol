      *    CPPONENV - LAYOUT DO REGISTRO DE MOVIMENTO ENVIADO AO
      *    RELOGIO DE PONTO (PONTOENV). O PROG143 GRAVA UM REGISTRO
      *    POR MOVIMENTO DO LOTE DIARIO DE CADASTRO DO RELOGIO, COMO
      *    PENDENTE; O PROG144 MARCA CADA UM COMO APLICADO OU RECUSADO
      *    PELO RETORNO DO FORNECEDOR - O QUE FICA PENDENTE E O QUE O
      *    RELOGIO NAO APLICOU.
      *
       01  REG-PONTO-ENVIADO.
           05  ENV-SEQUENCIA           PIC 9(06).
           05  ENV-REGISTRO            PIC 9(06).
           05  ENV-MOVIMENTO           PIC X(01).
               88  ENV-INCLUSAO            VALUE "I".
               88  ENV-ALTERACAO           VALUE "A".
               88  ENV-DESLIGAMENTO        VALUE "D".
               88  ENV-FERIAS              VALUE "F".
               88  ENV-FERIAS-CANCELADAS   VALUE "X".
               88  ENV-AFASTAMENTO         VALUE "L".
               88  ENV-RETORNO             VALUE "R".
               88  ENV-TRANSFERENCIA       VALUE "T".
           05  ENV-CODIGO              PIC 9(05).
           05  ENV-DATA-INICIO         PIC 9(08).
           05  ENV-DATA-FIM            PIC 9(08).
           05  ENV-CODIGO-NOVO         PIC 9(05).
           05  ENV-DATA-ENVIO          PIC 9(08).
           05  ENV-SITUACAO            PIC X(01).
               88  ENV-PENDENTE            VALUE "P".
               88  ENV-APLICADO            VALUE "A".
               88  ENV-RECUSADO            VALUE "R".
           05  ENV-DATA-RETORNO        PIC 9(08).
           05  ENV-MOTIVO              PIC X(30).

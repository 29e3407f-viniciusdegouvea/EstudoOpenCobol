      *    CPCARRET - LAYOUT DO REGISTRO DE CARGA RETIDA (CARGARET).
      *    REGRAVADO PELO PROG168 A CADA VARREDURA DOS ARQUIVOS DE
      *    ENTRADA: UM REGISTRO POR ARQUIVO EM QUE ALGUM VALOR SERIA
      *    TRUNCADO NA CARGA, COM O PROGRAMA DE CARGA QUE O DRIVER DO
      *    LOTE (PROG42) NAO DEVE CHAMAR NAQUELE DIA.
      *
       01  REG-CARGA-RETIDA.
           05  RET-DATA                PIC 9(08).
           05  RET-ARQUIVO             PIC X(10).
           05  RET-PROGRAMA-CARGA      PIC X(08).
           05  RET-QTD-OCORRENCIAS     PIC 9(05).

       COPY CPFUNC.

      *    A SALVAGUARDA LEVA UM REGISTRO DE CABECALHO DATADO E, EM
      *    SEGUIDA, UMA IMAGEM DE CADA REGISTRO DO MESTRE (COM FOLGA
      *    SOBRE O TAMANHO ATUAL DO REGISTRO, PARA O LAYOUT CRESCER
      *    SEM PERDER A SALVAGUARDA).
       FD  ARQ-SALVAGUARDA.
       01  REG-BKP-CABECALHO.
           05  BKP-H-TIPO              PIC X(01).
           05  BKP-H-HORA              PIC 9(08).
       01  REG-BKP-IMAGEM.
           05  BKP-D-TIPO              PIC X(01).
           05  BKP-D-FUNCIONARIO       PIC X(300).

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.

      *    CPESCALA - LAYOUT DO REGISTRO DO CADASTRO DE ESCALAS DE
      *    TRABALHO (ESCALAS, MANTIDO PELO PROG122): HORARIO DE
      *    ENTRADA E SAIDA DO TURNO (HHMM - SAIDA MENOR QUE A
      *    ENTRADA E TURNO QUE VIRA A MEIA-NOITE), MINUTOS DE
      *    INTERVALO E AS FOLGAS DA SEMANA, UMA MARCA POR DIA DE
      *    DOMINGO (1) A SABADO (7) - "S" E FOLGA. O SETOR
      *    (SETORMST) APONTA A ESCALA DE TODOS OS SEUS FUNCIONARIOS;
      *    A ESCALA PROPRIA DO FUNCIONARIO (ESCFUNC - CPESCFUN)
      *    PREVALECE SOBRE A DO SETOR.
      *
       01  REG-ESCALA.
           05  ESC-CODIGO              PIC X(04).
           05  ESC-DESCRICAO           PIC X(20).
           05  ESC-HORA-ENTRADA        PIC 9(04).
           05  FILLER REDEFINES ESC-HORA-ENTRADA.
               10  ESC-ENT-HORA        PIC 9(02).
               10  ESC-ENT-MINUTO      PIC 9(02).
           05  ESC-HORA-SAIDA          PIC 9(04).
           05  FILLER REDEFINES ESC-HORA-SAIDA.
               10  ESC-SAI-HORA        PIC 9(02).
               10  ESC-SAI-MINUTO      PIC 9(02).
           05  ESC-MIN-INTERVALO       PIC 9(03).
           05  ESC-FOLGAS.
               10  ESC-FOLGA OCCURS 7 TIMES
                                       PIC X(01).

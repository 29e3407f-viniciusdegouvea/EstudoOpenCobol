           05  TRANS-OVERRIDE-QUADRO   PIC X(01).
           05  TRANS-DATA-ADMISSAO     PIC 9(08).
           05  TRANS-CARGO             PIC X(10).
           05  TRANS-TIPO-CONTRATO     PIC X(01).
           05  TRANS-HORAS-SEMANAIS    PIC 9(2)V9(2).
      *    SO NA INCLUSAO: DIAS DO PRIMEIRO PERIODO DE EXPERIENCIA.
      *    ZERO = PADRAO DE 45 DIAS; 99 = ADMITIDO SEM EXPERIENCIA.
           05  TRANS-DIAS-EXPERIENCIA  PIC 9(02).

      *    CPFLXSIT - LAYOUT DO REGISTRO DE SITUACAO DE UM FLUXO DO
      *    CALCULO DE FOLHA EM PARALELO (FSITFNN, UM ARQUIVO POR
      *    FLUXO, PARA QUE OS FLUXOS NAO GRAVEM NO MESMO ARQUIVO).
      *    ABERTO PELO PROG163, ATUALIZADO PELO EXECUTOR DO FLUXO
      *    (PROG162) E FECHADO PELA JUNCAO (PROG164). AS QUANTIDADES
      *    ORIGINAIS SAO AS DO FOLHAHIST E DO BANCOHOR QUANDO O FLUXO
      *    TIROU A SUA COPIA; O QUE PASSA DELAS NA COPIA E O QUE O
      *    FLUXO ACRESCENTOU.
      *
       01  REG-SITUACAO-FLUXO.
           05  FXS-FLUXO               PIC 9(02).
           05  FXS-SITUACAO            PIC X(01).
               88  FLUXO-PREPARADO         VALUE "P".
               88  FLUXO-EM-EXECUCAO       VALUE "E".
               88  FLUXO-CONCLUIDO         VALUE "C".
               88  FLUXO-COM-FALHA         VALUE "F".
               88  FLUXO-JUNTADO           VALUE "J".
           05  FXS-DATA                PIC 9(08).
           05  FXS-HORA                PIC 9(08).
           05  FXS-RETORNO             PIC 9(03).
           05  FXS-QTD-HIST-ORIGINAL   PIC 9(07).
           05  FXS-QTD-BANCO-ORIGINAL  PIC 9(07).
           05  FXS-QTD-PROCESSADOS     PIC 9(05).
           05  FXS-VALOR-BRUTO         PIC 9(8)V9(2).

      *    CPFOLIMG - LAYOUT DA IMAGEM ANTERIOR AO CALCULO DE FOLHA
      *    (FOLHAIMG, GRAVADA PELO PROG29 NO INICIO DE CADA RODADA
      *    NOVA - NAO NO RESTART - ANTES DE QUALQUER ATUALIZACAO).
      *    O PRIMEIRO REGISTRO E O CABECALHO DA RODADA: COMPETENCIA,
      *    DATA/HORA, QUANTIDADE DE REGISTROS DO FOLHAHIST E DO
      *    BANCOHOR ANTES DELA (O QUE A RODADA ACRESCENTA VEM DEPOIS)
      *    E AS EMPRESAS SELECIONADAS NO EMPRPRM (NENHUMA = TODAS).
      *    SEGUEM OS CAMPOS DO MESTRE QUE O CALCULO ALTERA, POR
      *    FUNCIONARIO, E A COPIA INTEGRAL DOS ARQUIVOS QUE ELE
      *    REGRAVA - AGENDA DE FERIAS, EMPRESTIMOS, ADIANTAMENTOS,
      *    DESCONTOS PENDENTES E PENSOES PAGAS. O ESTORNO DA RODADA
      *    (PROG135) RESTAURA A PARTIR DELA.
      *
       01  REG-IMAGEM-FOLHA.
           05  IMG-TIPO                PIC X(01).
               88  IMG-CABECALHO           VALUE "H".
               88  IMG-MESTRE              VALUE "M".
               88  IMG-AGENDA-FERIAS       VALUE "A".
               88  IMG-EMPRESTIMO          VALUE "E".
               88  IMG-ADIANTAMENTO        VALUE "D".
               88  IMG-PENDENCIA           VALUE "P".
               88  IMG-PENSAO-PAGA         VALUE "G".
           05  IMG-CODIGO              PIC 9(05).
      *    REGISTRO ORIGINAL DO ARQUIVO, COMO ESTAVA (A, E, D, P, G).
           05  IMG-DADOS               PIC X(100).
           05  IMG-DADOS-CABECALHO REDEFINES IMG-DADOS.
               10  IMH-COMPETENCIA     PIC 9(06).
               10  IMH-DATA-RODADA     PIC 9(08).
               10  IMH-HORA-RODADA     PIC 9(08).
               10  IMH-QTD-HISTORICO   PIC 9(07).
               10  IMH-QTD-BANCO-HORAS PIC 9(07).
               10  IMH-QTD-EMPRESAS    PIC 9(02).
               10  IMH-EMPRESA OCCURS 20 TIMES
                                       PIC 9(03).
               10  FILLER              PIC X(02).
           05  IMG-DADOS-MESTRE REDEFINES IMG-DADOS.
               10  IMM-EMPRESA         PIC 9(03).
               10  IMM-INSS-FOLHA      PIC 9(6)V9(2).
               10  IMM-IRRF-FOLHA      PIC 9(6)V9(2).
               10  IMM-SALARIO-LIQUIDO PIC 9(6)V9(2).
               10  IMM-YTD-SALARIO-BRUTO
                                       PIC 9(8)V9(2).
               10  IMM-YTD-INSS        PIC 9(8)V9(2).
               10  IMM-YTD-IRRF        PIC 9(8)V9(2).
               10  IMM-FERIAS-ACUMULADOS
                                       PIC 9(3)V9(2).
               10  IMM-FERIAS-GOZADOS  PIC 9(3)V9(2).
               10  FILLER              PIC X(33).

      *    CPCAMMAP - LAYOUT DO CARTAO DO MAPA DE CAMPOS DOS ARQUIVOS
      *    DE ENTRADA (CAMPOMAP), CONFERIDO PELO PROG168 ANTES DA
      *    CARGA. UM CARTAO POR CAMPO: O ARQUIVO E O PROGRAMA QUE O
      *    CARREGA, O FORMATO DA LINHA ("D" = DELIMITADO PELO
      *    MAP-DELIMITADOR, "F" = POSICIONAL), O FILTRO DE LINHAS
      *    (MAP-TIPO-REGISTRO NA POSICAO 1, BRANCO = TODAS; LINHA QUE
      *    COMECA COM MAP-CABECALHO E PULADA), ONDE O VALOR ESTA NA
      *    LINHA (MAP-COLUNA = NUMERO DA COLUNA NO DELIMITADO OU
      *    POSICAO INICIAL NO POSICIONAL, COM MAP-TAMANHO-ORIGEM BYTES
      *    - ZERO = ATE O FIM DA LINHA) E O CAMPO QUE O RECEBE NA
      *    CARGA: "X" = TEXTO PIC X(MAP-INTEIROS), "9" = NUMERICO
      *    PIC 9(MAP-INTEIROS)V9(MAP-DECIMAIS). OS DADOS DO ARQUIVO
      *    VALEM OS DO PRIMEIRO CARTAO DELE.
      *
       01  REG-MAPA-CAMPO.
           05  MAP-ARQUIVO             PIC X(10).
           05  MAP-PROGRAMA-CARGA      PIC X(08).
           05  MAP-FORMATO             PIC X(01).
               88  MAP-DELIMITADO          VALUE "D".
               88  MAP-POSICIONAL          VALUE "F".
           05  MAP-DELIMITADOR         PIC X(01).
           05  MAP-TIPO-REGISTRO       PIC X(01).
           05  MAP-CABECALHO           PIC X(06).
           05  MAP-CAMPO               PIC X(15).
           05  MAP-COLUNA              PIC 9(03).
           05  MAP-TAMANHO-ORIGEM      PIC 9(03).
           05  MAP-TIPO                PIC X(01).
               88  MAP-TEXTO               VALUE "X".
               88  MAP-NUMERICO            VALUE "9".
           05  MAP-INTEIROS            PIC 9(02).
           05  MAP-DECIMAIS            PIC 9(01).

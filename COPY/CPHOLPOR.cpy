      *    CPHOLPOR - LAYOUT DO HOLERITE ELETRONICO PUBLICADO NO PORTAL
      *    DO FUNCIONARIO. UM ARQUIVO POR FUNCIONARIO E COMPETENCIA
      *    (NOME "HP" + CODIGO + COMPETENCIA), GRAVADO PELO PROG40, OU
      *    "HR" NA SEGUNDA VIA DO PROG56: HEADER "H" COM A IDENTIFICACAO
      *    DO DOCUMENTO, UMA LINHA "L" POR LINHA DO HOLERITE IMPRESSO
      *    E TRAILER "T" COM A QUANTIDADE DE LINHAS.
      *
       01  REG-HOLERITE-PORTAL.
           05  HPO-TIPO-REG            PIC X(01).
               88  HPO-REG-HEADER          VALUE "H".
               88  HPO-REG-LINHA           VALUE "L".
               88  HPO-REG-TRAILER         VALUE "T".
           05  HPO-DADOS               PIC X(80).
           05  HPO-HEADER REDEFINES HPO-DADOS.
               10  HPO-CODIGO          PIC 9(05).
               10  HPO-COMPETENCIA     PIC 9(06).
               10  HPO-VIA             PIC X(01).
                   88  HPO-VIA-ORIGINAL    VALUE "O".
                   88  HPO-SEGUNDA-VIA     VALUE "R".
               10  HPO-NOME            PIC X(10).
               10  HPO-SETOR           PIC X(10).
               10  HPO-DATA-EMISSAO    PIC 9(08).
               10  FILLER              PIC X(40).
           05  HPO-TRAILER REDEFINES HPO-DADOS.
               10  HPO-QTD-LINHAS      PIC 9(04).
               10  FILLER              PIC X(76).

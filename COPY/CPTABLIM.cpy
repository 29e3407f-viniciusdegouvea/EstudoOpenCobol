      *    CPTABLIM - LAYOUT DO REGISTRO DO CADASTRO DE LIMITES DAS
      *    TABELAS EM MEMORIA (TABLIM): PROGRAMA, NOME DA TABELA, O
      *    ARQUIVO QUE A ALIMENTA E QUANTAS OCORRENCIAS ELA COMPORTA.
      *    TIPO DE CONTAGEM "R" = UMA OCORRENCIA POR REGISTRO DO
      *    ARQUIVO; "D" = UMA OCORRENCIA POR VALOR DISTINTO DA CHAVE
      *    QUE COMECA EM LIM-POSICAO, COM LIM-TAMANHO BYTES (ATE 20).
      *    O PROG161 CONFERE OS ARQUIVOS CONTRA ESTES LIMITES.
      *
       01  REG-LIMITE-TABELA.
           05  LIM-PROGRAMA            PIC X(08).
           05  LIM-TABELA              PIC X(14).
           05  LIM-ARQUIVO             PIC X(10).
           05  LIM-TIPO-CONTAGEM       PIC X(01).
               88  LIM-CONTA-REGISTROS     VALUE "R".
               88  LIM-CONTA-DISTINTOS     VALUE "D".
           05  LIM-POSICAO             PIC 9(03).
           05  LIM-TAMANHO             PIC 9(02).
           05  LIM-CAPACIDADE          PIC 9(05).

      *     AS FICHAS PROCESSADAS SAO MOVIDAS PARA O ARQUIVO CADPROC
      *     E O CADASTRO E REGRAVADO VAZIO, PARA NAO ADMITIR A MESMA
      *     PESSOA DUAS VEZES.
      *
      *     A FICHA QUE VEM DE UMA OFERTA ACEITA NO RECRUTAMENTO
      *     (PROG148) JA TRAZ O CARGO DA REQUISICAO DE VAGA E, QUANDO
      *     A VAGA FOI ABERTA ACIMA DO QUADRO COM AUTORIZACAO, A MARCA
      *     DE EXCECAO - OS DOIS SEGUEM NA TRANSACAO DE INCLUSAO, PARA
      *     O PROG28 NAO BARRAR UMA ADMISSAO JA AUTORIZADA.

       ENVIRONMENT DIVISION.

           MOVE "PROG62"            TO TRANS-OPERADOR.
           MOVE 1                   TO TRANS-EMPRESA.
           MOVE CAD-DOCUMENTO       TO TRANS-DOCUMENTO.
           IF CAD-OVERRIDE-QUADRO = "S"
               MOVE "S"               TO TRANS-OVERRIDE-QUADRO
           ELSE
               MOVE SPACE             TO TRANS-OVERRIDE-QUADRO
           END-IF.
           IF CAD-DATA-ADMISSAO IS NUMERIC AND CAD-DATA-ADMISSAO > 0
               MOVE CAD-DATA-ADMISSAO TO TRANS-DATA-ADMISSAO
           ELSE
               MOVE WS-DATA-HOJE      TO TRANS-DATA-ADMISSAO
           END-IF.
      *    A FICHA DE ADMISSAO DIRETA NAO CARREGA CARGO - O CARGO E
      *    DADO DEPOIS, PELA MANUTENCAO OU PELA PROMOCAO (PROG87). A
      *    QUE VEM DO RECRUTAMENTO TRAZ O CARGO DA REQUISICAO.
           MOVE CAD-CARGO           TO TRANS-CARGO.
      *    NEM O CONTRATO - A MANUTENCAO ASSUME MENSALISTA DE 44
      *    HORAS QUANDO A TRANSACAO VEM SEM ELE.
           MOVE SPACE               TO TRANS-TIPO-CONTRATO.
           MOVE 0                   TO TRANS-HORAS-SEMANAIS.
      *    E A EXPERIENCIA NO PADRAO DE 45 + 45 DIAS.
           MOVE 0                   TO TRANS-DIAS-EXPERIENCIA.
           WRITE TRANS-FUNCIONARIO.

       GRAVAR-FICHA-PROCESSADA.

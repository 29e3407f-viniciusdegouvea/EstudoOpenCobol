           MOVE SPACE               TO TRANS-OVERRIDE-QUADRO.
           MOVE DATA-ADMISSAO       TO TRANS-DATA-ADMISSAO.
           MOVE CARGO               TO TRANS-CARGO.
           MOVE TIPO-CONTRATO       TO TRANS-TIPO-CONTRATO.
           MOVE HORAS-SEMANAIS      TO TRANS-HORAS-SEMANAIS.
           WRITE TRANS-FUNCIONARIO.

       GRAVAR-LINHA-DA-LISTA.

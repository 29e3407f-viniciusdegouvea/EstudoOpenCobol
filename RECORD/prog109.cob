      *     O MODO VEM DO CARTAO PROPPRM: "E" ENTRADA DE PROPOSTAS,
      *     "D" DECISAO/EXPIRACAO. COISA DIFERENTE DO REAJUSTE EM
      *     MASSA DO PROG39.
      *
      *     AS PROPOSTAS DE MERITO DO CICLO DE AVALIACAO CHEGAM AO
      *     PROPSAL PELO PROG156, JA PENDENTES, E PASSAM PELA MESMA
      *     DECISAO. A TABELA EM MEMORIA COMPORTA 2000 PROPOSTAS;
      *     PROPSAL MAIOR QUE ELA ENCERRA COM RETURN-CODE 16 SEM
      *     APLICAR NADA, E PROPOSTA NOVA QUE NAO CABE E RECUSADA.

       ENVIRONMENT DIVISION.

           88  FIM-ARQUIVO                 VALUE "S".
       01  WS-FIM-AUTORIZACOES         PIC X VALUE "N".
           88  FIM-AUTORIZACOES            VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

       01  WS-MODO                     PIC X(01) VALUE "D".
           88  RODADA-DE-ENTRADA           VALUE "E".
           88  OPERADOR-PODE-APROVAR       VALUE "S".

      *    PROPOSTAS EM MEMORIA.
       01  WS-QTD-PROPOSTAS            PIC 9(04) VALUE 0.
       01  TAB-PROPOSTAS.
           05  PRP-ITEM OCCURS 2000 TIMES.
               10  PRP-CODIGO          PIC 9(05).
               10  PRP-SALARIO         PIC 9(6)V9(2).
               10  PRP-JUSTIFICATIVA   PIC X(30).
               10  PRP-SITUACAO        PIC X(01).
               10  PRP-OPER-DECISAO    PIC X(08).
               10  PRP-DATA-DECISAO    PIC 9(08).
       01  WS-IDX                      PIC 9(04).
       01  WS-IDX-ACHADO               PIC 9(04).

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           EVALUATE TRUE
               WHEN TABELA-ESTOUROU
                   DISPLAY "** PROPSAL MAIOR QUE A TABELA EM MEMORIA -"
                       " NADA FOI APLICADO **"
                   MOVE 16 TO RETURN-CODE
               WHEN RODADA-DE-ENTRADA
                   PERFORM RECEBER-PROPOSTAS
               WHEN OTHER
                   PERFORM DECIDIR-PROPOSTAS
                   PERFORM EXPIRAR-PROPOSTAS
           END-EVALUATE.
           IF NOT TABELA-ESTOUROU
               PERFORM REGRAVAR-PROPOSTAS
               PERFORM IMPRIMIR-RELATORIO
           END-IF.
           CLOSE ARQ-EXCECOES.
           DISPLAY "PROPOSTAS DE REAJUSTE - NOVAS: " WS-QTD-NOVAS
               " LIBERADAS: " WS-QTD-LIBERADAS
           END-READ.

       GUARDAR-UMA-PROPOSTA.
           IF WS-QTD-PROPOSTAS < 2000
               ADD 1 TO WS-QTD-PROPOSTAS
               MOVE PPS-CODIGO TO PRP-CODIGO (WS-QTD-PROPOSTAS)
               MOVE PPS-SALARIO-PROPOSTO
                   TO PRP-OPER-DECISAO (WS-QTD-PROPOSTAS)
               MOVE PPS-DATA-DECISAO
                   TO PRP-DATA-DECISAO (WS-QTD-PROPOSTAS)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-PROPOSTA-ARQUIVO.

               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADAS
           ELSE
               IF WS-QTD-PROPOSTAS < 2000
                   ADD 1 TO WS-QTD-PROPOSTAS
                   MOVE TPR-CODIGO
                       TO PRP-CODIGO (WS-QTD-PROPOSTAS)
                       TO PRP-OPER-DECISAO (WS-QTD-PROPOSTAS)
                   MOVE 0 TO PRP-DATA-DECISAO (WS-QTD-PROPOSTAS)
                   ADD 1 TO WS-QTD-NOVAS
               ELSE
                   MOVE "TPR-CODIGO"  TO WS-CAMPO-REJEITADO
                   MOVE TPR-CODIGO    TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE PROPOSTAS CHEIO (2000)"
                                      TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADAS
               END-IF
           END-IF.

           MOVE SPACE               TO TRANS-OVERRIDE-QUADRO.
           MOVE DATA-ADMISSAO       TO TRANS-DATA-ADMISSAO.
           MOVE CARGO               TO TRANS-CARGO.
           MOVE TIPO-CONTRATO       TO TRANS-TIPO-CONTRATO.
           MOVE HORAS-SEMANAIS      TO TRANS-HORAS-SEMANAIS.
           WRITE TRANS-FUNCIONARIO.

      *--------------------------------------------------------------*

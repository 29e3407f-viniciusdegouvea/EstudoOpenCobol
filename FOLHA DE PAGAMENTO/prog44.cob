      *     SEJA DIGITACAO DE DADOS E NAO UMA ALTERACAO DE PROGRAMA.
      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA A TABELA.
      *
      *     O TIPO F (SALARIO-FAMILIA) USA SO A FAIXA 1 - LIMITE E O
      *     TETO DO BRUTO E DEDUZIR E A COTA POR FILHO. O TIPO M
      *     (SALARIO MINIMO) TAMBEM - LIMITE E O VALOR DO MINIMO.

       ENVIRONMENT DIVISION.

      *    VALIDACAO DOS CAMPOS DA TRANSACAO DE INCLUSAO.
      *--------------------------------------------------------------*
       VALIDAR-DADOS-MANUTENCAO.
           IF MNT-TIPO NOT = "I" AND NOT = "R" AND NOT = "F"
               AND NOT = "M"
               SET REGISTRO-INVALIDO TO TRUE
               MOVE "MNT-TIPO"        TO WS-CAMPO-REJEITADO
               MOVE MNT-TIPO          TO WS-VALOR-REJEITADO
               MOVE "TIPO DE FAIXA DEVE SER I, R, F OU M"
                                      TO WS-MOTIVO-REJEICAO
           END-IF.

               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               IF (MNT-TIPO = "F" OR MNT-TIPO = "M")
                   AND MNT-NUMERO NOT = 1
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "MNT-NUMERO"    TO WS-CAMPO-REJEITADO
                   MOVE MNT-NUMERO      TO WS-VALOR-REJEITADO
                   MOVE "TIPO F/M USA SO A FAIXA 1"
                                        TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               IF MNT-LIMITE IS NOT NUMERIC OR MNT-LIMITE = 0
                   SET REGISTRO-INVALIDO TO TRUE

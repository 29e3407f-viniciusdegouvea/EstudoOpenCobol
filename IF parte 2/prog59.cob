      *     RECOMPILACAO DO PROG14 E DO PROG15.
      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA O BANCO.
      *
      *     A TRANSACAO TRAZ O QUESTIONARIO DA PERGUNTA (EM BRANCO, O
      *     DE CLIMA; "D", O DA ENTREVISTA DE DESLIGAMENTO), QUE FAZ
      *     PARTE DA CHAVE JUNTO COM A VIGENCIA E O ID - OS DOIS
      *     QUESTIONARIOS TEM NUMERACAO PROPRIA.

       ENVIRONMENT DIVISION.

           05  QMN-OPCAO-1             PIC X(03).
           05  QMN-OPCAO-2             PIC X(03).
           05  QMN-OPCAO-3             PIC X(03).
           05  QMN-QUESTIONARIO        PIC X(01).
               88  QMN-QUESTIONARIO-VALIDO VALUES SPACE "D".

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(100).
               10  QBM-OPCAO-2         PIC X(03).
               10  QBM-OPCAO-3         PIC X(03).
               10  QBM-SITUACAO        PIC X(01).
               10  QBM-QUESTIONARIO    PIC X(01).
       01  WS-NOME-QUESTIONARIO        PIC X(05).
       01  WS-IDX                      PIC 9(03).
       01  WS-IDX-ACHADO               PIC 9(03).
       01  WS-ACHOU-PERGUNTA           PIC X VALUE "N".
               MOVE QBN-OPCAO-2    TO QBM-OPCAO-2 (WS-QTD-PERGUNTAS)
               MOVE QBN-OPCAO-3    TO QBM-OPCAO-3 (WS-QTD-PERGUNTAS)
               MOVE QBN-SITUACAO   TO QBM-SITUACAO (WS-QTD-PERGUNTAS)
               MOVE QBN-QUESTIONARIO
                   TO QBM-QUESTIONARIO (WS-QTD-PERGUNTAS)
           END-IF.
           PERFORM LER-PERGUNTA-DO-BANCO.

                   MOVE QMN-OPCAO-2    TO QBM-OPCAO-2 (WS-IDX-ACHADO)
                   MOVE QMN-OPCAO-3    TO QBM-OPCAO-3 (WS-IDX-ACHADO)
                   MOVE "A"            TO QBM-SITUACAO (WS-IDX-ACHADO)
                   MOVE QMN-QUESTIONARIO
                       TO QBM-QUESTIONARIO (WS-IDX-ACHADO)
                   ADD 1 TO WS-QTD-INCLUIDAS
               END-IF
           END-IF.
       COMPARAR-UMA-PERGUNTA.
           IF QBM-DATA-VIGENCIA (WS-IDX) = QMN-DATA-VIGENCIA
               AND QBM-PERG-ID (WS-IDX) = QMN-PERG-ID
               AND QBM-QUESTIONARIO (WS-IDX) = QMN-QUESTIONARIO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-A-PERGUNTA TO TRUE
           ELSE
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               IF NOT QMN-QUESTIONARIO-VALIDO
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "QMN-QUESTIONAR" TO WS-CAMPO-REJEITADO
                   MOVE QMN-QUESTIONARIO TO WS-VALOR-REJEITADO
                   MOVE "QUESTIONARIO DEVE SER BRANCO OU D"
                                         TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    REGRAVACAO DO BANCO E LISTAGEM.
      *--------------------------------------------------------------*
           MOVE QBM-OPCAO-2 (WS-IDX)       TO QBN-OPCAO-2.
           MOVE QBM-OPCAO-3 (WS-IDX)       TO QBN-OPCAO-3.
           MOVE QBM-SITUACAO (WS-IDX)      TO QBN-SITUACAO.
           MOVE QBM-QUESTIONARIO (WS-IDX)  TO QBN-QUESTIONARIO.
           WRITE REG-BANCO-PERGUNTA.
           ADD 1 TO WS-IDX.

           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-PERGUNTA.
           IF QBM-QUESTIONARIO (WS-IDX) = "D"
               MOVE "DESLG" TO WS-NOME-QUESTIONARIO
           ELSE
               MOVE "CLIMA" TO WS-NOME-QUESTIONARIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WS-NOME-QUESTIONARIO
               " VIG " QBM-DATA-VIGENCIA (WS-IDX)
               " ID " QBM-PERG-ID (WS-IDX)
               " [" QBM-SITUACAO (WS-IDX) "] "
               QBM-TEXTO (WS-IDX)

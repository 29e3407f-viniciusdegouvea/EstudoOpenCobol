      *     O ARQUIVO PROPRIO (PARTICIP), DE ONDE O PROG58 MEDE A
      *     TAXA E COBRA QUEM FALTA SEM PODER JUNTAR PESSOA A
      *     RESPOSTA.
      *
      *     A ENTREVISTA DE DESLIGAMENTO ENTRA PELO MODO LOTE, A PARTIR
      *     DA FICHA DA ENTREVISTA: O CARTAO COM "D" NA COLUNA DO
      *     QUESTIONARIO E RESPONDIDO CONTRA AS PERGUNTAS DE
      *     DESLIGAMENTO DO QUESTBAN E CARIMBADO COM A CAMPANHA DE
      *     DESLIGAMENTO ABERTA (CAMPCTRL TIPO "D"); O CARTAO EM
      *     BRANCO SEGUE NO CLIMA. A TABELA DE PERGUNTAS E A CAMPANHA
      *     SAO TROCADAS QUANDO O QUESTIONARIO DO CARTAO MUDA. SEM
      *     CAMPANHA OU SEM PERGUNTAS DE DESLIGAMENTO, O CARTAO VAI
      *     PARA EXCECOES. O MODO INTERATIVO E SO DO CLIMA.

       ENVIRONMENT DIVISION.

           05  PARM-RESP-1             PIC X(03).
           05  PARM-RESP-2             PIC X(03).
           05  PARM-RESP-3             PIC X(03).
           05  PARM-QUESTIONARIO       PIC X(01).
               88  PARM-QUESTIONARIO-VALIDO VALUES SPACE "D".

       FD  ARQ-LOG.
       COPY CPOPLOG.
           88  FIM-BANCO                   VALUE "S".
       01  WS-VIGENCIA-BANCO           PIC 9(08) VALUE 0.

      *    QUESTIONARIO CARREGADO NA TABELA E NA CAMPANHA - EM
      *    BRANCO O DE CLIMA, "D" O DA ENTREVISTA DE DESLIGAMENTO.
       01  WS-QUESTIONARIO-CARREGADO   PIC X(01) VALUE SPACE.
           88  QUESTIONARIO-DESLIGAMENTO   VALUE "D".
       01  WS-CARTAO-ACEITO            PIC X VALUE "S".
           88  CARTAO-ACEITO               VALUE "S".
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).
       01  WS-MOTIVO-REJEICAO          PIC X(40).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
      *    PERGUNTAS ATIVAS DESSA VERSAO POR CIMA DA RESERVA.
      *--------------------------------------------------------------*
       CARREGAR-PERGUNTAS-DO-BANCO.
           MOVE 0 TO WS-VIGENCIA-BANCO.
           OPEN INPUT ARQ-BANCO-PERGUNTAS.
           IF WS-STATUS-BANCO = "00"
               MOVE "N" TO WS-FIM-BANCO
                   END-IF
               END-IF
           END-IF.
      *    A RESERVA COMPILADA E DO CLIMA - A ENTREVISTA DE
      *    DESLIGAMENTO SEM PERGUNTAS NO BANCO FICA SEM PERGUNTAS.
           IF QUESTIONARIO-DESLIGAMENTO AND WS-VIGENCIA-BANCO = 0
               MOVE 0 TO PERG-QTD-CARREGADAS
           END-IF.

       LER-PERGUNTA-DO-BANCO.
           READ ARQ-BANCO-PERGUNTAS
           END-READ.

       ESCOLHER-VIGENCIA-DO-BANCO.
           IF QBN-QUESTIONARIO = WS-QUESTIONARIO-CARREGADO
               AND QBN-DATA-VIGENCIA <= WS-DATA-HOJE
               AND QBN-DATA-VIGENCIA > WS-VIGENCIA-BANCO
               MOVE QBN-DATA-VIGENCIA TO WS-VIGENCIA-BANCO
           END-IF.
       CARREGAR-PERGUNTA-VIGENTE.
           IF QBN-DATA-VIGENCIA = WS-VIGENCIA-BANCO
               AND QBN-ATIVA
               AND QBN-QUESTIONARIO = WS-QUESTIONARIO-CARREGADO
               AND PERG-QTD-CARREGADAS < 10
               ADD 1 TO PERG-QTD-CARREGADAS
               MOVE QBN-PERG-ID     TO PERG-ID (PERG-QTD-CARREGADAS)
      *    ABERTURA/FECHAMENTO CONTEM A DATA DE HOJE.
      *--------------------------------------------------------------*
       LOCALIZAR-CAMPANHA-ABERTA.
           MOVE 0 TO WS-CAMPANHA-ATIVA.
           MOVE "N" TO WS-CAMPANHA-ANONIMA-FLG.
           MOVE "N" TO WS-FIM-CAMPANHAS.
           OPEN INPUT ARQ-CAMPANHAS.
           IF WS-STATUS-CAMPANHAS = "00"
               PERFORM LER-CAMPANHA
       CONFERIR-UMA-CAMPANHA.
           IF CAMP-DATA-ABERTURA <= WS-DATA-HOJE
               AND CAMP-DATA-FECHAMENTO >= WS-DATA-HOJE
               AND CAMP-TIPO = WS-QUESTIONARIO-CARREGADO
               MOVE CAMP-ID TO WS-CAMPANHA-ATIVA
               IF CAMPANHA-ANONIMA
                   MOVE "S" TO WS-CAMPANHA-ANONIMA-FLG
           END-READ.

       PROCESSAR-RESPONDENTE-DO-LOTE.
           PERFORM AJUSTAR-QUESTIONARIO-DO-CARTAO.
           IF CARTAO-ACEITO
               PERFORM GRAVAR-RESPOSTAS-DO-CARTAO
           ELSE
               PERFORM REGISTRAR-EXCECAO-CARTAO
           END-IF.
           PERFORM LER-PARAMETRO.

      *    O QUESTIONARIO DO CARTAO DIFERENTE DO CARREGADO TROCA A
      *    TABELA DE PERGUNTAS E A CAMPANHA.
       AJUSTAR-QUESTIONARIO-DO-CARTAO.
           MOVE "S" TO WS-CARTAO-ACEITO.
           IF NOT PARM-QUESTIONARIO-VALIDO
               MOVE "N" TO WS-CARTAO-ACEITO
               MOVE "PARM-QUESTIONAR"  TO WS-CAMPO-REJEITADO
               MOVE PARM-QUESTIONARIO  TO WS-VALOR-REJEITADO
               MOVE "QUESTIONARIO DEVE SER BRANCO OU D"
                                       TO WS-MOTIVO-REJEICAO
           ELSE
               IF PARM-QUESTIONARIO NOT = WS-QUESTIONARIO-CARREGADO
                   MOVE PARM-QUESTIONARIO
                       TO WS-QUESTIONARIO-CARREGADO
                   PERFORM INICIALIZAR-PERGUNTAS
                   PERFORM CARREGAR-PERGUNTAS-DO-BANCO
                   PERFORM LOCALIZAR-CAMPANHA-ABERTA
               END-IF
               IF QUESTIONARIO-DESLIGAMENTO
                   EVALUATE TRUE
                       WHEN WS-CAMPANHA-ATIVA = 0
                           MOVE "N" TO WS-CARTAO-ACEITO
                           MOVE "PARM-ID-RESP"   TO WS-CAMPO-REJEITADO
                           MOVE PARM-ID-RESPONDENTE
                                                 TO WS-VALOR-REJEITADO
                           MOVE "SEM CAMPANHA DE DESLIGAMENTO ABERTA"
                                                 TO WS-MOTIVO-REJEICAO
                       WHEN PERG-QTD-CARREGADAS = 0
                           MOVE "N" TO WS-CARTAO-ACEITO
                           MOVE "PARM-ID-RESP"   TO WS-CAMPO-REJEITADO
                           MOVE PARM-ID-RESPONDENTE
                                                 TO WS-VALOR-REJEITADO
                           MOVE "SEM PERGUNTAS DE DESLIGAMENTO NO BANCO"
                                                 TO WS-MOTIVO-REJEICAO
                   END-EVALUATE
               END-IF
           END-IF.

       GRAVAR-RESPOSTAS-DO-CARTAO.
           MOVE PARM-ID-RESPONDENTE TO WS-ID-RESPONDENTE.
           PERFORM APURAR-SETOR-DO-RESPONDENTE.
           PERFORM GRAVAR-PARTICIPACAO.
               PERFORM PROCESSAR-PERGUNTA-LOTE
           END-IF.

       PROCESSAR-PERGUNTA-LOTE.
           PERFORM VALIDAR-RESPOSTA.
           IF ENTRADA-INVALIDA
               WRITE REG-PARTICIPACAO
           END-IF.

       REGISTRAR-EXCECAO-CARTAO.
           MOVE "PROG14"             TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

       REGISTRAR-EXCECAO-RESPOSTA.
           MOVE "PROG14"             TO EXC-PROGRAMA.
           MOVE "RESP-CODIGO"        TO EXC-CAMPO.

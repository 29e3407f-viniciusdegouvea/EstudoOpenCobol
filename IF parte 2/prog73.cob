      *     PERGUNTA) DE CADA SETOR CONTRA A CAMPANHA ANTERIOR,
      *     MARCANDO O SETOR QUE CAIU - EM VEZ DE OS NUMEROS DO
      *     PROG15 SE PERDEREM A CADA RODADA.
      *
      *     SO O QUESTIONARIO DE CLIMA ENTRA: A PROCURA DA CAMPANHA
      *     ABERTA PULA A DE DESLIGAMENTO (CAMPCTRL TIPO "D") E O
      *     BANCO CARREGA SO AS PERGUNTAS DE CLIMA.

       ENVIRONMENT DIVISION.

           END-READ.

       ESCOLHER-VIGENCIA-DO-BANCO.
           IF QBN-DE-CLIMA
               AND QBN-DATA-VIGENCIA <= WS-DATA-HOJE
               AND QBN-DATA-VIGENCIA > WS-VIGENCIA-BANCO
               MOVE QBN-DATA-VIGENCIA TO WS-VIGENCIA-BANCO
           END-IF.
       CARREGAR-PERGUNTA-VIGENTE.
           IF QBN-DATA-VIGENCIA = WS-VIGENCIA-BANCO
               AND QBN-ATIVA
               AND QBN-DE-CLIMA
               AND PERG-QTD-CARREGADAS < 10
               ADD 1 TO PERG-QTD-CARREGADAS
               MOVE QBN-PERG-ID     TO PERG-ID (PERG-QTD-CARREGADAS)
       CONFERIR-UMA-CAMPANHA.
           IF CAMP-DATA-ABERTURA <= WS-DATA-HOJE
               AND CAMP-DATA-FECHAMENTO >= WS-DATA-HOJE
               AND CAMPANHA-DE-CLIMA
               MOVE CAMP-ID TO WS-CAMPANHA-ATIVA
               SET FIM-CAMPANHAS TO TRUE
           ELSE

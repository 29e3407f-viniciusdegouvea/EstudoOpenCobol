      *     (PARTICIP, GRAVADO PELO PROG14), QUE TEM A IDENTIDADE
      *     MAS NENHUMA RESPOSTA; A TAXA E A COBRANCA CONTINUAM
      *     SAINDO SEM QUE SE POSSA JUNTAR PESSOA A RESPOSTA.
      *
      *     A CAMPANHA PERMANENTE DE ENTREVISTA DE DESLIGAMENTO
      *     (CAMPCTRL TIPO "D") NAO ENTRA NA PROCURA - A POPULACAO
      *     DELA SAO OS CONVOCADOS PELO PROG61, NAO OS ATIVOS.

       ENVIRONMENT DIVISION.

       CONFERIR-UMA-CAMPANHA.
           IF CAMP-DATA-ABERTURA <= WS-DATA-HOJE
               AND CAMP-DATA-FECHAMENTO >= WS-DATA-HOJE
               AND CAMPANHA-DE-CLIMA
               MOVE CAMP-ID TO WS-CAMPANHA-ATIVA
               MOVE CAMP-DATA-FECHAMENTO TO WS-FECHAMENTO-CAMPANHA
               SET FIM-CAMPANHAS TO TRUE

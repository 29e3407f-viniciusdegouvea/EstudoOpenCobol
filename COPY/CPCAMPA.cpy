      *         QUESTIONARIO GRAVA O SETOR DO RESPONDENTE MAS NAO A
      *         IDENTIDADE; A PARTICIPACAO VAI PARA O ARQUIVO
      *         PROPRIO (PARTICIP), SEM LIGACAO COM AS RESPOSTAS.
      *    MVG  TIPO DA CAMPANHA - EM BRANCO, A PESQUISA DE CLIMA DE
      *         SEMPRE; "D", A CAMPANHA PERMANENTE DE ENTREVISTA DE
      *         DESLIGAMENTO (JANELA LONGA, CONVOCACAO PELO PROG61,
      *         PERGUNTAS PROPRIAS NO QUESTBAN). A PROCURA DA
      *         CAMPANHA ABERTA DO CLIMA PULA AS DE DESLIGAMENTO.
      *
       01  REG-CAMPANHA.
           05  CAMP-ID                 PIC 9(04).
           05  CAMP-POPULACAO-ALVO     PIC 9(05).
           05  CAMP-ANONIMA            PIC X(01).
               88  CAMPANHA-ANONIMA        VALUE "S".
           05  CAMP-TIPO               PIC X(01).
               88  CAMPANHA-DE-CLIMA       VALUE SPACE.
               88  CAMPANHA-DESLIGAMENTO   VALUE "D".

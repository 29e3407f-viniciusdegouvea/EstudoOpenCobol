      *    CPCICLO - LAYOUT DO CICLO DE AVALIACAO DE DESEMPENHO
      *    (CICLOAVL): IDENTIFICACAO DO CICLO, PERIODO AVALIADO E A
      *    CURVA-ALVO DA CALIBRACAO - PERCENTUAL ESPERADO DE
      *    AVALIADOS EM CADA NOTA, DA 1 A 5, SOMANDO 100. SO UM
      *    CICLO FICA ABERTO POR VEZ; A GERACAO DAS PROPOSTAS DE
      *    MERITO (PROG156) FECHA O CICLO. ABERTO PELO PROG154.
      *
       01  REG-CICLO-AVALIACAO.
           05  CIC-CICLO               PIC X(06).
           05  CIC-DATA-INICIO         PIC 9(08).
           05  CIC-DATA-FIM            PIC 9(08).
           05  CIC-SITUACAO            PIC X(01).
               88  CIC-ABERTO              VALUE "A".
               88  CIC-FECHADO             VALUE "F".
           05  CIC-CURVA-ALVO.
               10  CIC-PERC-ALVO       PIC 9(03) OCCURS 5 TIMES.
           05  CIC-DATA-ABERTURA       PIC 9(08).
           05  CIC-DATA-FECHAMENTO     PIC 9(08).
           05  CIC-OPERADOR            PIC X(08).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG149.
      *     ACOMPANHAMENTO MENSAL DO RECRUTAMENTO POR SETOR.
      *     LE AS REQUISICOES DE VAGA (REQUISIC) E OS CANDIDATOS
      *     (CANDIDAT) MANTIDOS PELO PROG148 E IMPRIME (RELRECRU), POR
      *     SETOR:
      *       - NO MES: REQUISICOES ABERTAS, PREENCHIDAS E CANCELADAS,
      *         E O TEMPO MEDIO E O MAIOR TEMPO DE PREENCHIMENTO (DIAS
      *         CORRIDOS DA ABERTURA AO ACEITE DA OFERTA);
      *       - NA DATA DA RODADA: REQUISICOES AGUARDANDO APROVACAO E
      *         ABERTAS, COM A IDADE DA MAIS ANTIGA, E OS CANDIDATOS
      *         DELAS EM TRIAGEM, ENTREVISTA E OFERTA;
      *       - NO MES: OFERTAS ACEITAS E CANDIDATOS DECLINADOS.
      *     SAEM OS SETORES DO CADASTRO (SETORMST) QUE TEM ALGUMA
      *     REQUISICAO, NA ORDEM DO CADASTRO, E DEPOIS OS SETORES DE
      *     REQUISICAO QUE NAO ESTAO NELE; NO FIM, O TOTAL GERAL.
      *
      *     O CARTAO OPCIONAL FOLHADTA INFORMA A COMPETENCIA, COMO NO
      *     CALCULO DE FOLHA; SEM ELE, VALE O MES DA DATA DO DIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-REQUISICOES ASSIGN TO "REQUISIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REQUISICOES.

           SELECT ARQ-CANDIDATOS ASSIGN TO "CANDIDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDIDATOS.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-RELATORIO ASSIGN TO "RELRECRU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-REQUISICOES.
       COPY CPREQVAG.

       FD  ARQ-CANDIDATOS.
       COPY CPCANDID.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-REQUISICOES       PIC X(02).
       01  WS-STATUS-CANDIDATOS        PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).
       01  WS-MES-DA-DATA              PIC 9(06).

       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-REQUISICOES          PIC X VALUE "N".
           88  FIM-REQUISICOES             VALUE "S".
       01  WS-FIM-CANDIDATOS           PIC X VALUE "N".
           88  FIM-CANDIDATOS              VALUE "S".

      *    SETORES DO RELATORIO - OS DO CADASTRO PRIMEIRO, NA ORDEM
      *    DELE, E OS QUE SO APARECEM NAS REQUISICOES DEPOIS.
       01  WS-QTD-SETORES              PIC 9(03) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 100 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-GERENTE         PIC 9(05).
               10  SST-CADASTRADO      PIC X(01).
               10  SST-TOTAIS.
                   15  SST-ABERTAS-MES     PIC 9(04).
                   15  SST-PREENCHIDAS-MES PIC 9(04).
                   15  SST-CANCELADAS-MES  PIC 9(04).
                   15  SST-DIAS-PREENCHER  PIC 9(07).
                   15  SST-MAIOR-PRAZO     PIC 9(05).
                   15  SST-PENDENTES       PIC 9(04).
                   15  SST-EM-ABERTO       PIC 9(04).
                   15  SST-IDADE-MAIS-ANTIGA
                                           PIC 9(05).
                   15  SST-EM-TRIAGEM      PIC 9(04).
                   15  SST-EM-ENTREVISTA   PIC 9(04).
                   15  SST-EM-OFERTA       PIC 9(04).
                   15  SST-ACEITOS-MES     PIC 9(04).
                   15  SST-DECLINADOS-MES  PIC 9(04).
       01  WS-IDX-SST                  PIC 9(03).
       01  WS-IDX-SST-ACHADO           PIC 9(03).
       01  WS-SETOR-PROCURADO          PIC X(10).

      *    NUMERO E SETOR DE CADA REQUISICAO, PARA CLASSIFICAR OS
      *    CANDIDATOS.
       01  WS-QTD-REQUISICOES          PIC 9(04) VALUE 0.
       01  TAB-REQUISICOES.
           05  RQS-ITEM OCCURS 2000 TIMES.
               10  RQS-NUMERO          PIC 9(05).
               10  RQS-IDX-SETOR       PIC 9(03).
       01  WS-IDX-RQS                  PIC 9(04).
       01  WS-QTD-IGNORADOS            PIC 9(05) VALUE 0.

       01  WS-DIAS                     PIC 9(05).
       01  WS-MEDIA-DIAS               PIC 9(05).
       01  WS-TOTAL-GERAL.
           05  WS-TOT-ABERTAS-MES      PIC 9(05).
           05  WS-TOT-PREENCHIDAS-MES  PIC 9(05).
           05  WS-TOT-CANCELADAS-MES   PIC 9(05).
           05  WS-TOT-DIAS-PREENCHER   PIC 9(08).
           05  WS-TOT-MAIOR-PRAZO      PIC 9(05).
           05  WS-TOT-PENDENTES        PIC 9(05).
           05  WS-TOT-EM-ABERTO        PIC 9(05).
           05  WS-TOT-IDADE-MAIS-ANTIGA
                                       PIC 9(05).
           05  WS-TOT-EM-TRIAGEM       PIC 9(05).
           05  WS-TOT-EM-ENTREVISTA    PIC 9(05).
           05  WS-TOT-EM-OFERTA        PIC 9(05).
           05  WS-TOT-ACEITOS-MES      PIC 9(05).
           05  WS-TOT-DECLINADOS-MES   PIC 9(05).
       01  WS-QTD-SETORES-IMPRESSOS    PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
           INITIALIZE WS-TOTAL-GERAL.
           PERFORM CARREGAR-SETORES.
           PERFORM APURAR-REQUISICOES.
           PERFORM APURAR-CANDIDATOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-UM-SETOR
               VARYING WS-IDX-SST FROM 1 BY 1
               UNTIL WS-IDX-SST > WS-QTD-SETORES.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           CLOSE ARQ-RELATORIO.
           DISPLAY "RECRUTAMENTO " WS-COMPETENCIA
               " - SETORES: " WS-QTD-SETORES-IMPRESSOS
               " - PREENCHIDAS NO MES: " WS-TOT-PREENCHIDAS-MES
               " - EM ABERTO: " WS-TOT-EM-ABERTO.
           IF WS-QTD-IGNORADOS > 0
               DISPLAY "** REGISTROS FORA DAS TABELAS, NAO APURADOS: "
                   WS-QTD-IGNORADOS " **"
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    COMPETENCIA DA RODADA - CARTAO OPCIONAL FOLHADTA.
      *--------------------------------------------------------------*
       LER-CARTAO-DE-DATA.
           OPEN INPUT ARQ-DATA-FOLHA.
           IF WS-STATUS-DATA-FOLHA = "00"
               READ ARQ-DATA-FOLHA
                   NOT AT END
                       IF DTA-DATA-FOLHA IS NUMERIC
                           AND DTA-DATA-FOLHA > 0
                           MOVE DTA-DATA-FOLHA TO WS-DATA-FOLHA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-DATA-FOLHA.

      *--------------------------------------------------------------*
      *    SETORES DO CADASTRO, NA ORDEM DELE.
      *--------------------------------------------------------------*
       CARREGAR-SETORES.
           OPEN INPUT ARQ-SETORES.
           IF WS-STATUS-SETORES = "00"
               PERFORM LER-SETOR
               PERFORM GUARDAR-UM-SETOR UNTIL FIM-SETORES
               CLOSE ARQ-SETORES
           END-IF.

       LER-SETOR.
           READ ARQ-SETORES
               AT END SET FIM-SETORES TO TRUE
           END-READ.

       GUARDAR-UM-SETOR.
           IF WS-QTD-SETORES < 100
               ADD 1 TO WS-QTD-SETORES
               MOVE SET-CODIGO  TO SST-CODIGO (WS-QTD-SETORES)
               MOVE SET-GERENTE TO SST-GERENTE (WS-QTD-SETORES)
               MOVE "S"         TO SST-CADASTRADO (WS-QTD-SETORES)
               INITIALIZE SST-TOTAIS (WS-QTD-SETORES)
           END-IF.
           PERFORM LER-SETOR.

      *    POSICAO DO SETOR NA TABELA; SETOR NOVO ENTRA NO FIM.
       LOCALIZAR-SETOR.
           MOVE 0 TO WS-IDX-SST-ACHADO.
           PERFORM VARYING WS-IDX-SST FROM 1 BY 1
                   UNTIL WS-IDX-SST > WS-QTD-SETORES
               IF SST-CODIGO (WS-IDX-SST) = WS-SETOR-PROCURADO
                   MOVE WS-IDX-SST TO WS-IDX-SST-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-SST-ACHADO = 0 AND WS-QTD-SETORES < 100
               ADD 1 TO WS-QTD-SETORES
               MOVE WS-QTD-SETORES TO WS-IDX-SST-ACHADO
               MOVE WS-SETOR-PROCURADO
                   TO SST-CODIGO (WS-IDX-SST-ACHADO)
               MOVE 0   TO SST-GERENTE (WS-IDX-SST-ACHADO)
               MOVE "N" TO SST-CADASTRADO (WS-IDX-SST-ACHADO)
               INITIALIZE SST-TOTAIS (WS-IDX-SST-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    REQUISICOES - MOVIMENTO DO MES E SITUACAO NA RODADA.
      *--------------------------------------------------------------*
       APURAR-REQUISICOES.
           OPEN INPUT ARQ-REQUISICOES.
           IF WS-STATUS-REQUISICOES = "00"
               PERFORM LER-REQUISICAO
               PERFORM APURAR-UMA-REQUISICAO UNTIL FIM-REQUISICOES
               CLOSE ARQ-REQUISICOES
           END-IF.

       LER-REQUISICAO.
           READ ARQ-REQUISICOES
               AT END SET FIM-REQUISICOES TO TRUE
           END-READ.

       APURAR-UMA-REQUISICAO.
           MOVE REQ-SETOR TO WS-SETOR-PROCURADO.
           PERFORM LOCALIZAR-SETOR.
           IF WS-IDX-SST-ACHADO = 0 OR WS-QTD-REQUISICOES NOT < 2000
               ADD 1 TO WS-QTD-IGNORADOS
           ELSE
               ADD 1 TO WS-QTD-REQUISICOES
               MOVE REQ-NUMERO TO RQS-NUMERO (WS-QTD-REQUISICOES)
               MOVE WS-IDX-SST-ACHADO
                   TO RQS-IDX-SETOR (WS-QTD-REQUISICOES)
               PERFORM SOMAR-UMA-REQUISICAO
           END-IF.
           PERFORM LER-REQUISICAO.

       SOMAR-UMA-REQUISICAO.
           MOVE REQ-DATA-ABERTURA (1:6) TO WS-MES-DA-DATA.
           IF WS-MES-DA-DATA = WS-COMPETENCIA
               ADD 1 TO SST-ABERTAS-MES (WS-IDX-SST-ACHADO)
           END-IF.
           MOVE REQ-DATA-FECHAMENTO (1:6) TO WS-MES-DA-DATA.
           EVALUATE TRUE
               WHEN REQ-PENDENTE
                   ADD 1 TO SST-PENDENTES (WS-IDX-SST-ACHADO)
                   PERFORM CONFERIR-IDADE-DA-REQUISICAO
               WHEN REQ-ABERTA
                   ADD 1 TO SST-EM-ABERTO (WS-IDX-SST-ACHADO)
                   PERFORM CONFERIR-IDADE-DA-REQUISICAO
               WHEN REQ-PREENCHIDA
                   AND WS-MES-DA-DATA = WS-COMPETENCIA
                   ADD 1 TO SST-PREENCHIDAS-MES (WS-IDX-SST-ACHADO)
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE (REQ-DATA-FECHAMENTO)
                     - FUNCTION INTEGER-OF-DATE (REQ-DATA-ABERTURA)
                   ADD WS-DIAS TO SST-DIAS-PREENCHER (WS-IDX-SST-ACHADO)
                   IF WS-DIAS > SST-MAIOR-PRAZO (WS-IDX-SST-ACHADO)
                       MOVE WS-DIAS
                           TO SST-MAIOR-PRAZO (WS-IDX-SST-ACHADO)
                   END-IF
               WHEN REQ-CANCELADA
                   AND WS-MES-DA-DATA = WS-COMPETENCIA
                   ADD 1 TO SST-CANCELADAS-MES (WS-IDX-SST-ACHADO)
           END-EVALUATE.

       CONFERIR-IDADE-DA-REQUISICAO.
           COMPUTE WS-DIAS =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
             - FUNCTION INTEGER-OF-DATE (REQ-DATA-ABERTURA).
           IF WS-DIAS > SST-IDADE-MAIS-ANTIGA (WS-IDX-SST-ACHADO)
               MOVE WS-DIAS TO SST-IDADE-MAIS-ANTIGA (WS-IDX-SST-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    CANDIDATOS - FUNIL NA RODADA E DESFECHOS DO MES, NO SETOR
      *    DA REQUISICAO.
      *--------------------------------------------------------------*
       APURAR-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           IF WS-STATUS-CANDIDATOS = "00"
               PERFORM LER-CANDIDATO
               PERFORM APURAR-UM-CANDIDATO UNTIL FIM-CANDIDATOS
               CLOSE ARQ-CANDIDATOS
           END-IF.

       LER-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END SET FIM-CANDIDATOS TO TRUE
           END-READ.

       APURAR-UM-CANDIDATO.
           MOVE 0 TO WS-IDX-SST-ACHADO.
           PERFORM VARYING WS-IDX-RQS FROM 1 BY 1
                   UNTIL WS-IDX-RQS > WS-QTD-REQUISICOES
               IF RQS-NUMERO (WS-IDX-RQS) = CND-REQUISICAO
                   MOVE RQS-IDX-SETOR (WS-IDX-RQS)
                       TO WS-IDX-SST-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-SST-ACHADO = 0
               ADD 1 TO WS-QTD-IGNORADOS
           ELSE
               MOVE CND-DATA-ETAPA (1:6) TO WS-MES-DA-DATA
               EVALUATE TRUE
                   WHEN CND-TRIAGEM
                       ADD 1 TO SST-EM-TRIAGEM (WS-IDX-SST-ACHADO)
                   WHEN CND-ENTREVISTA
                       ADD 1 TO SST-EM-ENTREVISTA (WS-IDX-SST-ACHADO)
                   WHEN CND-OFERTA
                       ADD 1 TO SST-EM-OFERTA (WS-IDX-SST-ACHADO)
                   WHEN CND-ACEITA
                       AND WS-MES-DA-DATA = WS-COMPETENCIA
                       ADD 1 TO SST-ACEITOS-MES (WS-IDX-SST-ACHADO)
                   WHEN CND-DECLINADA
                       AND WS-MES-DA-DATA = WS-COMPETENCIA
                       ADD 1 TO SST-DECLINADOS-MES (WS-IDX-SST-ACHADO)
               END-EVALUATE
           END-IF.
           PERFORM LER-CANDIDATO.

      *--------------------------------------------------------------*
      *    RELATORIO - UM BLOCO POR SETOR COM REQUISICAO E O TOTAL.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RECRUTAMENTO POR SETOR - COMPETENCIA "
               WS-COMPETENCIA " - POSICAO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "(PRAZOS EM DIAS CORRIDOS; FUNIL = CANDIDATOS EM"
               " TRIAGEM/ENTREVISTA/OFERTA)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-SETOR.
           IF SST-ABERTAS-MES (WS-IDX-SST) > 0
               OR SST-PREENCHIDAS-MES (WS-IDX-SST) > 0
               OR SST-CANCELADAS-MES (WS-IDX-SST) > 0
               OR SST-PENDENTES (WS-IDX-SST) > 0
               OR SST-EM-ABERTO (WS-IDX-SST) > 0
               OR SST-ACEITOS-MES (WS-IDX-SST) > 0
               OR SST-DECLINADOS-MES (WS-IDX-SST) > 0
               ADD 1 TO WS-QTD-SETORES-IMPRESSOS
               PERFORM IMPRIMIR-BLOCO-DO-SETOR
               PERFORM SOMAR-NO-TOTAL-GERAL
           END-IF.

       IMPRIMIR-BLOCO-DO-SETOR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF SST-CADASTRADO (WS-IDX-SST) = "S"
               STRING "SETOR " SST-CODIGO (WS-IDX-SST)
                   " - GERENTE " SST-GERENTE (WS-IDX-SST)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "SETOR " SST-CODIGO (WS-IDX-SST)
                   " - NAO CONSTA NO CADASTRO DE SETORES"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE 0 TO WS-MEDIA-DIAS.
           IF SST-PREENCHIDAS-MES (WS-IDX-SST) > 0
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   SST-DIAS-PREENCHER (WS-IDX-SST)
                   / SST-PREENCHIDAS-MES (WS-IDX-SST)
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  NO MES: ABERTAS " SST-ABERTAS-MES (WS-IDX-SST)
               " PREENCHIDAS " SST-PREENCHIDAS-MES (WS-IDX-SST)
               " CANCELADAS " SST-CANCELADAS-MES (WS-IDX-SST)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  PRAZO DE PREENCHIMENTO: MEDIO " WS-MEDIA-DIAS
               " MAIOR " SST-MAIOR-PRAZO (WS-IDX-SST)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  HOJE: AGUARDANDO APROVACAO "
               SST-PENDENTES (WS-IDX-SST)
               " EM ABERTO " SST-EM-ABERTO (WS-IDX-SST)
               " MAIS ANTIGA " SST-IDADE-MAIS-ANTIGA (WS-IDX-SST)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  FUNIL: " SST-EM-TRIAGEM (WS-IDX-SST)
               "/" SST-EM-ENTREVISTA (WS-IDX-SST)
               "/" SST-EM-OFERTA (WS-IDX-SST)
               " - NO MES: ACEITAS " SST-ACEITOS-MES (WS-IDX-SST)
               " DECLINADOS " SST-DECLINADOS-MES (WS-IDX-SST)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       SOMAR-NO-TOTAL-GERAL.
           ADD SST-ABERTAS-MES (WS-IDX-SST)   TO WS-TOT-ABERTAS-MES.
           ADD SST-PREENCHIDAS-MES (WS-IDX-SST)
               TO WS-TOT-PREENCHIDAS-MES.
           ADD SST-CANCELADAS-MES (WS-IDX-SST)
               TO WS-TOT-CANCELADAS-MES.
           ADD SST-DIAS-PREENCHER (WS-IDX-SST)
               TO WS-TOT-DIAS-PREENCHER.
           IF SST-MAIOR-PRAZO (WS-IDX-SST) > WS-TOT-MAIOR-PRAZO
               MOVE SST-MAIOR-PRAZO (WS-IDX-SST) TO WS-TOT-MAIOR-PRAZO
           END-IF.
           ADD SST-PENDENTES (WS-IDX-SST)     TO WS-TOT-PENDENTES.
           ADD SST-EM-ABERTO (WS-IDX-SST)     TO WS-TOT-EM-ABERTO.
           IF SST-IDADE-MAIS-ANTIGA (WS-IDX-SST)
                   > WS-TOT-IDADE-MAIS-ANTIGA
               MOVE SST-IDADE-MAIS-ANTIGA (WS-IDX-SST)
                   TO WS-TOT-IDADE-MAIS-ANTIGA
           END-IF.
           ADD SST-EM-TRIAGEM (WS-IDX-SST)    TO WS-TOT-EM-TRIAGEM.
           ADD SST-EM-ENTREVISTA (WS-IDX-SST) TO WS-TOT-EM-ENTREVISTA.
           ADD SST-EM-OFERTA (WS-IDX-SST)     TO WS-TOT-EM-OFERTA.
           ADD SST-ACEITOS-MES (WS-IDX-SST)   TO WS-TOT-ACEITOS-MES.
           ADD SST-DECLINADOS-MES (WS-IDX-SST)
               TO WS-TOT-DECLINADOS-MES.

       IMPRIMIR-TOTAL-GERAL.
           MOVE 0 TO WS-MEDIA-DIAS.
           IF WS-TOT-PREENCHIDAS-MES > 0
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-TOT-DIAS-PREENCHER / WS-TOT-PREENCHIDAS-MES
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL - SETORES " WS-QTD-SETORES-IMPRESSOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  NO MES: ABERTAS " WS-TOT-ABERTAS-MES
               " PREENCHIDAS " WS-TOT-PREENCHIDAS-MES
               " CANCELADAS " WS-TOT-CANCELADAS-MES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  PRAZO DE PREENCHIMENTO: MEDIO " WS-MEDIA-DIAS
               " MAIOR " WS-TOT-MAIOR-PRAZO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  HOJE: AGUARDANDO APROVACAO " WS-TOT-PENDENTES
               " EM ABERTO " WS-TOT-EM-ABERTO
               " MAIS ANTIGA " WS-TOT-IDADE-MAIS-ANTIGA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  FUNIL: " WS-TOT-EM-TRIAGEM
               "/" WS-TOT-EM-ENTREVISTA
               "/" WS-TOT-EM-OFERTA
               " - NO MES: ACEITAS " WS-TOT-ACEITOS-MES
               " DECLINADOS " WS-TOT-DECLINADOS-MES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *     LE TODAS AS RESPOSTAS GRAVADAS PELO PROG14 (RESPOSTAS) E
      *     CONTA QUANTAS VEZES CADA OPCAO DE CADA PERGUNTA FOI
      *     ESCOLHIDA, IMPRIMINDO UM RESUMO POR PERGUNTA.
      *
      *     A APURACAO E DO QUESTIONARIO DE CLIMA: SO ENTRAM AS
      *     PERGUNTAS DE CLIMA DO BANCO, E AS RESPOSTAS CARIMBADAS COM
      *     UMA CAMPANHA DE DESLIGAMENTO (CAMPCTRL) FICAM DE FORA - A
      *     ENTREVISTA DE SAIDA E APURADA NO PROG159.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-APUR.

           SELECT ARQ-CAMPANHAS ASSIGN TO "CAMPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMPANHAS.

       DATA DIVISION.
       FILE SECTION.

       01  REG-DATA-APURACAO.
           05  APU-DATA-REFERENCIA     PIC 9(08).

       FD  ARQ-CAMPANHAS.
       COPY CPCAMPA.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-RESPOSTAS         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-BANCO             PIC X(02).
       01  WS-STATUS-DATA-APUR         PIC X(02).
       01  WS-STATUS-CAMPANHAS         PIC X(02).

      *    CAMPANHAS DE DESLIGAMENTO - SUAS RESPOSTAS NAO ENTRAM.
       01  WS-FIM-CAMPANHAS            PIC X VALUE "N".
           88  FIM-CAMPANHAS               VALUE "S".
       01  WS-QTD-CAMP-DESLIG          PIC 9(02) VALUE 0.
       01  TAB-CAMP-DESLIG.
           05  CDS-ID                  PIC 9(04) OCCURS 20 TIMES.
       01  WS-IDX-CDS                  PIC 9(02).
       01  WS-RESPOSTA-DESLIG          PIC X VALUE "N".
           88  RESPOSTA-DE-DESLIGAMENTO    VALUE "S".

       COPY CPQUEST.

           PERFORM INICIALIZAR-PERGUNTAS.
           PERFORM DEFINIR-DATA-DE-REFERENCIA.
           PERFORM CARREGAR-PERGUNTAS-DO-BANCO.
           PERFORM CARREGAR-CAMPANHAS-DESLIG.
           OPEN INPUT ARQ-RESPOSTAS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM LER-RESPOSTA.
           END-READ.

       ESCOLHER-VIGENCIA-DO-BANCO.
           IF QBN-DE-CLIMA
               AND QBN-DATA-VIGENCIA <= WS-DATA-REFERENCIA
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
           END-READ.

       APURAR-UMA-RESPOSTA.
           MOVE "N" TO WS-RESPOSTA-DESLIG.
           PERFORM VARYING WS-IDX-CDS FROM 1 BY 1
                   UNTIL WS-IDX-CDS > WS-QTD-CAMP-DESLIG
               IF CDS-ID (WS-IDX-CDS) = RESP-CAMPANHA
                   SET RESPOSTA-DE-DESLIGAMENTO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT RESPOSTA-DE-DESLIGAMENTO
               PERFORM LOCALIZAR-PERGUNTA-DA-RESPOSTA
               IF ACHOU-A-PERGUNTA
                   PERFORM CONTAR-OPCAO-DA-RESPOSTA
               END-IF
           END-IF.
           PERFORM LER-RESPOSTA.

       CARREGAR-CAMPANHAS-DESLIG.
           OPEN INPUT ARQ-CAMPANHAS.
           IF WS-STATUS-CAMPANHAS = "00"
               PERFORM LER-CAMPANHA
               PERFORM GUARDAR-CAMPANHA-DESLIG UNTIL FIM-CAMPANHAS
               CLOSE ARQ-CAMPANHAS
           END-IF.

       LER-CAMPANHA.
           READ ARQ-CAMPANHAS
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ.

       GUARDAR-CAMPANHA-DESLIG.
           IF CAMPANHA-DESLIGAMENTO AND WS-QTD-CAMP-DESLIG < 20
               ADD 1 TO WS-QTD-CAMP-DESLIG
               MOVE CAMP-ID TO CDS-ID (WS-QTD-CAMP-DESLIG)
           END-IF.
           PERFORM LER-CAMPANHA.

       LOCALIZAR-PERGUNTA-DA-RESPOSTA.
           MOVE "N" TO WS-ACHOU-PERGUNTA.
           MOVE 1 TO WS-IDX-PERG-BUSCA.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG158.
      *     ACOMPANHAMENTO DOS PLANOS DE ACAO DO QUESTIONARIO
      *     (PLANACAO, MANTIDO PELO PROG157) CONTRA O HISTORICO DE
      *     RESULTADOS (QRESHIST, GRAVADO PELO PROG73). O HISTORICO E
      *     SOMADO POR CAMPANHA, SETOR E PERGUNTA E O FAVORAVEL SAI EM
      *     PERCENTUAL, COMO NO PROG73. O RELATORIO (RELACOMP) TEM
      *     TRES PARTES:
      *       1 - QUEDA SEM PLANO: SETOR/PERGUNTA CUJO FAVORAVEL NA
      *           ULTIMA CAMPANHA DO HISTORICO CAIU MAIS QUE O LIMITE
      *           CONTRA A CAMPANHA ANTERIOR E QUE NAO TEM PLANO
      *           CADASTRADO PARA A ULTIMA CAMPANHA;
      *       2 - ACOES ATRASADAS: PLANO ABERTO OU EM ANDAMENTO COM A
      *           DATA PREVISTA JA VENCIDA;
      *       3 - EFEITO DAS ACOES: PARA CADA PLANO CUJA CAMPANHA
      *           SEGUINTE NO HISTORICO JA FECHOU NO CAMPCTRL, A ACAO
      *           AO LADO DO FAVORAVEL ANTES, DEPOIS E DA VARIACAO
      *           DAQUELE SETOR NAQUELA PERGUNTA.
      *
      *     O CARTAO OPCIONAL PLANPRM INFORMA O LIMITE DE QUEDA EM
      *     PONTOS PERCENTUAIS; SEM ELE, 10 PONTOS. HAVENDO QUEDA SEM
      *     PLANO OU ACAO ATRASADA, RETURN-CODE 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CAMPANHAS ASSIGN TO "CAMPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMPANHAS.

           SELECT ARQ-HISTORICO ASSIGN TO "QRESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-PLANOS ASSIGN TO "PLANACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANOS.

           SELECT ARQ-PARAMETRO ASSIGN TO "PLANPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELACOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CAMPANHAS.
       COPY CPCAMPA.

       FD  ARQ-HISTORICO.
       01  REG-RESULTADO-HIST.
           05  QRH-CAMPANHA            PIC 9(04).
           05  QRH-SETOR               PIC X(10).
           05  QRH-PERG-ID             PIC 9(02).
           05  QRH-QTD-TOTAL           PIC 9(05).
           05  QRH-QTD-FAVORAVEL       PIC 9(05).

       FD  ARQ-PLANOS.
       COPY CPPLACAO.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-PLANO.
           05  PPR-LIMITE-QUEDA        PIC 9(03).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-CAMPANHAS         PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-PLANOS            PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-LIMITE-QUEDA             PIC 9(03) VALUE 10.

       01  WS-FIM-CAMPANHAS            PIC X VALUE "N".
           88  FIM-CAMPANHAS               VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-PLANOS               PIC X VALUE "N".
           88  FIM-PLANOS                  VALUE "S".

      *    CAMPANHAS DO CAMPCTRL COM A DATA DE FECHAMENTO.
       01  WS-QTD-CAMPANHAS            PIC 9(03) VALUE 0.
       01  TAB-CAMPANHAS.
           05  CPN-ITEM OCCURS 200 TIMES.
               10  CPN-ID              PIC 9(04).
               10  CPN-DATA-FECHAMENTO PIC 9(08).
       01  WS-IDX-CPN                  PIC 9(03).

      *    HISTORICO SOMADO POR CAMPANHA, SETOR E PERGUNTA.
       01  WS-QTD-RESULTADOS           PIC 9(04) VALUE 0.
       01  TAB-RESULTADOS.
           05  RES-ITEM OCCURS 3000 TIMES.
               10  RES-CAMPANHA        PIC 9(04).
               10  RES-SETOR           PIC X(10).
               10  RES-PERG-ID         PIC 9(02).
               10  RES-QTD-TOTAL       PIC 9(07).
               10  RES-QTD-FAVORAVEL   PIC 9(07).
       01  WS-IDX-RES                  PIC 9(04).
       01  WS-IDX-ACHADO               PIC 9(04).
       01  WS-ACHOU-RESULTADO          PIC X VALUE "N".
           88  ACHOU-O-RESULTADO           VALUE "S".

       01  WS-QTD-PLANOS               PIC 9(04) VALUE 0.
       01  TAB-PLANOS-MEMORIA.
           05  PLM-ITEM OCCURS 2000 TIMES.
               10  PLM-CAMPANHA        PIC 9(04).
               10  PLM-SETOR           PIC X(10).
               10  PLM-PERG-ID         PIC 9(02).
               10  PLM-ACAO            PIC X(60).
               10  PLM-RESPONSAVEL     PIC 9(05).
               10  PLM-DATA-PREVISTA   PIC 9(08).
               10  PLM-SITUACAO        PIC X(01).
                   88  PLM-PENDENTE        VALUES "A" "E".
               10  PLM-DATA-CONCLUSAO  PIC 9(08).
               10  PLM-DATA-REGISTRO   PIC 9(08).
               10  PLM-OPERADOR        PIC X(08).
       01  WS-IDX                      PIC 9(04).
       01  WS-ACHOU-PLANO              PIC X VALUE "N".
           88  ACHOU-O-PLANO               VALUE "S".

       01  WS-CAMPANHA-ULTIMA          PIC 9(04) VALUE 0.
       01  WS-CAMPANHA-ANTERIOR        PIC 9(04) VALUE 0.
       01  WS-CAMPANHA-SEGUINTE        PIC 9(04).
       01  WS-CAMPANHA-PROCURADA       PIC 9(04).
       01  WS-SETOR-PROCURADO          PIC X(10).
       01  WS-PERG-PROCURADA           PIC 9(02).
       01  WS-SEGUINTE-FECHADA         PIC X VALUE "N".
           88  SEGUINTE-FECHADA            VALUE "S".

       01  WS-FATIA-ANTES              PIC 9(3)V9(2).
       01  WS-FATIA-DEPOIS             PIC 9(3)V9(2).
       01  WS-VARIACAO                 PIC 9(3)V9(2).
       01  WS-SENTIDO                  PIC X(05).
       01  WS-DIAS-ATRASO              PIC 9(05).
       01  WS-TEXTO-ACAO               PIC X(40).

       01  WS-CONTADORES.
           05  WS-QTD-SEM-PLANO        PIC 9(05) VALUE 0.
           05  WS-QTD-ATRASADAS        PIC 9(05) VALUE 0.
           05  WS-QTD-AVALIADAS        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETRO.
           PERFORM CARREGAR-CAMPANHAS.
           PERFORM CARREGAR-RESULTADOS.
           PERFORM CARREGAR-PLANOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ACOMPANHAMENTO DOS PLANOS DE ACAO DO QUESTIONARIO"
               " - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIMIR-QUEDAS-SEM-PLANO.
           PERFORM IMPRIMIR-ACOES-ATRASADAS.
           PERFORM IMPRIMIR-EFEITO-DAS-ACOES.
           CLOSE ARQ-RELATORIO.
           DISPLAY "PLANOS DE ACAO - QUEDAS SEM PLANO: "
               WS-QTD-SEM-PLANO
               " - ATRASADAS: " WS-QTD-ATRASADAS
               " - COM EFEITO APURADO: " WS-QTD-AVALIADAS.
           IF WS-QTD-SEM-PLANO > 0 OR WS-QTD-ATRASADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF PPR-LIMITE-QUEDA IS NUMERIC
                           AND PPR-LIMITE-QUEDA > 0
                           MOVE PPR-LIMITE-QUEDA TO WS-LIMITE-QUEDA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.

      *--------------------------------------------------------------*
      *    CARGA DAS CAMPANHAS, DO HISTORICO E DOS PLANOS.
      *--------------------------------------------------------------*
       CARREGAR-CAMPANHAS.
           OPEN INPUT ARQ-CAMPANHAS.
           IF WS-STATUS-CAMPANHAS = "00"
               PERFORM LER-CAMPANHA
               PERFORM GUARDAR-UMA-CAMPANHA UNTIL FIM-CAMPANHAS
               CLOSE ARQ-CAMPANHAS
           END-IF.

       LER-CAMPANHA.
           READ ARQ-CAMPANHAS
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ.

       GUARDAR-UMA-CAMPANHA.
           IF WS-QTD-CAMPANHAS < 200
               ADD 1 TO WS-QTD-CAMPANHAS
               MOVE CAMP-ID TO CPN-ID (WS-QTD-CAMPANHAS)
               MOVE CAMP-DATA-FECHAMENTO
                   TO CPN-DATA-FECHAMENTO (WS-QTD-CAMPANHAS)
           END-IF.
           PERFORM LER-CAMPANHA.

      *    O PROG73 GRAVA UMA LINHA POR RODADA DA APURACAO; AS LINHAS
      *    DA MESMA CELULA SAO SOMADAS, COMO NA TENDENCIA DELE.
       CARREGAR-RESULTADOS.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM ACUMULAR-UM-RESULTADO UNTIL FIM-HISTORICO
               CLOSE ARQ-HISTORICO
           END-IF.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
               IF RES-CAMPANHA (WS-IDX-RES) > WS-CAMPANHA-ULTIMA
                   MOVE RES-CAMPANHA (WS-IDX-RES)
                       TO WS-CAMPANHA-ULTIMA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
               IF RES-CAMPANHA (WS-IDX-RES) < WS-CAMPANHA-ULTIMA
                   AND RES-CAMPANHA (WS-IDX-RES) > WS-CAMPANHA-ANTERIOR
                   MOVE RES-CAMPANHA (WS-IDX-RES)
                       TO WS-CAMPANHA-ANTERIOR
               END-IF
           END-PERFORM.

       LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       ACUMULAR-UM-RESULTADO.
           MOVE QRH-CAMPANHA TO WS-CAMPANHA-PROCURADA.
           MOVE QRH-SETOR    TO WS-SETOR-PROCURADO.
           MOVE QRH-PERG-ID  TO WS-PERG-PROCURADA.
           PERFORM LOCALIZAR-RESULTADO.
           IF ACHOU-O-RESULTADO
               ADD QRH-QTD-TOTAL TO RES-QTD-TOTAL (WS-IDX-ACHADO)
               ADD QRH-QTD-FAVORAVEL
                   TO RES-QTD-FAVORAVEL (WS-IDX-ACHADO)
           ELSE
               IF WS-QTD-RESULTADOS < 3000
                   ADD 1 TO WS-QTD-RESULTADOS
                   MOVE QRH-CAMPANHA
                       TO RES-CAMPANHA (WS-QTD-RESULTADOS)
                   MOVE QRH-SETOR
                       TO RES-SETOR (WS-QTD-RESULTADOS)
                   MOVE QRH-PERG-ID
                       TO RES-PERG-ID (WS-QTD-RESULTADOS)
                   MOVE QRH-QTD-TOTAL
                       TO RES-QTD-TOTAL (WS-QTD-RESULTADOS)
                   MOVE QRH-QTD-FAVORAVEL
                       TO RES-QTD-FAVORAVEL (WS-QTD-RESULTADOS)
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       LOCALIZAR-RESULTADO.
           MOVE "N" TO WS-ACHOU-RESULTADO.
           MOVE 0 TO WS-IDX-ACHADO.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
                      OR ACHOU-O-RESULTADO
               IF RES-CAMPANHA (WS-IDX-RES) = WS-CAMPANHA-PROCURADA
                   AND RES-SETOR (WS-IDX-RES) = WS-SETOR-PROCURADO
                   AND RES-PERG-ID (WS-IDX-RES) = WS-PERG-PROCURADA
                   MOVE WS-IDX-RES TO WS-IDX-ACHADO
                   SET ACHOU-O-RESULTADO TO TRUE
               END-IF
           END-PERFORM.

       CARREGAR-PLANOS.
           OPEN INPUT ARQ-PLANOS.
           IF WS-STATUS-PLANOS = "00"
               PERFORM LER-PLANO
               PERFORM GUARDAR-UM-PLANO UNTIL FIM-PLANOS
               CLOSE ARQ-PLANOS
           END-IF.

       LER-PLANO.
           READ ARQ-PLANOS
               AT END SET FIM-PLANOS TO TRUE
           END-READ.

       GUARDAR-UM-PLANO.
           IF WS-QTD-PLANOS < 2000
               ADD 1 TO WS-QTD-PLANOS
               MOVE REG-PLANO-ACAO TO PLM-ITEM (WS-QTD-PLANOS)
           END-IF.
           PERFORM LER-PLANO.

      *--------------------------------------------------------------*
      *    PARTE 1 - QUEDA ACIMA DO LIMITE SEM PLANO DE ACAO.
      *--------------------------------------------------------------*
       IMPRIMIR-QUEDAS-SEM-PLANO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "1 - QUEDA DE MAIS DE " WS-LIMITE-QUEDA
               " PONTOS SEM PLANO - CAMPANHA " WS-CAMPANHA-ULTIMA
               " CONTRA " WS-CAMPANHA-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-CAMPANHA-ANTERIOR > 0
               MOVE 1 TO WS-IDX
               PERFORM CONFERIR-QUEDA-DE-UMA-CELULA
                   UNTIL WS-IDX > WS-QTD-RESULTADOS
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   QUEDAS SEM PLANO: " WS-QTD-SEM-PLANO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       CONFERIR-QUEDA-DE-UMA-CELULA.
           IF RES-CAMPANHA (WS-IDX) = WS-CAMPANHA-ULTIMA
               AND RES-QTD-TOTAL (WS-IDX) > 0
               COMPUTE WS-FATIA-DEPOIS ROUNDED =
                   RES-QTD-FAVORAVEL (WS-IDX) * 100
                   / RES-QTD-TOTAL (WS-IDX)
               MOVE WS-CAMPANHA-ANTERIOR TO WS-CAMPANHA-PROCURADA
               MOVE RES-SETOR (WS-IDX)   TO WS-SETOR-PROCURADO
               MOVE RES-PERG-ID (WS-IDX) TO WS-PERG-PROCURADA
               PERFORM LOCALIZAR-RESULTADO
               IF ACHOU-O-RESULTADO
                   AND RES-QTD-TOTAL (WS-IDX-ACHADO) > 0
                   COMPUTE WS-FATIA-ANTES ROUNDED =
                       RES-QTD-FAVORAVEL (WS-IDX-ACHADO) * 100
                       / RES-QTD-TOTAL (WS-IDX-ACHADO)
                   IF WS-FATIA-ANTES - WS-FATIA-DEPOIS
                           > WS-LIMITE-QUEDA
                       MOVE WS-CAMPANHA-ULTIMA
                           TO WS-CAMPANHA-PROCURADA
                       PERFORM LOCALIZAR-PLANO
                       IF NOT ACHOU-O-PLANO
                           PERFORM IMPRIMIR-QUEDA-SEM-PLANO
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-IDX.

       LOCALIZAR-PLANO.
           MOVE "N" TO WS-ACHOU-PLANO.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-PLANOS
                      OR ACHOU-O-PLANO
               IF PLM-CAMPANHA (WS-IDX-RES) = WS-CAMPANHA-PROCURADA
                   AND PLM-SETOR (WS-IDX-RES) = WS-SETOR-PROCURADO
                   AND PLM-PERG-ID (WS-IDX-RES) = WS-PERG-PROCURADA
                   SET ACHOU-O-PLANO TO TRUE
               END-IF
           END-PERFORM.

       IMPRIMIR-QUEDA-SEM-PLANO.
           ADD 1 TO WS-QTD-SEM-PLANO.
           COMPUTE WS-VARIACAO = WS-FATIA-ANTES - WS-FATIA-DEPOIS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "** SETOR " WS-SETOR-PROCURADO
               " PERG " WS-PERG-PROCURADA
               " FAV. " WS-FATIA-DEPOIS
               "% (ANTES " WS-FATIA-ANTES
               "%) CAIU " WS-VARIACAO " SEM PLANO **"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *--------------------------------------------------------------*
      *    PARTE 2 - ACOES ABERTAS OU EM ANDAMENTO JA VENCIDAS.
      *--------------------------------------------------------------*
       IMPRIMIR-ACOES-ATRASADAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "2 - ACOES ATRASADAS" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " CAMP SETOR      PG RESP. PREVISTA S  DIAS ACAO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM CONFERIR-ATRASO-DE-UM-PLANO
               UNTIL WS-IDX > WS-QTD-PLANOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   ACOES ATRASADAS: " WS-QTD-ATRASADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       CONFERIR-ATRASO-DE-UM-PLANO.
           IF PLM-PENDENTE (WS-IDX)
               AND PLM-DATA-PREVISTA (WS-IDX) < WS-DATA-HOJE
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (PLM-DATA-PREVISTA (WS-IDX)) = 0
               ADD 1 TO WS-QTD-ATRASADAS
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE
                   (PLM-DATA-PREVISTA (WS-IDX))
               MOVE PLM-ACAO (WS-IDX) TO WS-TEXTO-ACAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING " " PLM-CAMPANHA (WS-IDX)
                   " " PLM-SETOR (WS-IDX)
                   " " PLM-PERG-ID (WS-IDX)
                   " " PLM-RESPONSAVEL (WS-IDX)
                   " " PLM-DATA-PREVISTA (WS-IDX)
                   " " PLM-SITUACAO (WS-IDX)
                   " " WS-DIAS-ATRASO
                   " " WS-TEXTO-ACAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    PARTE 3 - EFEITO DA ACAO NA CAMPANHA SEGUINTE JA FECHADA.
      *    O FAVORAVEL ANTES E O DA CAMPANHA DO PLANO; O DEPOIS, O DA
      *    CAMPANHA SEGUINTE NO HISTORICO, DESDE QUE ELA JA TENHA
      *    FECHADO NO CAMPCTRL (FECHAMENTO ANTERIOR A HOJE).
      *--------------------------------------------------------------*
       IMPRIMIR-EFEITO-DAS-ACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "3 - EFEITO DAS ACOES NA CAMPANHA SEGUINTE"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM APURAR-EFEITO-DE-UM-PLANO
               UNTIL WS-IDX > WS-QTD-PLANOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   PLANOS COM EFEITO APURADO: " WS-QTD-AVALIADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       APURAR-EFEITO-DE-UM-PLANO.
           MOVE 0 TO WS-CAMPANHA-SEGUINTE.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
               IF RES-CAMPANHA (WS-IDX-RES) > PLM-CAMPANHA (WS-IDX)
                   AND (WS-CAMPANHA-SEGUINTE = 0
                    OR RES-CAMPANHA (WS-IDX-RES)
                           < WS-CAMPANHA-SEGUINTE)
                   MOVE RES-CAMPANHA (WS-IDX-RES)
                       TO WS-CAMPANHA-SEGUINTE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-SEGUINTE-FECHADA.
           PERFORM VARYING WS-IDX-CPN FROM 1 BY 1
                   UNTIL WS-IDX-CPN > WS-QTD-CAMPANHAS
               IF CPN-ID (WS-IDX-CPN) = WS-CAMPANHA-SEGUINTE
                   AND WS-CAMPANHA-SEGUINTE > 0
                   AND CPN-DATA-FECHAMENTO (WS-IDX-CPN) < WS-DATA-HOJE
                   SET SEGUINTE-FECHADA TO TRUE
               END-IF
           END-PERFORM.
           IF SEGUINTE-FECHADA
               PERFORM IMPRIMIR-EFEITO-DE-UM-PLANO
           END-IF.
           ADD 1 TO WS-IDX.

       IMPRIMIR-EFEITO-DE-UM-PLANO.
           ADD 1 TO WS-QTD-AVALIADAS.
           MOVE PLM-SETOR (WS-IDX)   TO WS-SETOR-PROCURADO.
           MOVE PLM-PERG-ID (WS-IDX) TO WS-PERG-PROCURADA.
           MOVE 0 TO WS-FATIA-ANTES.
           MOVE PLM-CAMPANHA (WS-IDX) TO WS-CAMPANHA-PROCURADA.
           PERFORM LOCALIZAR-RESULTADO.
           IF ACHOU-O-RESULTADO AND RES-QTD-TOTAL (WS-IDX-ACHADO) > 0
               COMPUTE WS-FATIA-ANTES ROUNDED =
                   RES-QTD-FAVORAVEL (WS-IDX-ACHADO) * 100
                   / RES-QTD-TOTAL (WS-IDX-ACHADO)
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " " PLM-CAMPANHA (WS-IDX)
               " " PLM-SETOR (WS-IDX)
               " PERG " PLM-PERG-ID (WS-IDX)
               " RESP " PLM-RESPONSAVEL (WS-IDX)
               " SITUACAO " PLM-SITUACAO (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "      " PLM-ACAO (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE WS-CAMPANHA-SEGUINTE TO WS-CAMPANHA-PROCURADA.
           PERFORM LOCALIZAR-RESULTADO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF ACHOU-O-RESULTADO AND RES-QTD-TOTAL (WS-IDX-ACHADO) > 0
               COMPUTE WS-FATIA-DEPOIS ROUNDED =
                   RES-QTD-FAVORAVEL (WS-IDX-ACHADO) * 100
                   / RES-QTD-TOTAL (WS-IDX-ACHADO)
               EVALUATE TRUE
                   WHEN WS-FATIA-DEPOIS > WS-FATIA-ANTES
                       MOVE "SUBIU" TO WS-SENTIDO
                       COMPUTE WS-VARIACAO =
                           WS-FATIA-DEPOIS - WS-FATIA-ANTES
                   WHEN WS-FATIA-DEPOIS < WS-FATIA-ANTES
                       MOVE "CAIU " TO WS-SENTIDO
                       COMPUTE WS-VARIACAO =
                           WS-FATIA-ANTES - WS-FATIA-DEPOIS
                   WHEN OTHER
                       MOVE "IGUAL" TO WS-SENTIDO
                       MOVE 0 TO WS-VARIACAO
               END-EVALUATE
               STRING "      FAVORAVEL ANTES " WS-FATIA-ANTES
                   "% - CAMPANHA " WS-CAMPANHA-SEGUINTE
                   " " WS-FATIA-DEPOIS "% - " WS-SENTIDO
                   " " WS-VARIACAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "      FAVORAVEL ANTES " WS-FATIA-ANTES
                   "% - CAMPANHA " WS-CAMPANHA-SEGUINTE
                   " SEM RESULTADO DO SETOR NA PERGUNTA"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG132.
      *     CONCILIACAO DA FATURA MENSAL DO PLANO DE SAUDE.
      *     LE A FATURA ENVIADA PELA OPERADORA (FATPLANO - LOTE COM
      *     HEADER "H" DA COMPETENCIA, UM DETALHE "D" POR VIDA
      *     COBRADA - TITULAR OU DEPENDENTE - E TRAILER "T" COM
      *     QUANTIDADE E VALOR TOTAL) E CONFERE VIDAS E VALORES
      *     CONTRA AS ADESOES AO PLANO EM VIGOR NA COMPETENCIA
      *     (BENENROL, SO OS BENEFICIOS TIPO "S" DO BENCATAL) E OS
      *     DEPENDENTES CADASTRADOS (DEPENDTS) - A CONFERENCIA QUE
      *     HOJE E FEITA NA MAO ANTES DE PAGAR A FATURA.
      *
      *     O RELATORIO (RELFATPL) LISTA:
      *       - VIDA COBRADA SEM ADESAO (OU DEPENDENTE NAO CADASTRADO);
      *       - VIDA COM ADESAO QUE NAO VEIO NA FATURA;
      *       - DESLIGADO AINDA COBRADO: TITULAR COM RESCISAO NO
      *         RESCHIST EM COMPETENCIA ANTERIOR A DA FATURA;
      *       - DIFERENCA DE PRECO CONTRA O BENCATAL - O TITULAR
      *         CUSTA A PARTE DO FUNCIONARIO MAIS A DA EMPRESA, O
      *         DEPENDENTE A MENSALIDADE POR DEPENDENTE DO PLANO.
      *     TODO DEPENDENTE CADASTRADO DE UM TITULAR COM ADESAO E
      *     ESPERADO NA FATURA QUANDO O PLANO COBRA POR DEPENDENTE.
      *     FATURA COM TRAILER DIVERGENTE NAO E CONCILIADA (RC 16);
      *     DIVERGENCIA DE CONCILIACAO DEVOLVE RC 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-FATURA-PLANO ASSIGN TO "FATPLANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATURA.

           SELECT ARQ-CATALOGO-BENEF ASSIGN TO "BENCATAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT ARQ-ADESOES-BENEF ASSIGN TO "BENENROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADESOES.

           SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-RESCISOES ASSIGN TO "RESCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELFATPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-FATURA-PLANO.
       01  REG-FATURA-PLANO.
           05  FTP-TIPO-REG            PIC X(01).
               88  FTP-REG-HEADER          VALUE "H".
               88  FTP-REG-DETALHE         VALUE "D".
               88  FTP-REG-TRAILER         VALUE "T".
           05  FTP-DADOS               PIC X(28).
           05  FTP-DETALHE REDEFINES FTP-DADOS.
               10  FTP-CODIGO          PIC 9(05).
               10  FTP-DEPENDENTE      PIC 9(02).
               10  FTP-BENEFICIO       PIC 9(03).
               10  FTP-NOME            PIC X(10).
               10  FTP-VALOR           PIC 9(6)V9(2).
           05  FTP-HEADER REDEFINES FTP-DADOS.
               10  FTP-HDR-COMPETENCIA PIC 9(06).
               10  FTP-HDR-DATA-GER    PIC 9(08).
               10  FILLER              PIC X(14).
           05  FTP-TRAILER REDEFINES FTP-DADOS.
               10  FTP-TRL-QTD         PIC 9(05).
               10  FTP-TRL-VALOR-TOTAL PIC 9(8)V9(2).
               10  FILLER              PIC X(13).

       FD  ARQ-CATALOGO-BENEF.
       COPY CPBENCAT.

       FD  ARQ-ADESOES-BENEF.
       COPY CPBENENR.

       FD  ARQ-DEPENDENTES.
       COPY CPDEPEND.

       FD  ARQ-RESCISOES.
       COPY CPRESCH.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-FATURA            PIC X(02).
       01  WS-STATUS-CATALOGO          PIC X(02).
       01  WS-STATUS-ADESOES           PIC X(02).
       01  WS-STATUS-DEPENDENTES       PIC X(02).
       01  WS-STATUS-RESCISOES         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).

       01  WS-FIM-FATURA               PIC X VALUE "N".
           88  FIM-FATURA                  VALUE "S".
       01  WS-FIM-CATALOGO             PIC X VALUE "N".
           88  FIM-CATALOGO                VALUE "S".
       01  WS-FIM-ADESOES              PIC X VALUE "N".
           88  FIM-ADESOES                 VALUE "S".
       01  WS-FIM-DEPENDENTES          PIC X VALUE "N".
           88  FIM-DEPENDENTES             VALUE "S".
       01  WS-FIM-RESCISOES            PIC X VALUE "N".
           88  FIM-RESCISOES               VALUE "S".

      *    CONTROLE DO LOTE DA FATURA.
       01  WS-LOTE-OK                  PIC X VALUE "N".
           88  LOTE-OK                     VALUE "S".
       01  WS-HEADER-LIDO              PIC X VALUE "N".
           88  HEADER-LIDO                 VALUE "S".
       01  WS-TRAILER-LIDO             PIC X VALUE "N".
           88  TRAILER-LIDO                VALUE "S".
       01  WS-COMPETENCIA              PIC 9(06) VALUE 0.
       01  WS-INICIO-COMPETENCIA       PIC 9(08).
       01  WS-FIM-COMPETENCIA          PIC 9(08).
       01  WS-QTD-DETALHES             PIC 9(05) VALUE 0.
       01  WS-SOMA-VALORES             PIC 9(8)V9(2) VALUE 0.
       01  WS-MOTIVO-RECUSA            PIC X(40) VALUE SPACES.

      *    PLANOS DE SAUDE DO CATALOGO COM OS PRECOS DE REFERENCIA.
       01  WS-QTD-PLANOS               PIC 9(02) VALUE 0.
       01  TAB-PLANOS-SAUDE.
           05  PLS-ITEM OCCURS 20 TIMES.
               10  PLS-BENEFICIO       PIC 9(03).
               10  PLS-VALOR-TITULAR   PIC 9(5)V9(2).
               10  PLS-VALOR-DEPENDENTE
                                       PIC 9(4)V9(2).
       01  WS-IDX-PLS                  PIC 9(02).
       01  WS-IDX-PLS-ACHADO           PIC 9(02).

      *    DEPENDENTES CADASTRADOS (DEPENDTS).
       01  WS-QTD-DEPENDENTES          PIC 9(04) VALUE 0.
       01  TAB-DEPENDENTES.
           05  DPT-ITEM OCCURS 1000 TIMES.
               10  DPT-CODIGO          PIC 9(05).
               10  DPT-SEQUENCIA       PIC 9(02).
               10  DPT-NOME            PIC X(10).
       01  WS-IDX-DPT                  PIC 9(04).

      *    DESLIGAMENTOS (RESCHIST) - VALE O MAIS RECENTE DO CODIGO.
       01  WS-QTD-RESCISOES            PIC 9(04) VALUE 0.
       01  TAB-RESCISOES.
           05  RSC-ITEM OCCURS 1000 TIMES.
               10  RSC-CODIGO          PIC 9(05).
               10  RSC-DATA-DESLIGAMENTO
                                       PIC 9(08).
       01  WS-IDX-RSC                  PIC 9(04).
       01  WS-DATA-DESLIGAMENTO        PIC 9(08).
       01  WS-CODIGO-PROCURADO         PIC 9(05).

      *    VIDAS ESPERADAS NA FATURA - UMA POR TITULAR COM ADESAO EM
      *    VIGOR NA COMPETENCIA E UMA POR DEPENDENTE DELE QUANDO O
      *    PLANO COBRA POR DEPENDENTE.
       01  WS-QTD-ESPERADAS            PIC 9(04) VALUE 0.
       01  TAB-VIDAS-ESPERADAS.
           05  ESP-ITEM OCCURS 2000 TIMES.
               10  ESP-CODIGO          PIC 9(05).
               10  ESP-DEPENDENTE      PIC 9(02).
               10  ESP-BENEFICIO       PIC 9(03).
               10  ESP-NOME            PIC X(10).
               10  ESP-VALOR           PIC 9(6)V9(2).
               10  ESP-COBRADA         PIC X(01).
       01  WS-IDX-ESP                  PIC 9(04).
       01  WS-IDX-ESP-ACHADO           PIC 9(04).

      *    VIDAS COBRADAS NA FATURA COM O RESULTADO DA CONFERENCIA:
      *    "O" CONFERE, "A" SEM ADESAO, "D" DESLIGADO AINDA COBRADO,
      *    "P" DIFERENCA DE PRECO.
       01  WS-QTD-COBRADAS             PIC 9(04) VALUE 0.
       01  TAB-VIDAS-COBRADAS.
           05  COB-ITEM OCCURS 2000 TIMES.
               10  COB-CODIGO          PIC 9(05).
               10  COB-DEPENDENTE      PIC 9(02).
               10  COB-BENEFICIO       PIC 9(03).
               10  COB-NOME            PIC X(10).
               10  COB-VALOR           PIC 9(6)V9(2).
               10  COB-VALOR-ESPERADO  PIC 9(6)V9(2).
               10  COB-DATA-DESLIGAMENTO
                                       PIC 9(08).
               10  COB-RESULTADO       PIC X(01).
       01  WS-IDX-COB                  PIC 9(04).
       01  WS-RESULTADO-PROCURADO      PIC X(01).

       01  WS-CONTADORES.
           05  WS-QTD-SEM-ADESAO       PIC 9(05) VALUE 0.
           05  WS-QTD-NAO-COBRADAS     PIC 9(05) VALUE 0.
           05  WS-QTD-DESLIGADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-DIF-PRECO        PIC 9(05) VALUE 0.
           05  WS-QTD-CONFERE          PIC 9(05) VALUE 0.
           05  WS-TOTAL-COBRADO        PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-ESPERADO       PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-A-CONTESTAR    PIC 9(8)V9(2) VALUE 0.
       01  WS-DIFERENCA                PIC S9(6)V9(2).
       01  WS-DIFERENCA-ABS            PIC 9(6)V9(2).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM LER-FATURA-INTEIRA.
           IF LOTE-OK
               PERFORM CARREGAR-PLANOS-DE-SAUDE
               PERFORM CARREGAR-DEPENDENTES
               PERFORM CARREGAR-RESCISOES
               PERFORM MONTAR-VIDAS-ESPERADAS
               PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                       UNTIL WS-IDX-COB > WS-QTD-COBRADAS
                   PERFORM CONFERIR-UMA-VIDA-COBRADA
               END-PERFORM
               PERFORM IMPRIMIR-CONCILIACAO
               IF WS-QTD-SEM-ADESAO > 0 OR WS-QTD-NAO-COBRADAS > 0
                   OR WS-QTD-DESLIGADOS > 0 OR WS-QTD-DIF-PRECO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM IMPRIMIR-FATURA-RECUSADA
               MOVE 16 TO RETURN-CODE
               DISPLAY "** FATURA DO PLANO DE SAUDE RECUSADA - "
                   WS-MOTIVO-RECUSA " **"
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           DISPLAY "CONCILIACAO DO PLANO - COMPETENCIA: "
               WS-COMPETENCIA " - VIDAS COBRADAS: " WS-QTD-COBRADAS
               " - ESPERADAS: " WS-QTD-ESPERADAS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    LEITURA DA FATURA - O LOTE SO E CONCILIADO COM HEADER,
      *    TRAILER E TOTAIS DO TRAILER BATENDO COM OS DETALHES.
      *--------------------------------------------------------------*
       LER-FATURA-INTEIRA.
           SET LOTE-OK TO TRUE.
           OPEN INPUT ARQ-FATURA-PLANO.
           IF WS-STATUS-FATURA = "00"
               PERFORM LER-REGISTRO-FATURA
               PERFORM PROCESSAR-UM-REGISTRO UNTIL FIM-FATURA
                   OR NOT LOTE-OK
               CLOSE ARQ-FATURA-PLANO
           END-IF.
           IF LOTE-OK AND (NOT HEADER-LIDO OR NOT TRAILER-LIDO)
               MOVE "N" TO WS-LOTE-OK
               MOVE "FATURA SEM HEADER OU SEM TRAILER"
                   TO WS-MOTIVO-RECUSA
           END-IF.

       LER-REGISTRO-FATURA.
           READ ARQ-FATURA-PLANO
               AT END SET FIM-FATURA TO TRUE
           END-READ.

       PROCESSAR-UM-REGISTRO.
           EVALUATE TRUE
               WHEN FTP-REG-HEADER AND NOT HEADER-LIDO
                   SET HEADER-LIDO TO TRUE
                   PERFORM TRATAR-HEADER-DA-FATURA
               WHEN FTP-REG-TRAILER AND HEADER-LIDO
                   AND NOT TRAILER-LIDO
                   SET TRAILER-LIDO TO TRUE
                   IF FTP-TRL-QTD NOT = WS-QTD-DETALHES
                       OR FTP-TRL-VALOR-TOTAL NOT = WS-SOMA-VALORES
                       MOVE "N" TO WS-LOTE-OK
                       MOVE "QUANTIDADE OU VALOR DO TRAILER DIVERGE"
                           TO WS-MOTIVO-RECUSA
                   END-IF
               WHEN FTP-REG-DETALHE AND HEADER-LIDO
                   AND NOT TRAILER-LIDO
                   PERFORM GUARDAR-VIDA-COBRADA
               WHEN OTHER
                   MOVE "N" TO WS-LOTE-OK
                   MOVE "REGISTRO FORA DA ESTRUTURA H/D/T DO LOTE"
                       TO WS-MOTIVO-RECUSA
           END-EVALUATE.
           PERFORM LER-REGISTRO-FATURA.

       TRATAR-HEADER-DA-FATURA.
           MOVE FTP-HDR-COMPETENCIA TO WS-COMPETENCIA.
           IF FTP-HDR-COMPETENCIA IS NOT NUMERIC
               OR FTP-HDR-COMPETENCIA (5:2) < "01"
               OR FTP-HDR-COMPETENCIA (5:2) > "12"
               MOVE "N" TO WS-LOTE-OK
               MOVE "COMPETENCIA DA FATURA DEVE SER AAAAMM"
                   TO WS-MOTIVO-RECUSA
           ELSE
               COMPUTE WS-INICIO-COMPETENCIA =
                   WS-COMPETENCIA * 100 + 1
               COMPUTE WS-FIM-COMPETENCIA =
                   WS-COMPETENCIA * 100 + 31
           END-IF.

       GUARDAR-VIDA-COBRADA.
           ADD 1 TO WS-QTD-DETALHES.
           IF FTP-CODIGO IS NOT NUMERIC
               OR FTP-DEPENDENTE IS NOT NUMERIC
               OR FTP-BENEFICIO IS NOT NUMERIC
               OR FTP-VALOR IS NOT NUMERIC
               MOVE "N" TO WS-LOTE-OK
               MOVE "DETALHE DA FATURA COM CAMPO NAO NUMERICO"
                   TO WS-MOTIVO-RECUSA
           ELSE
               ADD FTP-VALOR TO WS-SOMA-VALORES
               IF WS-QTD-COBRADAS < 2000
                   ADD 1 TO WS-QTD-COBRADAS
                   MOVE FTP-CODIGO TO COB-CODIGO (WS-QTD-COBRADAS)
                   MOVE FTP-DEPENDENTE
                       TO COB-DEPENDENTE (WS-QTD-COBRADAS)
                   MOVE FTP-BENEFICIO
                       TO COB-BENEFICIO (WS-QTD-COBRADAS)
                   MOVE FTP-NOME   TO COB-NOME (WS-QTD-COBRADAS)
                   MOVE FTP-VALOR  TO COB-VALOR (WS-QTD-COBRADAS)
                   MOVE 0 TO COB-VALOR-ESPERADO (WS-QTD-COBRADAS)
                   MOVE 0 TO COB-DATA-DESLIGAMENTO (WS-QTD-COBRADAS)
                   MOVE "O" TO COB-RESULTADO (WS-QTD-COBRADAS)
                   ADD FTP-VALOR TO WS-TOTAL-COBRADO
               ELSE
                   MOVE "N" TO WS-LOTE-OK
                   MOVE "FATURA ACIMA DE 2000 VIDAS"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    CARGA DOS PLANOS, DEPENDENTES E DESLIGAMENTOS.
      *--------------------------------------------------------------*
       CARREGAR-PLANOS-DE-SAUDE.
           OPEN INPUT ARQ-CATALOGO-BENEF.
           IF WS-STATUS-CATALOGO = "00"
               PERFORM LER-BENEFICIO-CATALOGO
               PERFORM GUARDAR-UM-PLANO UNTIL FIM-CATALOGO
               CLOSE ARQ-CATALOGO-BENEF
           END-IF.

       LER-BENEFICIO-CATALOGO.
           READ ARQ-CATALOGO-BENEF
               AT END SET FIM-CATALOGO TO TRUE
           END-READ.

       GUARDAR-UM-PLANO.
           IF BEN-PLANO-SAUDE AND WS-QTD-PLANOS < 20
               ADD 1 TO WS-QTD-PLANOS
               MOVE BEN-CODIGO TO PLS-BENEFICIO (WS-QTD-PLANOS)
               COMPUTE PLS-VALOR-TITULAR (WS-QTD-PLANOS) =
                   BEN-PARTE-FUNCIONARIO + BEN-PARTE-EMPRESA
               MOVE 0 TO PLS-VALOR-DEPENDENTE (WS-QTD-PLANOS)
               IF BEN-VALOR-DEPENDENTE IS NUMERIC
                   MOVE BEN-VALOR-DEPENDENTE
                       TO PLS-VALOR-DEPENDENTE (WS-QTD-PLANOS)
               END-IF
           END-IF.
           PERFORM LER-BENEFICIO-CATALOGO.

       CARREGAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES = "00"
               PERFORM LER-DEPENDENTE
               PERFORM GUARDAR-UM-DEPENDENTE UNTIL FIM-DEPENDENTES
               CLOSE ARQ-DEPENDENTES
           END-IF.

       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END SET FIM-DEPENDENTES TO TRUE
           END-READ.

       GUARDAR-UM-DEPENDENTE.
           IF WS-QTD-DEPENDENTES < 1000
               ADD 1 TO WS-QTD-DEPENDENTES
               MOVE DEP-CODIGO    TO DPT-CODIGO (WS-QTD-DEPENDENTES)
               MOVE DEP-SEQUENCIA
                   TO DPT-SEQUENCIA (WS-QTD-DEPENDENTES)
               MOVE DEP-NOME      TO DPT-NOME (WS-QTD-DEPENDENTES)
           END-IF.
           PERFORM LER-DEPENDENTE.

       CARREGAR-RESCISOES.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-STATUS-RESCISOES = "00"
               PERFORM LER-RESCISAO
               PERFORM GUARDAR-UMA-RESCISAO UNTIL FIM-RESCISOES
               CLOSE ARQ-RESCISOES
           END-IF.

       LER-RESCISAO.
           READ ARQ-RESCISOES
               AT END SET FIM-RESCISOES TO TRUE
           END-READ.

       GUARDAR-UMA-RESCISAO.
           MOVE RHS-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM LOCALIZAR-RESCISAO-DO-CODIGO.
           IF WS-IDX-RSC > WS-QTD-RESCISOES
               IF WS-QTD-RESCISOES < 1000
                   ADD 1 TO WS-QTD-RESCISOES
                   MOVE RHS-CODIGO TO RSC-CODIGO (WS-QTD-RESCISOES)
                   MOVE RHS-DATA-DESLIGAMENTO
                       TO RSC-DATA-DESLIGAMENTO (WS-QTD-RESCISOES)
               END-IF
           ELSE
               IF RHS-DATA-DESLIGAMENTO
                   > RSC-DATA-DESLIGAMENTO (WS-IDX-RSC)
                   MOVE RHS-DATA-DESLIGAMENTO
                       TO RSC-DATA-DESLIGAMENTO (WS-IDX-RSC)
               END-IF
           END-IF.
           PERFORM LER-RESCISAO.

       LOCALIZAR-RESCISAO-DO-CODIGO.
           MOVE 1 TO WS-IDX-RSC.
           PERFORM AVANCAR-RESCISAO
               UNTIL WS-IDX-RSC > WS-QTD-RESCISOES
               OR RSC-CODIGO (WS-IDX-RSC) = WS-CODIGO-PROCURADO.

       AVANCAR-RESCISAO.
           ADD 1 TO WS-IDX-RSC.

      *    DATA DO DESLIGAMENTO DO TITULAR EM WS-DATA-DESLIGAMENTO -
      *    ZERO QUANDO NAO HA DESLIGAMENTO ANTERIOR A COMPETENCIA.
       APURAR-DESLIGAMENTO.
           MOVE 0 TO WS-DATA-DESLIGAMENTO.
           PERFORM LOCALIZAR-RESCISAO-DO-CODIGO.
           IF WS-IDX-RSC NOT > WS-QTD-RESCISOES
               IF RSC-DATA-DESLIGAMENTO (WS-IDX-RSC) (1:6)
                   < WS-COMPETENCIA
                   MOVE RSC-DATA-DESLIGAMENTO (WS-IDX-RSC)
                       TO WS-DATA-DESLIGAMENTO
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    VIDAS ESPERADAS - ADESOES A PLANO DE SAUDE EM VIGOR EM
      *    ALGUM DIA DA COMPETENCIA, DE TITULAR NAO DESLIGADO ANTES
      *    DELA, E OS DEPENDENTES DESSES TITULARES.
      *--------------------------------------------------------------*
       MONTAR-VIDAS-ESPERADAS.
           OPEN INPUT ARQ-ADESOES-BENEF.
           IF WS-STATUS-ADESOES = "00"
               PERFORM LER-ADESAO
               PERFORM CONSIDERAR-UMA-ADESAO UNTIL FIM-ADESOES
               CLOSE ARQ-ADESOES-BENEF
           END-IF.

       LER-ADESAO.
           READ ARQ-ADESOES-BENEF
               AT END SET FIM-ADESOES TO TRUE
           END-READ.

       CONSIDERAR-UMA-ADESAO.
           MOVE 0 TO WS-IDX-PLS-ACHADO.
           PERFORM VARYING WS-IDX-PLS FROM 1 BY 1
                   UNTIL WS-IDX-PLS > WS-QTD-PLANOS
               IF PLS-BENEFICIO (WS-IDX-PLS) = ENR-BENEFICIO
                   MOVE WS-IDX-PLS TO WS-IDX-PLS-ACHADO
               END-IF
           END-PERFORM.
           MOVE ENR-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM APURAR-DESLIGAMENTO.
           IF WS-IDX-PLS-ACHADO > 0
               AND ENR-DATA-INICIO <= WS-FIM-COMPETENCIA
               AND (ENR-DATA-FIM = 0
                   OR ENR-DATA-FIM >= WS-INICIO-COMPETENCIA)
               AND WS-DATA-DESLIGAMENTO = 0
               PERFORM ESPERAR-TITULAR
               IF PLS-VALOR-DEPENDENTE (WS-IDX-PLS-ACHADO) > 0
                   PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
                           UNTIL WS-IDX-DPT > WS-QTD-DEPENDENTES
                       IF DPT-CODIGO (WS-IDX-DPT) = ENR-CODIGO
                           PERFORM ESPERAR-DEPENDENTE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           PERFORM LER-ADESAO.

       ESPERAR-TITULAR.
           IF WS-QTD-ESPERADAS < 2000
               ADD 1 TO WS-QTD-ESPERADAS
               MOVE ENR-CODIGO    TO ESP-CODIGO (WS-QTD-ESPERADAS)
               MOVE 0             TO ESP-DEPENDENTE (WS-QTD-ESPERADAS)
               MOVE ENR-BENEFICIO TO ESP-BENEFICIO (WS-QTD-ESPERADAS)
               MOVE SPACES        TO ESP-NOME (WS-QTD-ESPERADAS)
               MOVE ENR-CODIGO    TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME  TO ESP-NOME (WS-QTD-ESPERADAS)
               END-READ
               MOVE PLS-VALOR-TITULAR (WS-IDX-PLS-ACHADO)
                   TO ESP-VALOR (WS-QTD-ESPERADAS)
               MOVE "N"           TO ESP-COBRADA (WS-QTD-ESPERADAS)
               ADD ESP-VALOR (WS-QTD-ESPERADAS) TO WS-TOTAL-ESPERADO
           END-IF.

       ESPERAR-DEPENDENTE.
           IF WS-QTD-ESPERADAS < 2000
               ADD 1 TO WS-QTD-ESPERADAS
               MOVE ENR-CODIGO    TO ESP-CODIGO (WS-QTD-ESPERADAS)
               MOVE DPT-SEQUENCIA (WS-IDX-DPT)
                   TO ESP-DEPENDENTE (WS-QTD-ESPERADAS)
               MOVE ENR-BENEFICIO TO ESP-BENEFICIO (WS-QTD-ESPERADAS)
               MOVE DPT-NOME (WS-IDX-DPT)
                   TO ESP-NOME (WS-QTD-ESPERADAS)
               MOVE PLS-VALOR-DEPENDENTE (WS-IDX-PLS-ACHADO)
                   TO ESP-VALOR (WS-QTD-ESPERADAS)
               MOVE "N"           TO ESP-COBRADA (WS-QTD-ESPERADAS)
               ADD ESP-VALOR (WS-QTD-ESPERADAS) TO WS-TOTAL-ESPERADO
           END-IF.

      *--------------------------------------------------------------*
      *    CONFERENCIA DE CADA VIDA COBRADA CONTRA AS ESPERADAS.
      *--------------------------------------------------------------*
       CONFERIR-UMA-VIDA-COBRADA.
           MOVE 0 TO WS-IDX-ESP-ACHADO.
           PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                   UNTIL WS-IDX-ESP > WS-QTD-ESPERADAS
               IF ESP-CODIGO (WS-IDX-ESP) = COB-CODIGO (WS-IDX-COB)
                   AND ESP-DEPENDENTE (WS-IDX-ESP)
                       = COB-DEPENDENTE (WS-IDX-COB)
                   AND ESP-BENEFICIO (WS-IDX-ESP)
                       = COB-BENEFICIO (WS-IDX-COB)
                   AND ESP-COBRADA (WS-IDX-ESP) = "N"
                   AND WS-IDX-ESP-ACHADO = 0
                   MOVE WS-IDX-ESP TO WS-IDX-ESP-ACHADO
               END-IF
           END-PERFORM.
           MOVE COB-CODIGO (WS-IDX-COB) TO WS-CODIGO-PROCURADO.
           PERFORM APURAR-DESLIGAMENTO.
           EVALUATE TRUE
               WHEN WS-DATA-DESLIGAMENTO > 0
                   MOVE "D" TO COB-RESULTADO (WS-IDX-COB)
                   MOVE WS-DATA-DESLIGAMENTO
                       TO COB-DATA-DESLIGAMENTO (WS-IDX-COB)
                   ADD 1 TO WS-QTD-DESLIGADOS
                   ADD COB-VALOR (WS-IDX-COB) TO WS-TOTAL-A-CONTESTAR
               WHEN WS-IDX-ESP-ACHADO = 0
                   MOVE "A" TO COB-RESULTADO (WS-IDX-COB)
                   ADD 1 TO WS-QTD-SEM-ADESAO
                   ADD COB-VALOR (WS-IDX-COB) TO WS-TOTAL-A-CONTESTAR
               WHEN OTHER
                   MOVE "S" TO ESP-COBRADA (WS-IDX-ESP-ACHADO)
                   MOVE ESP-VALOR (WS-IDX-ESP-ACHADO)
                       TO COB-VALOR-ESPERADO (WS-IDX-COB)
                   IF COB-VALOR (WS-IDX-COB)
                       = COB-VALOR-ESPERADO (WS-IDX-COB)
                       ADD 1 TO WS-QTD-CONFERE
                   ELSE
                       MOVE "P" TO COB-RESULTADO (WS-IDX-COB)
                       ADD 1 TO WS-QTD-DIF-PRECO
                       IF COB-VALOR (WS-IDX-COB)
                           > COB-VALOR-ESPERADO (WS-IDX-COB)
                           COMPUTE WS-TOTAL-A-CONTESTAR =
                               WS-TOTAL-A-CONTESTAR
                               + COB-VALOR (WS-IDX-COB)
                               - COB-VALOR-ESPERADO (WS-IDX-COB)
                       END-IF
                   END-IF
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    RELATORIO DE CONCILIACAO - UMA SECAO POR TIPO DE
      *    DIVERGENCIA E OS TOTAIS DE VIDAS E VALORES.
      *--------------------------------------------------------------*
       IMPRIMIR-CONCILIACAO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO DA FATURA DO PLANO DE SAUDE - "
               "COMPETENCIA " WS-COMPETENCIA
               " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "VIDAS COBRADAS SEM ADESAO AO PLANO:"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "A" TO WS-RESULTADO-PROCURADO.
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-COBRADAS
               IF COB-RESULTADO (WS-IDX-COB) = WS-RESULTADO-PROCURADO
                   PERFORM IMPRIMIR-VIDA-COBRADA
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "VIDAS COM ADESAO NAO COBRADAS NA FATURA:"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-ESP FROM 1 BY 1
                   UNTIL WS-IDX-ESP > WS-QTD-ESPERADAS
               IF ESP-COBRADA (WS-IDX-ESP) = "N"
                   ADD 1 TO WS-QTD-NAO-COBRADAS
                   PERFORM IMPRIMIR-VIDA-NAO-COBRADA
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DESLIGADOS AINDA COBRADOS (RESCHIST):"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "D" TO WS-RESULTADO-PROCURADO.
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-COBRADAS
               IF COB-RESULTADO (WS-IDX-COB) = WS-RESULTADO-PROCURADO
                   PERFORM IMPRIMIR-VIDA-COBRADA
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DIFERENCAS DE PRECO CONTRA O BENCATAL:"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "P" TO WS-RESULTADO-PROCURADO.
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-COBRADAS
               IF COB-RESULTADO (WS-IDX-COB) = WS-RESULTADO-PROCURADO
                   PERFORM IMPRIMIR-VIDA-COBRADA
               END-IF
           END-PERFORM.

           PERFORM IMPRIMIR-TOTAIS.

       IMPRIMIR-VIDA-COBRADA.
           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE COB-RESULTADO (WS-IDX-COB)
               WHEN "D"
                   STRING "  " COB-CODIGO (WS-IDX-COB)
                       "-" COB-DEPENDENTE (WS-IDX-COB)
                       " " COB-NOME (WS-IDX-COB)
                       " PLANO " COB-BENEFICIO (WS-IDX-COB)
                       " COBRADO " COB-VALOR (WS-IDX-COB)
                       " DESLIG. "
                       COB-DATA-DESLIGAMENTO (WS-IDX-COB)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
               WHEN "P"
                   STRING "  " COB-CODIGO (WS-IDX-COB)
                       "-" COB-DEPENDENTE (WS-IDX-COB)
                       " " COB-NOME (WS-IDX-COB)
                       " PLANO " COB-BENEFICIO (WS-IDX-COB)
                       " COBRADO " COB-VALOR (WS-IDX-COB)
                       " TABELA " COB-VALOR-ESPERADO (WS-IDX-COB)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
               WHEN OTHER
                   STRING "  " COB-CODIGO (WS-IDX-COB)
                       "-" COB-DEPENDENTE (WS-IDX-COB)
                       " " COB-NOME (WS-IDX-COB)
                       " PLANO " COB-BENEFICIO (WS-IDX-COB)
                       " COBRADO " COB-VALOR (WS-IDX-COB)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
           END-EVALUATE.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-VIDA-NAO-COBRADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " ESP-CODIGO (WS-IDX-ESP)
               "-" ESP-DEPENDENTE (WS-IDX-ESP)
               " " ESP-NOME (WS-IDX-ESP)
               " PLANO " ESP-BENEFICIO (WS-IDX-ESP)
               " TABELA " ESP-VALOR (WS-IDX-ESP)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-TOTAIS.
           COMPUTE WS-DIFERENCA =
               WS-TOTAL-COBRADO - WS-TOTAL-ESPERADO.
           MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VIDAS COBRADAS: " WS-QTD-COBRADAS
               " - VALOR COBRADO: " WS-TOTAL-COBRADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VIDAS ESPERADAS: " WS-QTD-ESPERADAS
               " - VALOR PELA TABELA: " WS-TOTAL-ESPERADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-DIFERENCA < 0
               STRING "FATURA ABAIXO DA TABELA EM: " WS-DIFERENCA-ABS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "FATURA ACIMA DA TABELA EM: " WS-DIFERENCA-ABS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONFEREM: " WS-QTD-CONFERE
               " - SEM ADESAO: " WS-QTD-SEM-ADESAO
               " - NAO COBRADAS: " WS-QTD-NAO-COBRADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DESLIGADOS COBRADOS: " WS-QTD-DESLIGADOS
               " - DIFERENCAS DE PRECO: " WS-QTD-DIF-PRECO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR A CONTESTAR COM A OPERADORA: "
               WS-TOTAL-A-CONTESTAR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-FATURA-RECUSADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO DA FATURA DO PLANO DE SAUDE - "
               "COMPETENCIA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FATURA RECUSADA, NAO CONCILIADA: "
               WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

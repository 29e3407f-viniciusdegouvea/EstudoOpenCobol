       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG133.
      *     CARGA MENSAL DO VALE-REFEICAO/ALIMENTACAO NA OPERADORA.
      *     APURA, PARA A COMPETENCIA SEGUINTE A DA FOLHA (CARTAO
      *     OPCIONAL FOLHADTA, COMO NO CALCULO DE FOLHA), OS DIAS DE
      *     CREDITO DE CADA FUNCIONARIO COM ADESAO (BENENROL) A UM
      *     BENEFICIO TIPO "R" DO BENCATAL, E GRAVA O ARQUIVO DE
      *     CARGA PARA A OPERADORA (VRCARGA) E O RELATORIO DE
      *     CREDITO POR SETOR (RELVREF) - EM VEZ DO VALOR MENSAL FIXO
      *     QUE CREDITAVA O MES CHEIO A QUEM ESTAVA DE FERIAS OU
      *     AFASTADO E NADA AO ADMITIDO NO MES.
      *
      *     OS DIAS DE CREDITO SAO OS DIAS UTEIS DO MES (SEGUNDA A
      *     SEXTA, FORA OS FERIADOS DO CALENDAR), TIRANDO OS DIAS:
      *       - DE FERIAS PROGRAMADAS NA AGENDA (FERIASAG);
      *       - DE AFASTAMENTO (AFASTAME - O ABERTO NAO TEM FIM, O
      *         ENCERRADO VAI ATE A VESPERA DO RETORNO);
      *       - ANTERIORES A ADMISSAO OU POSTERIORES AO DESLIGAMENTO
      *         REGISTRADO NO RESCHIST;
      *       - FORA DA VIGENCIA DA ADESAO.
      *     O CREDITO E OS DIAS VEZES O VALOR DIARIO DO BENEFICIO. A
      *     PARTE DO FUNCIONARIO CONTINUA DESCONTADA PELO CALCULO DE
      *     FOLHA (PROG29) A PARTIR DA MESMA ADESAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-CATALOGO-BENEF ASSIGN TO "BENCATAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT ARQ-ADESOES-BENEF ASSIGN TO "BENENROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADESOES.

           SELECT ARQ-CALENDARIO ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.

           SELECT ARQ-AGENDA-FERIAS ASSIGN TO "FERIASAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AFASTAMENTOS.

           SELECT ARQ-RESCISOES ASSIGN TO "RESCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ARQ-CARGA-VR ASSIGN TO "VRCARGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGA.

           SELECT ARQ-RELATORIO ASSIGN TO "RELVREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-CATALOGO-BENEF.
       COPY CPBENCAT.

       FD  ARQ-ADESOES-BENEF.
       COPY CPBENENR.

       FD  ARQ-CALENDARIO.
       01  REG-CALENDARIO.
           05  CAL-DATA                PIC 9(08).
           05  CAL-DESCRICAO           PIC X(20).

       FD  ARQ-AGENDA-FERIAS.
       COPY CPFERAG.

       FD  ARQ-AFASTAMENTOS.
       COPY CPAFAST.

       FD  ARQ-RESCISOES.
       COPY CPRESCH.

      *    ARQUIVO DE CARGA PARA A OPERADORA DO VALE - CABECALHO COM
      *    A COMPETENCIA DO CREDITO, UM DETALHE POR FUNCIONARIO E
      *    BENEFICIO, E TRAILER COM QUANTIDADE E VALOR.
       FD  ARQ-CARGA-VR.
       01  REG-CARGA-VR.
           05  VRC-TIPO-REG            PIC X(01).
               88  CARGA-VR-HEADER         VALUE "H".
               88  CARGA-VR-DETALHE        VALUE "D".
               88  CARGA-VR-TRAILER        VALUE "T".
           05  VRC-DADOS               PIC X(54).
           05  VRC-DETALHE REDEFINES VRC-DADOS.
               10  VRC-CODIGO          PIC 9(05).
               10  VRC-DOCUMENTO       PIC 9(11).
               10  VRC-NOME            PIC X(10).
               10  VRC-BENEFICIO       PIC 9(03).
               10  VRC-DIAS            PIC 9(02).
               10  VRC-VALOR-DIA       PIC 9(3)V9(2).
               10  VRC-VALOR           PIC 9(6)V9(2).
               10  FILLER              PIC X(10).
           05  VRC-HEADER REDEFINES VRC-DADOS.
               10  VRC-HDR-COMPETENCIA PIC 9(06).
               10  VRC-HDR-DATA-GER    PIC 9(08).
               10  VRC-HDR-DIAS-UTEIS  PIC 9(02).
               10  FILLER              PIC X(38).
           05  VRC-TRAILER REDEFINES VRC-DADOS.
               10  VRC-TRL-QTD         PIC 9(05).
               10  VRC-TRL-VALOR       PIC 9(8)V9(2).
               10  FILLER              PIC X(39).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-CATALOGO          PIC X(02).
       01  WS-STATUS-ADESOES           PIC X(02).
       01  WS-STATUS-CALENDARIO        PIC X(02).
       01  WS-STATUS-AGENDA            PIC X(02).
       01  WS-STATUS-AFASTAMENTOS      PIC X(02).
       01  WS-STATUS-RESCISOES         PIC X(02).
       01  WS-STATUS-CARGA             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-CATALOGO             PIC X VALUE "N".
           88  FIM-CATALOGO                VALUE "S".
       01  WS-FIM-ADESOES              PIC X VALUE "N".
           88  FIM-ADESOES                 VALUE "S".
       01  WS-FIM-CALENDARIO           PIC X VALUE "N".
           88  FIM-CALENDARIO              VALUE "S".
       01  WS-FIM-AGENDA               PIC X VALUE "N".
           88  FIM-AGENDA                  VALUE "S".
       01  WS-FIM-AFASTAMENTOS         PIC X VALUE "N".
           88  FIM-AFASTAMENTOS            VALUE "S".
       01  WS-FIM-RESCISOES            PIC X VALUE "N".
           88  FIM-RESCISOES               VALUE "S".

      *    COMPETENCIA DO CREDITO - O MES SEGUINTE AO DA FOLHA.
       01  WS-COMP-CREDITO             PIC 9(06).
       01  FILLER REDEFINES WS-COMP-CREDITO.
           05  WS-CRD-ANO              PIC 9(04).
           05  WS-CRD-MES              PIC 9(02).
       01  WS-COMP-SEGUINTE            PIC 9(06).
       01  FILLER REDEFINES WS-COMP-SEGUINTE.
           05  WS-SEG-ANO              PIC 9(04).
           05  WS-SEG-MES              PIC 9(02).
       01  WS-INICIO-CREDITO           PIC 9(08).
       01  WS-FIM-CREDITO              PIC 9(08).

      *    VALES-REFEICAO DO CATALOGO COM O VALOR DIARIO.
       01  WS-QTD-VALES                PIC 9(02) VALUE 0.
       01  TAB-VALES.
           05  VAL-ITEM OCCURS 20 TIMES.
               10  VAL-BENEFICIO       PIC 9(03).
               10  VAL-VALOR-DIA       PIC 9(3)V9(2).
       01  WS-IDX-VAL                  PIC 9(02).
       01  WS-IDX-VAL-ACHADO           PIC 9(02).

      *    ADESOES A VALE-REFEICAO EM VIGOR EM ALGUM DIA DO MES DO
      *    CREDITO, EM DIAS CORRIDOS PARA A COMPARACAO COM OS DIAS.
       01  WS-QTD-ADESOES              PIC 9(03) VALUE 0.
       01  TAB-ADESOES-VR.
           05  ADV-ITEM OCCURS 500 TIMES.
               10  ADV-CODIGO          PIC 9(05).
               10  ADV-BENEFICIO       PIC 9(03).
               10  ADV-VALOR-DIA       PIC 9(3)V9(2).
               10  ADV-INICIO-INT      PIC 9(07).
               10  ADV-FIM-INT         PIC 9(07).
       01  WS-IDX-ADV                  PIC 9(03).

      *    FERIADOS DO CALENDAR E DIAS UTEIS DO MES DO CREDITO (EM
      *    DIAS CORRIDOS - INTEGER-OF-DATE), PELA MESMA REGRA DO
      *    VALE-TRANSPORTE NO CALCULO DE FOLHA.
       01  WS-QTD-FERIADOS             PIC 9(03) VALUE 0.
       01  TAB-FERIADOS.
           05  FER-DATA OCCURS 100 TIMES
                                       PIC 9(08).
       01  WS-IDX-FER                  PIC 9(03).
       01  WS-QTD-DIAS-UTEIS           PIC 9(02) VALUE 0.
       01  TAB-DIAS-UTEIS.
           05  DUT-DIA-INT OCCURS 31 TIMES
                                       PIC 9(07).
       01  WS-IDX-DUT                  PIC 9(02).
       01  WS-DIA-CORRENTE             PIC 9(02).
       01  WS-DATA-TESTE               PIC 9(08).
       01  WS-DIAS-NO-MES              PIC 9(02).
       01  WS-INT-MES-CREDITO          PIC 9(07).
       01  WS-INT-MES-SEGUINTE         PIC 9(07).
       01  WS-DIAS-INT                 PIC 9(07).
       01  WS-DIA-SEMANA               PIC 9(01).
       01  WS-DIA-UTIL                 PIC X(01).
           88  DIA-E-UTIL                  VALUE "S".

      *    PERIODOS SEM CREDITO - FERIAS DA AGENDA E AFASTAMENTOS -
      *    E DESLIGAMENTOS DO RESCHIST, EM DIAS CORRIDOS.
       01  WS-QTD-AUSENCIAS            PIC 9(03) VALUE 0.
       01  TAB-AUSENCIAS.
           05  AUS-ITEM OCCURS 300 TIMES.
               10  AUS-CODIGO          PIC 9(05).
               10  AUS-INICIO-INT      PIC 9(07).
               10  AUS-FIM-INT         PIC 9(07).
       01  WS-IDX-AUS                  PIC 9(03).
       01  WS-QTD-RESCISOES            PIC 9(04) VALUE 0.
       01  TAB-RESCISOES.
           05  RSC-ITEM OCCURS 1000 TIMES.
               10  RSC-CODIGO          PIC 9(05).
               10  RSC-DESLIGAMENTO-INT
                                       PIC 9(07).
       01  WS-IDX-RSC                  PIC 9(04).

      *    LIMITES DO FUNCIONARIO NA ADESAO CORRENTE.
       01  WS-ADMISSAO-INT             PIC 9(07).
       01  WS-DESLIGAMENTO-INT         PIC 9(07).
       01  WS-DIAS-DO-FUNC             PIC 9(02).
       01  WS-VALOR-DO-FUNC            PIC 9(6)V9(2).

      *    CREDITO POR SETOR.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES-VR.
           05  SVR-ITEM OCCURS 50 TIMES.
               10  SVR-SETOR           PIC X(10).
               10  SVR-QTD-FUNC        PIC 9(05).
               10  SVR-DIAS            PIC 9(06).
               10  SVR-VALOR           PIC 9(8)V9(2).
       01  WS-IDX-SVR                  PIC 9(02).
       01  WS-IDX-SVR-ACHADO           PIC 9(02).

       01  WS-QTD-CARGA                PIC 9(05) VALUE 0.
       01  WS-VALOR-CARGA              PIC 9(8)V9(2) VALUE 0.
       01  WS-QTD-SEM-DIAS             PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           PERFORM CALCULAR-MES-DO-CREDITO.
           PERFORM CARREGAR-VALES.
           PERFORM CARREGAR-ADESOES-VR.
           PERFORM CARREGAR-FERIADOS.
           PERFORM CONTAR-DIAS-UTEIS-DO-MES.
           PERFORM CARREGAR-AGENDA-FERIAS.
           PERFORM CARREGAR-AFASTAMENTOS.
           PERFORM CARREGAR-RESCISOES.
           PERFORM ABRIR-CARGA.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM PROCESSAR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           PERFORM FECHAR-CARGA.
           PERFORM IMPRIMIR-CREDITO-POR-SETOR.
           DISPLAY "CARGA DO VALE-REFEICAO - COMPETENCIA "
               WS-COMP-CREDITO " - DIAS UTEIS " WS-QTD-DIAS-UTEIS
               " - CREDITOS " WS-QTD-CARGA
               " - VALOR " WS-VALOR-CARGA.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    COMPETENCIA DO CREDITO E CARGAS.
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

       CALCULAR-MES-DO-CREDITO.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMP-CREDITO.
           IF WS-CRD-MES = 12
               MOVE 01 TO WS-CRD-MES
               ADD 1 TO WS-CRD-ANO
           ELSE
               ADD 1 TO WS-CRD-MES
           END-IF.
           MOVE WS-COMP-CREDITO TO WS-COMP-SEGUINTE.
           IF WS-SEG-MES = 12
               MOVE 01 TO WS-SEG-MES
               ADD 1 TO WS-SEG-ANO
           ELSE
               ADD 1 TO WS-SEG-MES
           END-IF.
           MOVE WS-COMP-CREDITO TO WS-INICIO-CREDITO (1:6).
           MOVE 01 TO WS-INICIO-CREDITO (7:2).
           MOVE WS-COMP-CREDITO TO WS-FIM-CREDITO (1:6).
           MOVE 31 TO WS-FIM-CREDITO (7:2).
           COMPUTE WS-INT-MES-CREDITO =
               FUNCTION INTEGER-OF-DATE (WS-INICIO-CREDITO).
           MOVE WS-COMP-SEGUINTE TO WS-DATA-TESTE (1:6).
           MOVE 01 TO WS-DATA-TESTE (7:2).
           COMPUTE WS-INT-MES-SEGUINTE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           COMPUTE WS-DIAS-NO-MES =
               WS-INT-MES-SEGUINTE - WS-INT-MES-CREDITO.

       CARREGAR-VALES.
           OPEN INPUT ARQ-CATALOGO-BENEF.
           IF WS-STATUS-CATALOGO = "00"
               PERFORM LER-BENEFICIO-CATALOGO
               PERFORM GUARDAR-UM-VALE UNTIL FIM-CATALOGO
               CLOSE ARQ-CATALOGO-BENEF
           END-IF.

       LER-BENEFICIO-CATALOGO.
           READ ARQ-CATALOGO-BENEF
               AT END SET FIM-CATALOGO TO TRUE
           END-READ.

       GUARDAR-UM-VALE.
           IF BEN-VALE-REFEICAO AND WS-QTD-VALES < 20
               AND BEN-VALOR-DIA IS NUMERIC AND BEN-VALOR-DIA > 0
               ADD 1 TO WS-QTD-VALES
               MOVE BEN-CODIGO    TO VAL-BENEFICIO (WS-QTD-VALES)
               MOVE BEN-VALOR-DIA TO VAL-VALOR-DIA (WS-QTD-VALES)
           END-IF.
           PERFORM LER-BENEFICIO-CATALOGO.

       CARREGAR-ADESOES-VR.
           OPEN INPUT ARQ-ADESOES-BENEF.
           IF WS-STATUS-ADESOES = "00"
               PERFORM LER-ADESAO
               PERFORM GUARDAR-UMA-ADESAO UNTIL FIM-ADESOES
               CLOSE ARQ-ADESOES-BENEF
           END-IF.

       LER-ADESAO.
           READ ARQ-ADESOES-BENEF
               AT END SET FIM-ADESOES TO TRUE
           END-READ.

       GUARDAR-UMA-ADESAO.
           MOVE 0 TO WS-IDX-VAL-ACHADO.
           PERFORM VARYING WS-IDX-VAL FROM 1 BY 1
                   UNTIL WS-IDX-VAL > WS-QTD-VALES
               IF VAL-BENEFICIO (WS-IDX-VAL) = ENR-BENEFICIO
                   MOVE WS-IDX-VAL TO WS-IDX-VAL-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-VAL-ACHADO > 0 AND WS-QTD-ADESOES < 500
               AND ENR-DATA-INICIO IS NUMERIC
               AND ENR-DATA-INICIO > 0
               AND ENR-DATA-INICIO <= WS-FIM-CREDITO
               AND (ENR-DATA-FIM = 0
                   OR ENR-DATA-FIM >= WS-INICIO-CREDITO)
               ADD 1 TO WS-QTD-ADESOES
               MOVE ENR-CODIGO    TO ADV-CODIGO (WS-QTD-ADESOES)
               MOVE ENR-BENEFICIO TO ADV-BENEFICIO (WS-QTD-ADESOES)
               MOVE VAL-VALOR-DIA (WS-IDX-VAL-ACHADO)
                   TO ADV-VALOR-DIA (WS-QTD-ADESOES)
               COMPUTE ADV-INICIO-INT (WS-QTD-ADESOES) =
                   FUNCTION INTEGER-OF-DATE (ENR-DATA-INICIO)
               IF ENR-DATA-FIM = 0
                   MOVE 9999999 TO ADV-FIM-INT (WS-QTD-ADESOES)
               ELSE
                   COMPUTE ADV-FIM-INT (WS-QTD-ADESOES) =
                       FUNCTION INTEGER-OF-DATE (ENR-DATA-FIM)
               END-IF
           END-IF.
           PERFORM LER-ADESAO.

       CARREGAR-FERIADOS.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-STATUS-CALENDARIO = "00"
               PERFORM LER-CALENDARIO
               PERFORM GUARDAR-UM-FERIADO UNTIL FIM-CALENDARIO
               CLOSE ARQ-CALENDARIO
           END-IF.

       LER-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END SET FIM-CALENDARIO TO TRUE
           END-READ.

       GUARDAR-UM-FERIADO.
           IF WS-QTD-FERIADOS < 100
               AND CAL-DATA IS NUMERIC AND CAL-DATA > 0
               ADD 1 TO WS-QTD-FERIADOS
               MOVE CAL-DATA TO FER-DATA (WS-QTD-FERIADOS)
           END-IF.
           PERFORM LER-CALENDARIO.

      *    SABADO (RESTO 6), DOMINGO (RESTO 0) E FERIADO NAO SAO DIA
      *    UTIL.
       CONTAR-DIAS-UTEIS-DO-MES.
           MOVE 0 TO WS-QTD-DIAS-UTEIS.
           MOVE 1 TO WS-DIA-CORRENTE.
           PERFORM CONFERIR-UM-DIA-DO-MES
               UNTIL WS-DIA-CORRENTE > WS-DIAS-NO-MES.

       CONFERIR-UM-DIA-DO-MES.
           MOVE WS-COMP-CREDITO TO WS-DATA-TESTE (1:6).
           MOVE WS-DIA-CORRENTE TO WS-DATA-TESTE (7:2).
           MOVE "S" TO WS-DIA-UTIL.
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION REM (WS-DIAS-INT, 7).
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE "N" TO WS-DIA-UTIL
           END-IF.
           MOVE 1 TO WS-IDX-FER.
           PERFORM CONFERIR-UM-FERIADO
               UNTIL WS-IDX-FER > WS-QTD-FERIADOS.
           IF DIA-E-UTIL
               ADD 1 TO WS-QTD-DIAS-UTEIS
               MOVE WS-DIAS-INT TO DUT-DIA-INT (WS-QTD-DIAS-UTEIS)
           END-IF.
           ADD 1 TO WS-DIA-CORRENTE.

       CONFERIR-UM-FERIADO.
           IF FER-DATA (WS-IDX-FER) = WS-DATA-TESTE
               MOVE "N" TO WS-DIA-UTIL
           END-IF.
           ADD 1 TO WS-IDX-FER.

      *    CADA PROGRAMACAO DA AGENDA (PROGRAMADA, GOZADA OU
      *    ANTECIPADA) E UM PERIODO SEM CREDITO.
       CARREGAR-AGENDA-FERIAS.
           OPEN INPUT ARQ-AGENDA-FERIAS.
           IF WS-STATUS-AGENDA = "00"
               PERFORM LER-AGENDA
               PERFORM GUARDAR-AUSENCIA-FERIAS UNTIL FIM-AGENDA
               CLOSE ARQ-AGENDA-FERIAS
           END-IF.

       LER-AGENDA.
           READ ARQ-AGENDA-FERIAS
               AT END SET FIM-AGENDA TO TRUE
           END-READ.

       GUARDAR-AUSENCIA-FERIAS.
           IF WS-QTD-AUSENCIAS < 300
               AND FAG-DATA-INICIO IS NUMERIC
               AND FAG-DATA-INICIO > 0
               AND FAG-DIAS IS NUMERIC AND FAG-DIAS > 0
               ADD 1 TO WS-QTD-AUSENCIAS
               MOVE FAG-CODIGO TO AUS-CODIGO (WS-QTD-AUSENCIAS)
               COMPUTE AUS-INICIO-INT (WS-QTD-AUSENCIAS) =
                   FUNCTION INTEGER-OF-DATE (FAG-DATA-INICIO)
               COMPUTE AUS-FIM-INT (WS-QTD-AUSENCIAS) =
                   AUS-INICIO-INT (WS-QTD-AUSENCIAS) + FAG-DIAS - 1
           END-IF.
           PERFORM LER-AGENDA.

      *    O AFASTAMENTO ABERTO NAO TEM FIM; O ENCERRADO VAI ATE A
      *    VESPERA DO RETORNO.
       CARREGAR-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "00"
               PERFORM LER-AFASTAMENTO
               PERFORM GUARDAR-AUSENCIA-AFASTAMENTO
                   UNTIL FIM-AFASTAMENTOS
               CLOSE ARQ-AFASTAMENTOS
           END-IF.

       LER-AFASTAMENTO.
           READ ARQ-AFASTAMENTOS
               AT END SET FIM-AFASTAMENTOS TO TRUE
           END-READ.

       GUARDAR-AUSENCIA-AFASTAMENTO.
           IF WS-QTD-AUSENCIAS < 300
               AND AFA-DATA-INICIO IS NUMERIC AND AFA-DATA-INICIO > 0
               IF AFA-ABERTO
                   ADD 1 TO WS-QTD-AUSENCIAS
                   MOVE AFA-CODIGO TO AUS-CODIGO (WS-QTD-AUSENCIAS)
                   COMPUTE AUS-INICIO-INT (WS-QTD-AUSENCIAS) =
                       FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO)
                   MOVE 9999999 TO AUS-FIM-INT (WS-QTD-AUSENCIAS)
               ELSE
                   IF AFA-DATA-RETORNO-PREV IS NUMERIC
                       AND AFA-DATA-RETORNO-PREV > AFA-DATA-INICIO
                       ADD 1 TO WS-QTD-AUSENCIAS
                       MOVE AFA-CODIGO TO AUS-CODIGO (WS-QTD-AUSENCIAS)
                       COMPUTE AUS-INICIO-INT (WS-QTD-AUSENCIAS) =
                           FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO)
                       COMPUTE AUS-FIM-INT (WS-QTD-AUSENCIAS) =
                           FUNCTION INTEGER-OF-DATE
                               (AFA-DATA-RETORNO-PREV) - 1
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-AFASTAMENTO.

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
           IF WS-QTD-RESCISOES < 1000
               AND RHS-DATA-DESLIGAMENTO IS NUMERIC
               AND RHS-DATA-DESLIGAMENTO > 0
               ADD 1 TO WS-QTD-RESCISOES
               MOVE RHS-CODIGO TO RSC-CODIGO (WS-QTD-RESCISOES)
               COMPUTE RSC-DESLIGAMENTO-INT (WS-QTD-RESCISOES) =
                   FUNCTION INTEGER-OF-DATE (RHS-DATA-DESLIGAMENTO)
           END-IF.
           PERFORM LER-RESCISAO.

      *--------------------------------------------------------------*
      *    CREDITO DE CADA FUNCIONARIO - UM DETALHE DE CARGA POR
      *    ADESAO A VALE-REFEICAO COM DIAS DE CREDITO NO MES.
      *--------------------------------------------------------------*
       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       PROCESSAR-UM-FUNCIONARIO.
           PERFORM APURAR-LIMITES-DO-FUNC.
           PERFORM VARYING WS-IDX-ADV FROM 1 BY 1
                   UNTIL WS-IDX-ADV > WS-QTD-ADESOES
               IF ADV-CODIGO (WS-IDX-ADV) = CODIGO
                   PERFORM CREDITAR-UMA-ADESAO
               END-IF
           END-PERFORM.
           PERFORM LER-PROXIMO-FUNCIONARIO.

      *    ADMISSAO E O DESLIGAMENTO MAIS RECENTE DO RESCHIST (O DE
      *    ANTES DE UMA READMISSAO NAO CONTA). O INATIVO SEM
      *    DESLIGAMENTO REGISTRADO NAO RECEBE CREDITO.
       APURAR-LIMITES-DO-FUNC.
           MOVE 0 TO WS-ADMISSAO-INT.
           IF DATA-ADMISSAO IS NUMERIC AND DATA-ADMISSAO > 0
               COMPUTE WS-ADMISSAO-INT =
                   FUNCTION INTEGER-OF-DATE (DATA-ADMISSAO)
           END-IF.
           MOVE 9999999 TO WS-DESLIGAMENTO-INT.
           IF SITUACAO-INATIVA
               MOVE 0 TO WS-DESLIGAMENTO-INT
           END-IF.
           PERFORM VARYING WS-IDX-RSC FROM 1 BY 1
                   UNTIL WS-IDX-RSC > WS-QTD-RESCISOES
               IF RSC-CODIGO (WS-IDX-RSC) = CODIGO
                   AND RSC-DESLIGAMENTO-INT (WS-IDX-RSC)
                       >= WS-ADMISSAO-INT
                   AND (WS-DESLIGAMENTO-INT = 0
                       OR WS-DESLIGAMENTO-INT = 9999999
                       OR RSC-DESLIGAMENTO-INT (WS-IDX-RSC)
                           > WS-DESLIGAMENTO-INT)
                   MOVE RSC-DESLIGAMENTO-INT (WS-IDX-RSC)
                       TO WS-DESLIGAMENTO-INT
               END-IF
           END-PERFORM.

       CREDITAR-UMA-ADESAO.
           MOVE 0 TO WS-DIAS-DO-FUNC.
           MOVE 1 TO WS-IDX-DUT.
           PERFORM CONFERIR-DIA-UTIL-DO-FUNC
               UNTIL WS-IDX-DUT > WS-QTD-DIAS-UTEIS.
           IF WS-DIAS-DO-FUNC > 0
               COMPUTE WS-VALOR-DO-FUNC ROUNDED =
                   ADV-VALOR-DIA (WS-IDX-ADV) * WS-DIAS-DO-FUNC
               MOVE SPACES              TO REG-CARGA-VR
               MOVE "D"                 TO VRC-TIPO-REG
               MOVE CODIGO              TO VRC-CODIGO
               MOVE DOCUMENTO           TO VRC-DOCUMENTO
               MOVE NOME                TO VRC-NOME
               MOVE ADV-BENEFICIO (WS-IDX-ADV)
                                        TO VRC-BENEFICIO
               MOVE WS-DIAS-DO-FUNC     TO VRC-DIAS
               MOVE ADV-VALOR-DIA (WS-IDX-ADV)
                                        TO VRC-VALOR-DIA
               MOVE WS-VALOR-DO-FUNC    TO VRC-VALOR
               WRITE REG-CARGA-VR
               ADD 1 TO WS-QTD-CARGA
               ADD WS-VALOR-DO-FUNC TO WS-VALOR-CARGA
               PERFORM ACUMULAR-SETOR-VR
           ELSE
               ADD 1 TO WS-QTD-SEM-DIAS
           END-IF.

      *    DIA UTIL COM CREDITO - DENTRO DA ADMISSAO/DESLIGAMENTO E DA
      *    VIGENCIA DA ADESAO, E FORA DE FERIAS E AFASTAMENTOS.
       CONFERIR-DIA-UTIL-DO-FUNC.
           MOVE "S" TO WS-DIA-UTIL.
           IF DUT-DIA-INT (WS-IDX-DUT) < WS-ADMISSAO-INT
               OR DUT-DIA-INT (WS-IDX-DUT) > WS-DESLIGAMENTO-INT
               OR DUT-DIA-INT (WS-IDX-DUT)
                   < ADV-INICIO-INT (WS-IDX-ADV)
               OR DUT-DIA-INT (WS-IDX-DUT)
                   > ADV-FIM-INT (WS-IDX-ADV)
               MOVE "N" TO WS-DIA-UTIL
           END-IF.
           MOVE 1 TO WS-IDX-AUS.
           PERFORM CONFERIR-UMA-AUSENCIA
               UNTIL WS-IDX-AUS > WS-QTD-AUSENCIAS
                   OR NOT DIA-E-UTIL.
           IF DIA-E-UTIL
               ADD 1 TO WS-DIAS-DO-FUNC
           END-IF.
           ADD 1 TO WS-IDX-DUT.

       CONFERIR-UMA-AUSENCIA.
           IF AUS-CODIGO (WS-IDX-AUS) = CODIGO
               AND DUT-DIA-INT (WS-IDX-DUT)
                   >= AUS-INICIO-INT (WS-IDX-AUS)
               AND DUT-DIA-INT (WS-IDX-DUT)
                   <= AUS-FIM-INT (WS-IDX-AUS)
               MOVE "N" TO WS-DIA-UTIL
           END-IF.
           ADD 1 TO WS-IDX-AUS.

       ACUMULAR-SETOR-VR.
           MOVE 0 TO WS-IDX-SVR-ACHADO.
           MOVE 1 TO WS-IDX-SVR.
           PERFORM LOCALIZAR-SETOR-VR
               UNTIL WS-IDX-SVR > WS-QTD-SETORES.
           IF WS-IDX-SVR-ACHADO = 0 AND WS-QTD-SETORES < 50
               ADD 1 TO WS-QTD-SETORES
               MOVE WS-QTD-SETORES TO WS-IDX-SVR-ACHADO
               MOVE SETOR TO SVR-SETOR (WS-IDX-SVR-ACHADO)
               MOVE 0 TO SVR-QTD-FUNC (WS-IDX-SVR-ACHADO)
               MOVE 0 TO SVR-DIAS (WS-IDX-SVR-ACHADO)
               MOVE 0 TO SVR-VALOR (WS-IDX-SVR-ACHADO)
           END-IF.
           IF WS-IDX-SVR-ACHADO > 0
               ADD 1 TO SVR-QTD-FUNC (WS-IDX-SVR-ACHADO)
               ADD WS-DIAS-DO-FUNC TO SVR-DIAS (WS-IDX-SVR-ACHADO)
               ADD WS-VALOR-DO-FUNC TO SVR-VALOR (WS-IDX-SVR-ACHADO)
           END-IF.

       LOCALIZAR-SETOR-VR.
           IF SVR-SETOR (WS-IDX-SVR) = SETOR
               MOVE WS-IDX-SVR TO WS-IDX-SVR-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-SVR.

      *--------------------------------------------------------------*
      *    ARQUIVO DE CARGA E RELATORIO POR SETOR.
      *--------------------------------------------------------------*
       ABRIR-CARGA.
           OPEN OUTPUT ARQ-CARGA-VR.
           MOVE SPACES              TO REG-CARGA-VR.
           MOVE "H"                 TO VRC-TIPO-REG.
           MOVE WS-COMP-CREDITO     TO VRC-HDR-COMPETENCIA.
           MOVE WS-DATA-HOJE        TO VRC-HDR-DATA-GER.
           MOVE WS-QTD-DIAS-UTEIS   TO VRC-HDR-DIAS-UTEIS.
           WRITE REG-CARGA-VR.

       FECHAR-CARGA.
           MOVE SPACES              TO REG-CARGA-VR.
           MOVE "T"                 TO VRC-TIPO-REG.
           MOVE WS-QTD-CARGA        TO VRC-TRL-QTD.
           MOVE WS-VALOR-CARGA      TO VRC-TRL-VALOR.
           WRITE REG-CARGA-VR.
           CLOSE ARQ-CARGA-VR.

       IMPRIMIR-CREDITO-POR-SETOR.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CREDITO DE VALE-REFEICAO POR SETOR - COMPETENCIA "
               WS-COMP-CREDITO " - DIAS UTEIS " WS-QTD-DIAS-UTEIS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-SVR.
           PERFORM IMPRIMIR-UM-SETOR-VR
               UNTIL WS-IDX-SVR > WS-QTD-SETORES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DA CARGA - CREDITOS " WS-QTD-CARGA
               " VALOR " WS-VALOR-CARGA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ADESOES SEM DIA DE CREDITO NO MES: "
               WS-QTD-SEM-DIAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-UM-SETOR-VR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SETOR " SVR-SETOR (WS-IDX-SVR)
               " FUNC " SVR-QTD-FUNC (WS-IDX-SVR)
               " DIAS " SVR-DIAS (WS-IDX-SVR)
               " VALOR " SVR-VALOR (WS-IDX-SVR)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IDX-SVR.

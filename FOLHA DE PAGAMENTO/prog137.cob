       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG137.
      *     AUDITORIA INDEPENDENTE DO INSS E DO IRRF DO FOLHAHIST.
      *     NADA CONFERIA SE O INSS E O IRRF GRAVADOS NO HISTORICO SAO
      *     O QUE AS FAIXAS DO FAIXATAB DAVAM NA COMPETENCIA - UMA
      *     CORRECAO DE FAIXA NO PROG44 OU UMA RODADA COM TABELA
      *     VELHA SO APARECIA QUANDO ALGUEM RECLAMAVA. ESTE PROGRAMA
      *     LE O CARTAO AUDPRM (COMPETENCIA INICIAL, FINAL E A
      *     TOLERANCIA EM REAIS; SEM CARTAO, A COMPETENCIA DO
      *     FOLHADTA OU DO DIA E TOLERANCIA DE 0,10) E, COMPETENCIA
      *     A COMPETENCIA, REFAZ O CALCULO DO ULTIMO REGISTRO DA
      *     FOLHA NORMAL DE CADA CODIGO - O MESMO QUE VAI PARA AS
      *     GUIAS DO PROG104:
      *       - INSS PELA FAIXA DO BRUTO, COM A TABELA DE INSS EM
      *         VIGOR NA COMPETENCIA (MAIOR VIGENCIA ATE O FIM DO
      *         MES; SEM TABELA, OS VALORES DE RESERVA DO PROG29);
      *       - IRRF SOBRE O BRUTO MENOS O INSS RECALCULADO, A
      *         DEDUCAO DOS DEPENDENTES ELEGIVEIS NA COMPETENCIA
      *         (DEPENDTS, IDADE NO FIM DO MES) E A PREVIDENCIA
      *         COMPLEMENTAR DO REGISTRO ATE O LIMITE LEGAL.
      *     O RELAUDIT LISTA CADA REGISTRO CUJA DIFERENCA PASSA DA
      *     TOLERANCIA E FECHA COM O RESUMO POR EMPRESA (EMPRESA DO
      *     CODIGO NO MESTRE) - GRAVADO, RECALCULADO E DIVERGENTES -
      *     COM O CAMPO DE VISTO DO CONTADOR, A SER DADO ANTES DO
      *     PAGAMENTO DAS GUIAS. HAVENDO DIVERGENCIA, TERMINA COM RC 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-PARAMETRO ASSIGN TO "AUDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-FAIXA-TABELA ASSIGN TO "FAIXATAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABELA.

           SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-AUDITORIA.
           05  APR-COMP-INICIAL        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  APR-COMP-FINAL          PIC 9(06).
           05  FILLER                  PIC X(01).
           05  APR-TOLERANCIA          PIC 9(3)V9(2).

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-FAIXA-TABELA.
       COPY CPFXTAB.

       FD  ARQ-DEPENDENTES.
       COPY CPDEPEND.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-TABELA            PIC X(02).
       01  WS-STATUS-DEPENDENTES       PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-TABELA               PIC X VALUE "N".
           88  FIM-TABELA                  VALUE "S".
       01  WS-FIM-DEPENDENTES          PIC X VALUE "N".
           88  FIM-DEPENDENTES             VALUE "S".

      *    FAIXA DE COMPETENCIAS AUDITADAS E A TOLERANCIA.
       01  WS-COMP-INICIAL             PIC 9(06).
       01  WS-COMP-FINAL               PIC 9(06).
       01  WS-TOLERANCIA               PIC 9(3)V9(2) VALUE 0.10.
       01  WS-COMP-DA-VEZ              PIC 9(06).
       01  FILLER REDEFINES WS-COMP-DA-VEZ.
           05  WS-ANO-DA-VEZ           PIC 9(04).
           05  WS-MES-DA-VEZ           PIC 9(02).
       01  WS-QTD-COMPETENCIAS         PIC 9(03) VALUE 0.

      *    DATA DE REFERENCIA DA COMPETENCIA - O ULTIMO DIA POSSIVEL
      *    DO MES, PARA A VIGENCIA DAS FAIXAS E A IDADE DOS
      *    DEPENDENTES.
       01  WS-DATA-REFERENCIA          PIC 9(08).
       01  FILLER REDEFINES WS-DATA-REFERENCIA.
           05  WS-REF-COMPETENCIA      PIC 9(06).
           05  WS-REF-DIA              PIC 9(02).

      *    TABELA DE FAIXAS INTEIRA EM MEMORIA - AS DE CADA
      *    COMPETENCIA SAO ESCOLHIDAS NELA.
       01  WS-QTD-FAIXAS-TAB           PIC 9(03) VALUE 0.
       01  TAB-FAIXATAB.
           05  FXM-ITEM OCCURS 300 TIMES.
               10  FXM-TIPO            PIC X(01).
               10  FXM-DATA-VIGENCIA   PIC 9(08).
               10  FXM-NUMERO          PIC 9(01).
               10  FXM-LIMITE          PIC 9(6)V9(2).
               10  FXM-ALIQUOTA        PIC 9V9(3).
               10  FXM-DEDUZIR         PIC 9(4)V9(2).
       01  WS-IDX-FXM                  PIC 9(03).
       01  WS-VIGENCIA-INSS            PIC 9(08).
       01  WS-VIGENCIA-IRRF            PIC 9(08).

      *    FAIXAS EM VIGOR NA COMPETENCIA DA VEZ.
       01  TAB-FAIXAS-INSS.
           05  FAIXA-INSS OCCURS 4 TIMES.
               10  INSS-LIMITE         PIC 9(6)V9(2).
               10  INSS-ALIQUOTA       PIC 9V9(3).
               10  INSS-DEDUZIR        PIC 9(4)V9(2).
       01  TAB-FAIXAS-IRRF.
           05  FAIXA-IRRF OCCURS 4 TIMES.
               10  IRRF-LIMITE         PIC 9(6)V9(2).
               10  IRRF-ALIQUOTA       PIC 9V9(3).
               10  IRRF-DEDUZIR        PIC 9(4)V9(2).
       01  WS-IDX                      PIC 9(01).

      *    PARAMETROS LEGAIS DO CALCULO (OS MESMOS DO PROG29).
       01  WS-IDADE-LIMITE-DEP         PIC 9(03) VALUE 24.
       01  WS-DEDUCAO-POR-DEPENDENTE   PIC 9(3)V9(2) VALUE 189.59.
       01  WS-PCT-LIMITE-PREV          PIC 9V9(2) VALUE 0.12.

      *    DEPENDENTES EM MEMORIA.
       01  WS-QTD-DEPENDENTES          PIC 9(04) VALUE 0.
       01  TAB-DEPENDENTES.
           05  DPM-ITEM OCCURS 1000 TIMES.
               10  DPM-CODIGO          PIC 9(05).
               10  DPM-NASCIMENTO      PIC 9(08).
               10  DPM-PARENTESCO      PIC X(01).
       01  WS-IDX-DPM                  PIC 9(04).
       01  WS-QTD-DEP-DO-FUNC          PIC 9(02).
       01  WS-ANO-NASC-DEP             PIC 9(04).
       01  WS-MMDD-NASC-DEP            PIC 9(04).
       01  WS-ANO-REFERENCIA           PIC 9(04).
       01  WS-IDADE-DEP                PIC S9(03).

      *    CODIGO -> EMPRESA, DO MESTRE.
       01  WS-QTD-FUNCS                PIC 9(04) VALUE 0.
       01  TAB-FUNC-EMPRESA.
           05  FEM-ITEM OCCURS 2000 TIMES.
               10  FEM-CODIGO          PIC 9(05).
               10  FEM-EMPRESA         PIC 9(03).
       01  WS-IDX-FEM                  PIC 9(04).
       01  WS-EMPRESA-DA-VEZ           PIC 9(03).

      *    ULTIMO CALCULO NORMAL DE CADA CODIGO NA COMPETENCIA.
       01  WS-QTD-ULTIMOS              PIC 9(04) VALUE 0.
       01  TAB-ULTIMOS.
           05  ULT-ITEM OCCURS 2000 TIMES.
               10  ULT-CODIGO          PIC 9(05).
               10  ULT-NOME            PIC X(10).
               10  ULT-BRUTO           PIC 9(6)V9(2).
               10  ULT-INSS            PIC 9(6)V9(2).
               10  ULT-IRRF            PIC 9(6)V9(2).
               10  ULT-PREV-FUNCIONARIO
                                       PIC 9(6)V9(2).
       01  WS-IDX-ULT                  PIC 9(04).
       01  WS-IDX-ULT-ACHADO           PIC 9(04).

      *    RECALCULO DE UM REGISTRO.
       01  WS-INSS-RECALCULADO         PIC 9(6)V9(2).
       01  WS-IRRF-RECALCULADO         PIC 9(6)V9(2).
       01  WS-BASE-IRRF                PIC S9(6)V9(2).
       01  WS-PREV-DEDUTIVEL           PIC 9(6)V9(2).
       01  WS-DIFERENCA                PIC S9(6)V9(2).
       01  WS-DIFERENCA-INSS           PIC 9(6)V9(2).
       01  WS-DIFERENCA-IRRF           PIC 9(6)V9(2).

      *    RESUMO POR EMPRESA.
       01  WS-QTD-EMPRESAS             PIC 9(02) VALUE 0.
       01  TAB-EMPRESAS.
           05  AEM-ITEM OCCURS 50 TIMES.
               10  AEM-EMPRESA         PIC 9(03).
               10  AEM-QTD-REGISTROS   PIC 9(05).
               10  AEM-QTD-DIVERGENTES PIC 9(05).
               10  AEM-INSS-GRAVADO    PIC 9(8)V9(2).
               10  AEM-INSS-RECALC     PIC 9(8)V9(2).
               10  AEM-IRRF-GRAVADO    PIC 9(8)V9(2).
               10  AEM-IRRF-RECALC     PIC 9(8)V9(2).
       01  WS-IDX-AEM                  PIC 9(02).
       01  WS-IDX-AEM-ACHADO           PIC 9(02).

       01  WS-QTD-AUDITADOS            PIC 9(06) VALUE 0.
       01  WS-QTD-DIVERGENTES          PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETRO.
           PERFORM CARREGAR-EMPRESA-DOS-FUNCS.
           PERFORM CARREGAR-FAIXATAB.
           PERFORM CARREGAR-DEPENDENTES.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE WS-COMP-INICIAL TO WS-COMP-DA-VEZ.
           PERFORM AUDITAR-UMA-COMPETENCIA
               UNTIL WS-COMP-DA-VEZ > WS-COMP-FINAL
                   OR WS-QTD-COMPETENCIAS >= 120.
           PERFORM IMPRIMIR-RESUMO-POR-EMPRESA.
           CLOSE ARQ-RELATORIO.
           DISPLAY "AUDITORIA DE INSS/IRRF - " WS-COMP-INICIAL " A "
               WS-COMP-FINAL " - REGISTROS: " WS-QTD-AUDITADOS
               " - DIVERGENTES: " WS-QTD-DIVERGENTES.
           IF WS-QTD-DIVERGENTES > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *    SEM AUDPRM, AUDITA A COMPETENCIA DA FOLHA (FOLHADTA OU A
      *    DATA DO DIA).
       LER-PARAMETRO.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
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
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMP-INICIAL WS-COMP-FINAL.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF APR-COMP-INICIAL IS NUMERIC
                           AND APR-COMP-INICIAL > 0
                           MOVE APR-COMP-INICIAL TO WS-COMP-INICIAL
                           MOVE APR-COMP-INICIAL TO WS-COMP-FINAL
                       END-IF
                       IF APR-COMP-FINAL IS NUMERIC
                           AND APR-COMP-FINAL >= WS-COMP-INICIAL
                           MOVE APR-COMP-FINAL TO WS-COMP-FINAL
                       END-IF
                       IF APR-TOLERANCIA IS NUMERIC
                           MOVE APR-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.

      *--------------------------------------------------------------*
      *    CARGA DO MESTRE (EMPRESA), DO FAIXATAB E DOS DEPENDENTES.
      *--------------------------------------------------------------*
       CARREGAR-EMPRESA-DOS-FUNCS.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GUARDAR-EMPRESA-DO-FUNC UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-EMPRESA-DO-FUNC.
           IF WS-QTD-FUNCS < 2000
               ADD 1 TO WS-QTD-FUNCS
               MOVE CODIGO  TO FEM-CODIGO (WS-QTD-FUNCS)
               MOVE EMPRESA TO FEM-EMPRESA (WS-QTD-FUNCS)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       CARREGAR-FAIXATAB.
           OPEN INPUT ARQ-FAIXA-TABELA.
           IF WS-STATUS-TABELA = "00"
               PERFORM LER-FAIXA-DA-TABELA
               PERFORM GUARDAR-UMA-FAIXA UNTIL FIM-TABELA
           END-IF.
           CLOSE ARQ-FAIXA-TABELA.

       LER-FAIXA-DA-TABELA.
           READ ARQ-FAIXA-TABELA
               AT END SET FIM-TABELA TO TRUE
           END-READ.

       GUARDAR-UMA-FAIXA.
           IF (FXT-TIPO-INSS OR FXT-TIPO-IRRF)
               AND FXT-NUMERO >= 1 AND FXT-NUMERO <= 4
               AND WS-QTD-FAIXAS-TAB < 300
               ADD 1 TO WS-QTD-FAIXAS-TAB
               MOVE FXT-TIPO  TO FXM-TIPO (WS-QTD-FAIXAS-TAB)
               MOVE FXT-DATA-VIGENCIA
                   TO FXM-DATA-VIGENCIA (WS-QTD-FAIXAS-TAB)
               MOVE FXT-NUMERO   TO FXM-NUMERO (WS-QTD-FAIXAS-TAB)
               MOVE FXT-LIMITE   TO FXM-LIMITE (WS-QTD-FAIXAS-TAB)
               MOVE FXT-ALIQUOTA TO FXM-ALIQUOTA (WS-QTD-FAIXAS-TAB)
               MOVE FXT-DEDUZIR  TO FXM-DEDUZIR (WS-QTD-FAIXAS-TAB)
           END-IF.
           PERFORM LER-FAIXA-DA-TABELA.

       CARREGAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES = "00"
               PERFORM LER-DEPENDENTE
               PERFORM GUARDAR-UM-DEPENDENTE UNTIL FIM-DEPENDENTES
           END-IF.
           CLOSE ARQ-DEPENDENTES.

       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END SET FIM-DEPENDENTES TO TRUE
           END-READ.

       GUARDAR-UM-DEPENDENTE.
           IF WS-QTD-DEPENDENTES < 1000
               ADD 1 TO WS-QTD-DEPENDENTES
               MOVE DEP-CODIGO TO DPM-CODIGO (WS-QTD-DEPENDENTES)
               MOVE DEP-PARENTESCO
                   TO DPM-PARENTESCO (WS-QTD-DEPENDENTES)
               IF DEP-DATA-NASCIMENTO IS NUMERIC
                   MOVE DEP-DATA-NASCIMENTO
                       TO DPM-NASCIMENTO (WS-QTD-DEPENDENTES)
               ELSE
                   MOVE 0 TO DPM-NASCIMENTO (WS-QTD-DEPENDENTES)
               END-IF
           END-IF.
           PERFORM LER-DEPENDENTE.

      *--------------------------------------------------------------*
      *    UMA COMPETENCIA - FAIXAS EM VIGOR, ULTIMO CALCULO DE CADA
      *    CODIGO E O RECALCULO.
      *--------------------------------------------------------------*
       AUDITAR-UMA-COMPETENCIA.
           ADD 1 TO WS-QTD-COMPETENCIAS.
           MOVE WS-COMP-DA-VEZ TO WS-REF-COMPETENCIA.
           MOVE 31 TO WS-REF-DIA.
           PERFORM SELECIONAR-FAIXAS-DA-COMP.
           PERFORM CARREGAR-ULTIMOS-DA-COMP.
           PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                   UNTIL WS-IDX-ULT > WS-QTD-ULTIMOS
               PERFORM AUDITAR-UM-REGISTRO
           END-PERFORM.
           IF WS-MES-DA-VEZ = 12
               MOVE 1 TO WS-MES-DA-VEZ
               ADD 1 TO WS-ANO-DA-VEZ
           ELSE
               ADD 1 TO WS-MES-DA-VEZ
           END-IF.

      *    MESMA REGRA DO PROG29 - VALORES DE RESERVA E, POR CIMA,
      *    O CONJUNTO DE MAIOR VIGENCIA ATE A DATA DE REFERENCIA.
       SELECIONAR-FAIXAS-DA-COMP.
           MOVE 1500.00 TO INSS-LIMITE (1).
           MOVE 0.075   TO INSS-ALIQUOTA (1).
           MOVE 0.00    TO INSS-DEDUZIR (1).
           MOVE 2500.00 TO INSS-LIMITE (2).
           MOVE 0.090   TO INSS-ALIQUOTA (2).
           MOVE 22.50   TO INSS-DEDUZIR (2).
           MOVE 4000.00 TO INSS-LIMITE (3).
           MOVE 0.120   TO INSS-ALIQUOTA (3).
           MOVE 97.50   TO INSS-DEDUZIR (3).
           MOVE 999999.99 TO INSS-LIMITE (4).
           MOVE 0.140   TO INSS-ALIQUOTA (4).
           MOVE 177.50  TO INSS-DEDUZIR (4).

           MOVE 2000.00 TO IRRF-LIMITE (1).
           MOVE 0.000   TO IRRF-ALIQUOTA (1).
           MOVE 0.00    TO IRRF-DEDUZIR (1).
           MOVE 3000.00 TO IRRF-LIMITE (2).
           MOVE 0.075   TO IRRF-ALIQUOTA (2).
           MOVE 150.00  TO IRRF-DEDUZIR (2).
           MOVE 4500.00 TO IRRF-LIMITE (3).
           MOVE 0.150   TO IRRF-ALIQUOTA (3).
           MOVE 375.00  TO IRRF-DEDUZIR (3).
           MOVE 999999.99 TO IRRF-LIMITE (4).
           MOVE 0.225   TO IRRF-ALIQUOTA (4).
           MOVE 712.50  TO IRRF-DEDUZIR (4).

           MOVE 0 TO WS-VIGENCIA-INSS WS-VIGENCIA-IRRF.
           PERFORM VARYING WS-IDX-FXM FROM 1 BY 1
                   UNTIL WS-IDX-FXM > WS-QTD-FAIXAS-TAB
               IF FXM-DATA-VIGENCIA (WS-IDX-FXM) <= WS-DATA-REFERENCIA
                   IF FXM-TIPO (WS-IDX-FXM) = "I"
                       AND FXM-DATA-VIGENCIA (WS-IDX-FXM)
                           > WS-VIGENCIA-INSS
                       MOVE FXM-DATA-VIGENCIA (WS-IDX-FXM)
                           TO WS-VIGENCIA-INSS
                   END-IF
                   IF FXM-TIPO (WS-IDX-FXM) = "R"
                       AND FXM-DATA-VIGENCIA (WS-IDX-FXM)
                           > WS-VIGENCIA-IRRF
                       MOVE FXM-DATA-VIGENCIA (WS-IDX-FXM)
                           TO WS-VIGENCIA-IRRF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-FXM FROM 1 BY 1
                   UNTIL WS-IDX-FXM > WS-QTD-FAIXAS-TAB
               PERFORM CARREGAR-FAIXA-VIGENTE
           END-PERFORM.

       CARREGAR-FAIXA-VIGENTE.
           MOVE FXM-NUMERO (WS-IDX-FXM) TO WS-IDX.
           IF FXM-TIPO (WS-IDX-FXM) = "I"
               AND FXM-DATA-VIGENCIA (WS-IDX-FXM) = WS-VIGENCIA-INSS
               MOVE FXM-LIMITE (WS-IDX-FXM)   TO INSS-LIMITE (WS-IDX)
               MOVE FXM-ALIQUOTA (WS-IDX-FXM) TO INSS-ALIQUOTA (WS-IDX)
               MOVE FXM-DEDUZIR (WS-IDX-FXM)  TO INSS-DEDUZIR (WS-IDX)
           END-IF.
           IF FXM-TIPO (WS-IDX-FXM) = "R"
               AND FXM-DATA-VIGENCIA (WS-IDX-FXM) = WS-VIGENCIA-IRRF
               MOVE FXM-LIMITE (WS-IDX-FXM)   TO IRRF-LIMITE (WS-IDX)
               MOVE FXM-ALIQUOTA (WS-IDX-FXM) TO IRRF-ALIQUOTA (WS-IDX)
               MOVE FXM-DEDUZIR (WS-IDX-FXM)  TO IRRF-DEDUZIR (WS-IDX)
           END-IF.

      *    SO A FOLHA NORMAL (TIPO BRANCO OU "N"); O REGISTRO MAIS
      *    RECENTE DO CODIGO SUBSTITUI OS ANTERIORES.
       CARREGAR-ULTIMOS-DA-COMP.
           MOVE 0 TO WS-QTD-ULTIMOS.
           MOVE "N" TO WS-FIM-HISTORICO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM GUARDAR-UM-HISTORICO UNTIL FIM-HISTORICO
           END-IF.
           CLOSE ARQ-FOLHA-HISTORICO.

       LER-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       GUARDAR-UM-HISTORICO.
           IF FHS-COMPETENCIA = WS-COMP-DA-VEZ
               AND (FHS-TIPO-FOLHA = SPACE OR FHS-TIPO-FOLHA = "N")
               MOVE 0 TO WS-IDX-ULT-ACHADO
               PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
                       UNTIL WS-IDX-ULT > WS-QTD-ULTIMOS
                           OR WS-IDX-ULT-ACHADO > 0
                   IF ULT-CODIGO (WS-IDX-ULT) = FHS-CODIGO
                       MOVE WS-IDX-ULT TO WS-IDX-ULT-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-ULT-ACHADO = 0 AND WS-QTD-ULTIMOS < 2000
                   ADD 1 TO WS-QTD-ULTIMOS
                   MOVE WS-QTD-ULTIMOS TO WS-IDX-ULT-ACHADO
               END-IF
               IF WS-IDX-ULT-ACHADO > 0
                   MOVE FHS-CODIGO  TO ULT-CODIGO (WS-IDX-ULT-ACHADO)
                   MOVE FHS-NOME    TO ULT-NOME (WS-IDX-ULT-ACHADO)
                   MOVE FHS-BRUTO   TO ULT-BRUTO (WS-IDX-ULT-ACHADO)
                   MOVE FHS-INSS    TO ULT-INSS (WS-IDX-ULT-ACHADO)
                   MOVE FHS-IRRF    TO ULT-IRRF (WS-IDX-ULT-ACHADO)
                   IF FHS-PREV-FUNCIONARIO IS NUMERIC
                       MOVE FHS-PREV-FUNCIONARIO
                           TO ULT-PREV-FUNCIONARIO (WS-IDX-ULT-ACHADO)
                   ELSE
                       MOVE 0
                           TO ULT-PREV-FUNCIONARIO (WS-IDX-ULT-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

      *--------------------------------------------------------------*
      *    RECALCULO DE UM REGISTRO E COMPARACAO COM O GRAVADO.
      *--------------------------------------------------------------*
       AUDITAR-UM-REGISTRO.
           ADD 1 TO WS-QTD-AUDITADOS.
           PERFORM RECALCULAR-INSS.
           PERFORM CONTAR-DEPENDENTES-ELEGIVEIS.
           PERFORM RECALCULAR-IRRF.

           COMPUTE WS-DIFERENCA = ULT-INSS (WS-IDX-ULT)
               - WS-INSS-RECALCULADO.
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIFERENCA-INSS = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-INSS
           END-IF.
           COMPUTE WS-DIFERENCA = ULT-IRRF (WS-IDX-ULT)
               - WS-IRRF-RECALCULADO.
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIFERENCA-IRRF = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-IRRF
           END-IF.

           PERFORM LOCALIZAR-EMPRESA-DO-CODIGO.
           PERFORM LOCALIZAR-EMPRESA-NO-RESUMO.
           IF WS-IDX-AEM-ACHADO > 0
               MOVE WS-IDX-AEM-ACHADO TO WS-IDX-AEM
               ADD 1 TO AEM-QTD-REGISTROS (WS-IDX-AEM)
               ADD ULT-INSS (WS-IDX-ULT)
                   TO AEM-INSS-GRAVADO (WS-IDX-AEM)
               ADD WS-INSS-RECALCULADO TO AEM-INSS-RECALC (WS-IDX-AEM)
               ADD ULT-IRRF (WS-IDX-ULT)
                   TO AEM-IRRF-GRAVADO (WS-IDX-AEM)
               ADD WS-IRRF-RECALCULADO TO AEM-IRRF-RECALC (WS-IDX-AEM)
           END-IF.

           IF WS-DIFERENCA-INSS > WS-TOLERANCIA
               OR WS-DIFERENCA-IRRF > WS-TOLERANCIA
               ADD 1 TO WS-QTD-DIVERGENTES
               IF WS-IDX-AEM-ACHADO > 0
                   ADD 1 TO AEM-QTD-DIVERGENTES (WS-IDX-AEM)
               END-IF
               PERFORM IMPRIMIR-DIVERGENCIA
           END-IF.

      *    INSS PELA FAIXA EM QUE O BRUTO CAI (PARCELA A DEDUZIR).
       RECALCULAR-INSS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 3
                       OR ULT-BRUTO (WS-IDX-ULT) <= INSS-LIMITE (WS-IDX)
               CONTINUE
           END-PERFORM.
           COMPUTE WS-INSS-RECALCULADO ROUNDED =
               ULT-BRUTO (WS-IDX-ULT) * INSS-ALIQUOTA (WS-IDX)
               - INSS-DEDUZIR (WS-IDX)
               ON SIZE ERROR MOVE 0 TO WS-INSS-RECALCULADO
           END-COMPUTE.

      *    CONJUGE SEMPRE ELEGIVEL; FILHO E OUTROS ATE O LIMITE DE
      *    IDADE NO FIM DA COMPETENCIA.
       CONTAR-DEPENDENTES-ELEGIVEIS.
           MOVE 0 TO WS-QTD-DEP-DO-FUNC.
           PERFORM VARYING WS-IDX-DPM FROM 1 BY 1
                   UNTIL WS-IDX-DPM > WS-QTD-DEPENDENTES
               IF DPM-CODIGO (WS-IDX-DPM) = ULT-CODIGO (WS-IDX-ULT)
                   PERFORM CONFERIR-UM-DEPENDENTE
               END-IF
           END-PERFORM.

       CONFERIR-UM-DEPENDENTE.
           IF DPM-PARENTESCO (WS-IDX-DPM) = "C"
               OR DPM-NASCIMENTO (WS-IDX-DPM) = 0
               ADD 1 TO WS-QTD-DEP-DO-FUNC
           ELSE
               MOVE DPM-NASCIMENTO (WS-IDX-DPM) (1:4)
                   TO WS-ANO-NASC-DEP
               MOVE DPM-NASCIMENTO (WS-IDX-DPM) (5:4)
                   TO WS-MMDD-NASC-DEP
               MOVE WS-DATA-REFERENCIA (1:4) TO WS-ANO-REFERENCIA
               COMPUTE WS-IDADE-DEP =
                   WS-ANO-REFERENCIA - WS-ANO-NASC-DEP
               IF WS-DATA-REFERENCIA (5:4) < WS-MMDD-NASC-DEP
                   SUBTRACT 1 FROM WS-IDADE-DEP
               END-IF
               IF WS-IDADE-DEP <= WS-IDADE-LIMITE-DEP
                   ADD 1 TO WS-QTD-DEP-DO-FUNC
               END-IF
           END-IF.

      *    BASE = BRUTO - INSS - DEPENDENTES - PREVIDENCIA DEDUTIVEL
      *    (A CONTRIBUICAO DO REGISTRO ATE 12% DO BRUTO).
       RECALCULAR-IRRF.
           COMPUTE WS-PREV-DEDUTIVEL ROUNDED =
               ULT-BRUTO (WS-IDX-ULT) * WS-PCT-LIMITE-PREV
               ON SIZE ERROR MOVE 0 TO WS-PREV-DEDUTIVEL
           END-COMPUTE.
           IF ULT-PREV-FUNCIONARIO (WS-IDX-ULT) < WS-PREV-DEDUTIVEL
               MOVE ULT-PREV-FUNCIONARIO (WS-IDX-ULT)
                   TO WS-PREV-DEDUTIVEL
           END-IF.
           COMPUTE WS-BASE-IRRF = ULT-BRUTO (WS-IDX-ULT)
               - WS-INSS-RECALCULADO
               - (WS-QTD-DEP-DO-FUNC * WS-DEDUCAO-POR-DEPENDENTE)
               - WS-PREV-DEDUTIVEL
               ON SIZE ERROR MOVE 0 TO WS-BASE-IRRF
           END-COMPUTE.
           IF WS-BASE-IRRF < 0
               MOVE 0 TO WS-BASE-IRRF
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 3
                       OR WS-BASE-IRRF <= IRRF-LIMITE (WS-IDX)
               CONTINUE
           END-PERFORM.
           COMPUTE WS-IRRF-RECALCULADO ROUNDED =
               WS-BASE-IRRF * IRRF-ALIQUOTA (WS-IDX)
               - IRRF-DEDUZIR (WS-IDX)
               ON SIZE ERROR MOVE 0 TO WS-IRRF-RECALCULADO
           END-COMPUTE.

       LOCALIZAR-EMPRESA-DO-CODIGO.
           MOVE 0 TO WS-EMPRESA-DA-VEZ.
           PERFORM VARYING WS-IDX-FEM FROM 1 BY 1
                   UNTIL WS-IDX-FEM > WS-QTD-FUNCS
               IF FEM-CODIGO (WS-IDX-FEM) = ULT-CODIGO (WS-IDX-ULT)
                   MOVE FEM-EMPRESA (WS-IDX-FEM) TO WS-EMPRESA-DA-VEZ
               END-IF
           END-PERFORM.

       LOCALIZAR-EMPRESA-NO-RESUMO.
           MOVE 0 TO WS-IDX-AEM-ACHADO.
           PERFORM VARYING WS-IDX-AEM FROM 1 BY 1
                   UNTIL WS-IDX-AEM > WS-QTD-EMPRESAS
                       OR WS-IDX-AEM-ACHADO > 0
               IF AEM-EMPRESA (WS-IDX-AEM) = WS-EMPRESA-DA-VEZ
                   MOVE WS-IDX-AEM TO WS-IDX-AEM-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-AEM-ACHADO = 0 AND WS-QTD-EMPRESAS < 50
               ADD 1 TO WS-QTD-EMPRESAS
               MOVE WS-QTD-EMPRESAS TO WS-IDX-AEM-ACHADO
               MOVE WS-EMPRESA-DA-VEZ
                   TO AEM-EMPRESA (WS-IDX-AEM-ACHADO)
               MOVE 0 TO AEM-QTD-REGISTROS (WS-IDX-AEM-ACHADO)
                         AEM-QTD-DIVERGENTES (WS-IDX-AEM-ACHADO)
                         AEM-INSS-GRAVADO (WS-IDX-AEM-ACHADO)
                         AEM-INSS-RECALC (WS-IDX-AEM-ACHADO)
                         AEM-IRRF-GRAVADO (WS-IDX-AEM-ACHADO)
                         AEM-IRRF-RECALC (WS-IDX-AEM-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    RELATORIO (RELAUDIT).
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AUDITORIA DE INSS E IRRF DO FOLHAHIST - "
               WS-COMP-INICIAL " A " WS-COMP-FINAL
               " - EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOLERANCIA " WS-TOLERANCIA
               " - COMP.  CODIGO NOME       GRAVADO / RECALCULADO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-DIVERGENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WS-COMP-DA-VEZ " " ULT-CODIGO (WS-IDX-ULT) " "
               ULT-NOME (WS-IDX-ULT)
               " INSS " ULT-INSS (WS-IDX-ULT) "/" WS-INSS-RECALCULADO
               " IRRF " ULT-IRRF (WS-IDX-ULT) "/" WS-IRRF-RECALCULADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-RESUMO-POR-EMPRESA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "RESUMO POR EMPRESA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-AEM FROM 1 BY 1
                   UNTIL WS-IDX-AEM > WS-QTD-EMPRESAS
               PERFORM IMPRIMIR-UMA-EMPRESA
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS AUDITADOS " WS-QTD-AUDITADOS
               " - DIVERGENTES " WS-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CONFERIDO PELO CONTADOR: ____________________  DATA: _
      -        "___/____/________" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-EMPRESA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMPRESA " AEM-EMPRESA (WS-IDX-AEM)
               " - REGISTROS " AEM-QTD-REGISTROS (WS-IDX-AEM)
               " - DIVERGENTES " AEM-QTD-DIVERGENTES (WS-IDX-AEM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  INSS GRAVADO " AEM-INSS-GRAVADO (WS-IDX-AEM)
               " RECALCULADO " AEM-INSS-RECALC (WS-IDX-AEM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  IRRF GRAVADO " AEM-IRRF-GRAVADO (WS-IDX-AEM)
               " RECALCULADO " AEM-IRRF-RECALC (WS-IDX-AEM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

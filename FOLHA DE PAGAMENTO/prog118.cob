       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG118.
      *     RELATORIO MENSAL DE ADICIONAIS DE INSALUBRIDADE E
      *     PERICULOSIDADE, PARA A PASTA DO ENGENHEIRO DE SEGURANCA.
      *     LE O FOLHAHIST DA COMPETENCIA (ULTIMO CALCULO NORMAL DE
      *     CADA CODIGO) E LISTA (RELRISCO) QUEM RECEBEU O ADICIONAL,
      *     COM O CARGO, O TIPO E GRAU DE RISCO, O PERCENTUAL E A BASE
      *     USADOS PELO PROG29 (SALARIO MINIMO OU SALARIO) E O VALOR
      *     PAGO, E OS TOTAIS POR TIPO NO FIM.
      *
      *     O CARGO VEM DO MESTRE E A DESCRICAO DO CADASTRO DE CARGOS
      *     (CARGOMST). O CARTAO OPCIONAL FOLHADTA INFORMA A
      *     COMPETENCIA; SEM ELE, VALE A DO DIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-CARGOS ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-RELATORIO ASSIGN TO "RELRISCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".

      *    CODIGO -> CARGO, DO MESTRE.
       01  WS-QTD-FUNCS                PIC 9(03) VALUE 0.
       01  TAB-FUNC-CARGO.
           05  FCG-ITEM OCCURS 500 TIMES.
               10  FCG-CODIGO          PIC 9(05).
               10  FCG-CARGO           PIC X(10).
       01  WS-IDX-FCG                  PIC 9(03).
       01  WS-CARGO-DA-VEZ             PIC X(10).

      *    DESCRICAO DOS CARGOS (CARGOMST).
       01  WS-QTD-CARGOS               PIC 9(02) VALUE 0.
       01  TAB-CARGOS.
           05  CGD-ITEM OCCURS 50 TIMES.
               10  CGD-CODIGO          PIC X(10).
               10  CGD-DESCRICAO       PIC X(20).
       01  WS-IDX-CGD                  PIC 9(02).
       01  WS-DESCRICAO-DA-VEZ         PIC X(20).

      *    ULTIMO CALCULO NORMAL DE CADA CODIGO NA COMPETENCIA.
       01  WS-QTD-ADICIONAIS           PIC 9(03) VALUE 0.
       01  TAB-ADICIONAIS.
           05  ADR-ITEM OCCURS 500 TIMES.
               10  ADR-CODIGO          PIC 9(05).
               10  ADR-NOME            PIC X(10).
               10  ADR-SETOR           PIC X(10).
               10  ADR-TIPO-RISCO      PIC X(01).
                   88  ADR-PERICULOSIDADE  VALUE "P".
               10  ADR-GRAU-RISCO      PIC X(01).
               10  ADR-PCT-RISCO       PIC 9V9(2).
               10  ADR-BASE-RISCO      PIC 9(6)V9(2).
               10  ADR-VALOR           PIC 9(6)V9(2).
       01  WS-IDX-ADR                  PIC 9(03).
       01  WS-IDX-ADR-ACHADO           PIC 9(03).

       01  WS-PCT-EDITADO              PIC Z9.
       01  WS-DESCRICAO-RISCO          PIC X(16).

       01  WS-TOTAIS.
           05  WS-QTD-INSALUBRIDADE    PIC 9(05) VALUE 0.
           05  WS-TOTAL-INSALUBRIDADE  PIC 9(8)V9(2) VALUE 0.
           05  WS-QTD-PERICULOSIDADE   PIC 9(05) VALUE 0.
           05  WS-TOTAL-PERICULOSIDADE PIC 9(8)V9(2) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
           PERFORM CARREGAR-FUNC-CARGO.
           PERFORM CARREGAR-CARGOS.
           PERFORM CARREGAR-DO-HISTORICO.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "ADICIONAIS DE RISCO - COMPETENCIA "
               WS-COMPETENCIA " - INSALUBRIDADE: "
               WS-QTD-INSALUBRIDADE " - PERICULOSIDADE: "
               WS-QTD-PERICULOSIDADE.

       PROGRAM-DONE.
           GOBACK.

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
      *    CARGA DO CARGO DE CADA FUNCIONARIO E DAS DESCRICOES.
      *--------------------------------------------------------------*
       CARREGAR-FUNC-CARGO.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GUARDAR-FUNC-CARGO UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-FUNC-CARGO.
           IF WS-QTD-FUNCS < 500
               ADD 1 TO WS-QTD-FUNCS
               MOVE CODIGO TO FCG-CODIGO (WS-QTD-FUNCS)
               MOVE CARGO  TO FCG-CARGO (WS-QTD-FUNCS)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       CARREGAR-CARGOS.
           OPEN INPUT ARQ-CARGOS.
           IF WS-STATUS-CARGOS = "00"
               PERFORM LER-CARGO
               PERFORM GUARDAR-UM-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
           END-IF.

       LER-CARGO.
           READ ARQ-CARGOS
               AT END SET FIM-CARGOS TO TRUE
           END-READ.

       GUARDAR-UM-CARGO.
           IF WS-QTD-CARGOS < 50
               ADD 1 TO WS-QTD-CARGOS
               MOVE CRG-CODIGO    TO CGD-CODIGO (WS-QTD-CARGOS)
               MOVE CRG-DESCRICAO TO CGD-DESCRICAO (WS-QTD-CARGOS)
           END-IF.
           PERFORM LER-CARGO.

      *--------------------------------------------------------------*
      *    FOLHA DA COMPETENCIA - O ULTIMO CALCULO NORMAL DE CADA
      *    CODIGO VALE; COMPLEMENTAR E PLR NAO TEM ADICIONAL PROPRIO.
      *    REGISTROS ANTIGOS, SEM OS CAMPOS DE RISCO, FICAM DE FORA.
      *--------------------------------------------------------------*
       CARREGAR-DO-HISTORICO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM GUARDAR-UM-HISTORICO UNTIL FIM-HISTORICO
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.

       LER-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       GUARDAR-UM-HISTORICO.
           IF FHS-COMPETENCIA = WS-COMPETENCIA
               AND FHS-TIPO-FOLHA = SPACE
               PERFORM GUARDAR-ADICIONAL-DO-CODIGO
           END-IF.
           PERFORM LER-HISTORICO.

       GUARDAR-ADICIONAL-DO-CODIGO.
           MOVE 0 TO WS-IDX-ADR-ACHADO.
           MOVE 1 TO WS-IDX-ADR.
           PERFORM LOCALIZAR-ADICIONAL
               UNTIL WS-IDX-ADR > WS-QTD-ADICIONAIS.
           IF WS-IDX-ADR-ACHADO = 0 AND WS-QTD-ADICIONAIS < 500
               ADD 1 TO WS-QTD-ADICIONAIS
               MOVE WS-QTD-ADICIONAIS TO WS-IDX-ADR-ACHADO
               MOVE FHS-CODIGO TO ADR-CODIGO (WS-IDX-ADR-ACHADO)
           END-IF.
           IF WS-IDX-ADR-ACHADO > 0
               MOVE FHS-NOME  TO ADR-NOME (WS-IDX-ADR-ACHADO)
               MOVE FHS-SETOR TO ADR-SETOR (WS-IDX-ADR-ACHADO)
               MOVE SPACE TO ADR-TIPO-RISCO (WS-IDX-ADR-ACHADO)
               MOVE SPACE TO ADR-GRAU-RISCO (WS-IDX-ADR-ACHADO)
               MOVE 0 TO ADR-PCT-RISCO (WS-IDX-ADR-ACHADO)
               MOVE 0 TO ADR-BASE-RISCO (WS-IDX-ADR-ACHADO)
               MOVE 0 TO ADR-VALOR (WS-IDX-ADR-ACHADO)
               IF FHS-ADICIONAL-RISCO IS NUMERIC
                   AND FHS-PCT-RISCO IS NUMERIC
                   AND FHS-BASE-RISCO IS NUMERIC
                   MOVE FHS-TIPO-RISCO
                       TO ADR-TIPO-RISCO (WS-IDX-ADR-ACHADO)
                   MOVE FHS-GRAU-RISCO
                       TO ADR-GRAU-RISCO (WS-IDX-ADR-ACHADO)
                   MOVE FHS-PCT-RISCO
                       TO ADR-PCT-RISCO (WS-IDX-ADR-ACHADO)
                   MOVE FHS-BASE-RISCO
                       TO ADR-BASE-RISCO (WS-IDX-ADR-ACHADO)
                   MOVE FHS-ADICIONAL-RISCO
                       TO ADR-VALOR (WS-IDX-ADR-ACHADO)
               END-IF
           END-IF.

       LOCALIZAR-ADICIONAL.
           IF ADR-CODIGO (WS-IDX-ADR) = FHS-CODIGO
               MOVE WS-IDX-ADR TO WS-IDX-ADR-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-ADR.

      *--------------------------------------------------------------*
      *    RELATORIO (RELRISCO) - UMA LINHA DE FUNCIONARIO E UMA DE
      *    BASE POR ADICIONAL PAGO, TOTAIS POR TIPO NO FIM.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ADICIONAIS DE INSALUBRIDADE E PERICULOSIDADE - "
               "COMPETENCIA " WS-COMPETENCIA
               " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-ADR.
           PERFORM IMPRIMIR-UM-ADICIONAL
               UNTIL WS-IDX-ADR > WS-QTD-ADICIONAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL INSALUBRIDADE . . " WS-QTD-INSALUBRIDADE
               " FUNCIONARIOS - " WS-TOTAL-INSALUBRIDADE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL PERICULOSIDADE. . " WS-QTD-PERICULOSIDADE
               " FUNCIONARIOS - " WS-TOTAL-PERICULOSIDADE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-UM-ADICIONAL.
           IF ADR-VALOR (WS-IDX-ADR) > 0
               PERFORM BUSCAR-CARGO-DO-CODIGO
               PERFORM BUSCAR-DESCRICAO-DO-CARGO
               COMPUTE WS-PCT-EDITADO = ADR-PCT-RISCO (WS-IDX-ADR) * 100
               IF ADR-PERICULOSIDADE (WS-IDX-ADR)
                   MOVE "PERICULOSIDADE" TO WS-DESCRICAO-RISCO
                   ADD 1 TO WS-QTD-PERICULOSIDADE
                   ADD ADR-VALOR (WS-IDX-ADR)
                       TO WS-TOTAL-PERICULOSIDADE
               ELSE
                   MOVE SPACES TO WS-DESCRICAO-RISCO
                   STRING "INSALUB. GRAU " ADR-GRAU-RISCO (WS-IDX-ADR)
                       DELIMITED BY SIZE INTO WS-DESCRICAO-RISCO
                   END-STRING
                   ADD 1 TO WS-QTD-INSALUBRIDADE
                   ADD ADR-VALOR (WS-IDX-ADR)
                       TO WS-TOTAL-INSALUBRIDADE
               END-IF
               MOVE SPACES TO LINHA-RELATORIO
               STRING ADR-CODIGO (WS-IDX-ADR)
                   " " ADR-NOME (WS-IDX-ADR)
                   " " ADR-SETOR (WS-IDX-ADR)
                   " " WS-CARGO-DA-VEZ
                   " " WS-DESCRICAO-DA-VEZ
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      " WS-DESCRICAO-RISCO
                   " " WS-PCT-EDITADO "% SOBRE "
                   ADR-BASE-RISCO (WS-IDX-ADR)
                   " - ADICIONAL " ADR-VALOR (WS-IDX-ADR)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX-ADR.

       BUSCAR-CARGO-DO-CODIGO.
           MOVE SPACES TO WS-CARGO-DA-VEZ.
           MOVE 1 TO WS-IDX-FCG.
           PERFORM COMPARAR-FUNC-CARGO
               UNTIL WS-IDX-FCG > WS-QTD-FUNCS.

       COMPARAR-FUNC-CARGO.
           IF FCG-CODIGO (WS-IDX-FCG) = ADR-CODIGO (WS-IDX-ADR)
               MOVE FCG-CARGO (WS-IDX-FCG) TO WS-CARGO-DA-VEZ
           END-IF.
           ADD 1 TO WS-IDX-FCG.

       BUSCAR-DESCRICAO-DO-CARGO.
           MOVE SPACES TO WS-DESCRICAO-DA-VEZ.
           MOVE 1 TO WS-IDX-CGD.
           PERFORM COMPARAR-UM-CARGO
               UNTIL WS-IDX-CGD > WS-QTD-CARGOS.

       COMPARAR-UM-CARGO.
           IF CGD-CODIGO (WS-IDX-CGD) = WS-CARGO-DA-VEZ
               MOVE CGD-DESCRICAO (WS-IDX-CGD) TO WS-DESCRICAO-DA-VEZ
           END-IF.
           ADD 1 TO WS-IDX-CGD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG117.
      *     ADICIONAL DE INSALUBRIDADE / PERICULOSIDADE DO CARGO,
      *     REAPROVEITAVEL POR CALL.
      *     SUBPROGRAMA CHAMADO PELO CALCULO DE FOLHA (PROG29), PELO
      *     13O (PROG47), PELAS FERIAS (PROG106) E PELA RESCISAO
      *     (PROG61) - A REGRA FICA NUM LUGAR SO, EM VEZ DE UMA LINHA
      *     NO MOVFOLHA QUE ALGUEM TEM QUE LEMBRAR DE LANCAR TODO
      *     MES.
      *
      *     O TIPO E O GRAU DE RISCO VEM DO CADASTRO DE CARGOS
      *     (CARGOMST, PROG86):
      *       "I" INSALUBRIDADE - GRAU 1/2/3 = 10/20/40% DO SALARIO
      *           MINIMO EM VIGOR NA DATA (FAIXATAB TIPO M, FAIXA 1;
      *           SEM A TABELA VALE O MINIMO DE RESERVA ABAIXO);
      *       "P" PERICULOSIDADE - 30% DO SALARIO CONTRATUAL.
      *     OS DOIS ARQUIVOS SAO LIDOS NA PRIMEIRA CHAMADA E FICAM EM
      *     MEMORIA ATE O FIM DA RODADA.
      *
      *     CHAMADA: CALL "PROG117" USING CARGO SALARIO DATA TIPO
      *                                   GRAU PERCENTUAL BASE VALOR
      *         CARGO       X(10) - CARGO DO FUNCIONARIO
      *         SALARIO     9(6)V9(2) - SALARIO CONTRATUAL
      *         DATA        9(08) - DATA DE REFERENCIA (AAAAMMDD)
      *         TIPO        X(01) - DEVOLVE "I", "P" OU BRANCO
      *         GRAU        X(01) - DEVOLVE O GRAU DA INSALUBRIDADE
      *         PERCENTUAL  9V9(2) - DEVOLVE O PERCENTUAL APLICADO
      *         BASE        9(6)V9(2) - DEVOLVE A BASE (MINIMO OU
      *                     SALARIO)
      *         VALOR       9(6)V9(2) - DEVOLVE O ADICIONAL DO MES
      *                     (ZERO QUANDO O CARGO NAO TEM RISCO)

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CARGOS ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-FAIXA-TABELA ASSIGN TO "FAIXATAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABELA.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-FAIXA-TABELA.
       COPY CPFXTAB.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-STATUS-TABELA            PIC X(02).

       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".
       01  WS-FIM-TABELA               PIC X VALUE "N".
           88  FIM-TABELA                  VALUE "S".

       01  WS-JA-CARREGADO             PIC X VALUE "N".
           88  JA-CARREGADO                VALUE "S".

      *    CARGOS COM RISCO - MESMO LIMITE DO CADASTRO (50).
       01  WS-QTD-CARGOS-RISCO         PIC 9(02) VALUE 0.
       01  TAB-CARGOS-RISCO.
           05  CRI-ITEM OCCURS 50 TIMES.
               10  CRI-CODIGO          PIC X(10).
               10  CRI-TIPO-RISCO      PIC X(01).
               10  CRI-GRAU-RISCO      PIC X(01).
       01  WS-IDX-CRI                  PIC 9(02).
       01  WS-IDX-CRI-ACHADO           PIC 9(02).

      *    SALARIOS MINIMOS COM DATA DE VIGENCIA (FAIXATAB TIPO M).
       01  WS-QTD-MINIMOS              PIC 9(02) VALUE 0.
       01  TAB-SALARIOS-MINIMOS.
           05  SMN-ITEM OCCURS 30 TIMES.
               10  SMN-VIGENCIA        PIC 9(08).
               10  SMN-VALOR           PIC 9(6)V9(2).
       01  WS-IDX-SMN                  PIC 9(02).
       01  WS-VIGENCIA-ESCOLHIDA       PIC 9(08).

      *    VALOR DE RESERVA QUANDO A FAIXATAB NAO TEM O TIPO M.
       01  WS-SALARIO-MINIMO-RESERVA   PIC 9(6)V9(2) VALUE 1518.00.

      *    PERCENTUAIS DA LEI.
       01  WS-PCT-INSALUB-MINIMO       PIC 9V9(2) VALUE 0.10.
       01  WS-PCT-INSALUB-MEDIO        PIC 9V9(2) VALUE 0.20.
       01  WS-PCT-INSALUB-MAXIMO       PIC 9V9(2) VALUE 0.40.
       01  WS-PCT-PERICULOSIDADE       PIC 9V9(2) VALUE 0.30.

       LINKAGE SECTION.

       01  LNK-CARGO                   PIC X(10).
       01  LNK-SALARIO                 PIC 9(6)V9(2).
       01  LNK-DATA                    PIC 9(08).
       01  LNK-TIPO-RISCO              PIC X(01).
       01  LNK-GRAU-RISCO              PIC X(01).
       01  LNK-PERCENTUAL              PIC 9V9(2).
       01  LNK-BASE                    PIC 9(6)V9(2).
       01  LNK-VALOR                   PIC 9(6)V9(2).

       PROCEDURE DIVISION USING LNK-CARGO LNK-SALARIO LNK-DATA
           LNK-TIPO-RISCO LNK-GRAU-RISCO LNK-PERCENTUAL LNK-BASE
           LNK-VALOR.

       PROGRAM-BEGIN.
           IF NOT JA-CARREGADO
               PERFORM CARREGAR-CARGOS-COM-RISCO
               PERFORM CARREGAR-SALARIOS-MINIMOS
               SET JA-CARREGADO TO TRUE
           END-IF.
           MOVE SPACE TO LNK-TIPO-RISCO.
           MOVE SPACE TO LNK-GRAU-RISCO.
           MOVE 0     TO LNK-PERCENTUAL.
           MOVE 0     TO LNK-BASE.
           MOVE 0     TO LNK-VALOR.
           PERFORM LOCALIZAR-CARGO-COM-RISCO.
           IF WS-IDX-CRI-ACHADO > 0
               PERFORM APURAR-ADICIONAL-DO-CARGO
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS CARGOS COM RISCO (SO OS QUE TEM TIPO I OU P).
      *--------------------------------------------------------------*
       CARREGAR-CARGOS-COM-RISCO.
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
           IF (CRG-INSALUBRIDADE OR CRG-PERICULOSIDADE)
               AND WS-QTD-CARGOS-RISCO < 50
               ADD 1 TO WS-QTD-CARGOS-RISCO
               MOVE CRG-CODIGO
                   TO CRI-CODIGO (WS-QTD-CARGOS-RISCO)
               MOVE CRG-TIPO-RISCO
                   TO CRI-TIPO-RISCO (WS-QTD-CARGOS-RISCO)
               MOVE CRG-GRAU-RISCO
                   TO CRI-GRAU-RISCO (WS-QTD-CARGOS-RISCO)
           END-IF.
           PERFORM LER-CARGO.

      *--------------------------------------------------------------*
      *    CARGA DOS SALARIOS MINIMOS (FAIXATAB TIPO M, FAIXA 1).
      *--------------------------------------------------------------*
       CARREGAR-SALARIOS-MINIMOS.
           OPEN INPUT ARQ-FAIXA-TABELA.
           IF WS-STATUS-TABELA = "00"
               PERFORM LER-FAIXA-DA-TABELA
               PERFORM GUARDAR-UM-MINIMO UNTIL FIM-TABELA
               CLOSE ARQ-FAIXA-TABELA
           END-IF.

       LER-FAIXA-DA-TABELA.
           READ ARQ-FAIXA-TABELA
               AT END SET FIM-TABELA TO TRUE
           END-READ.

       GUARDAR-UM-MINIMO.
           IF FXT-TIPO-SAL-MINIMO AND FXT-NUMERO = 1
               AND WS-QTD-MINIMOS < 30
               ADD 1 TO WS-QTD-MINIMOS
               MOVE FXT-DATA-VIGENCIA
                   TO SMN-VIGENCIA (WS-QTD-MINIMOS)
               MOVE FXT-LIMITE
                   TO SMN-VALOR (WS-QTD-MINIMOS)
           END-IF.
           PERFORM LER-FAIXA-DA-TABELA.

      *--------------------------------------------------------------*
      *    APURACAO DO ADICIONAL DE UM CARGO.
      *--------------------------------------------------------------*
       LOCALIZAR-CARGO-COM-RISCO.
           MOVE 0 TO WS-IDX-CRI-ACHADO.
           MOVE 1 TO WS-IDX-CRI.
           PERFORM COMPARAR-UM-CARGO
               UNTIL WS-IDX-CRI > WS-QTD-CARGOS-RISCO
                   OR WS-IDX-CRI-ACHADO > 0.

       COMPARAR-UM-CARGO.
           IF CRI-CODIGO (WS-IDX-CRI) = LNK-CARGO
               MOVE WS-IDX-CRI TO WS-IDX-CRI-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-CRI.

       APURAR-ADICIONAL-DO-CARGO.
           MOVE CRI-TIPO-RISCO (WS-IDX-CRI-ACHADO) TO LNK-TIPO-RISCO.
           MOVE CRI-GRAU-RISCO (WS-IDX-CRI-ACHADO) TO LNK-GRAU-RISCO.
           IF LNK-TIPO-RISCO = "P"
               MOVE SPACE                 TO LNK-GRAU-RISCO
               MOVE WS-PCT-PERICULOSIDADE TO LNK-PERCENTUAL
               MOVE LNK-SALARIO           TO LNK-BASE
           ELSE
               EVALUATE LNK-GRAU-RISCO
                   WHEN "1"
                       MOVE WS-PCT-INSALUB-MINIMO TO LNK-PERCENTUAL
                   WHEN "2"
                       MOVE WS-PCT-INSALUB-MEDIO  TO LNK-PERCENTUAL
                   WHEN "3"
                       MOVE WS-PCT-INSALUB-MAXIMO TO LNK-PERCENTUAL
               END-EVALUATE
               PERFORM ESCOLHER-SALARIO-MINIMO
           END-IF.
           COMPUTE LNK-VALOR ROUNDED = LNK-BASE * LNK-PERCENTUAL
               ON SIZE ERROR MOVE 0 TO LNK-VALOR
           END-COMPUTE.

      *    O MINIMO DE VIGENCIA MAIS RECENTE ATE A DATA DE REFERENCIA.
       ESCOLHER-SALARIO-MINIMO.
           MOVE WS-SALARIO-MINIMO-RESERVA TO LNK-BASE.
           MOVE 0 TO WS-VIGENCIA-ESCOLHIDA.
           MOVE 1 TO WS-IDX-SMN.
           PERFORM COMPARAR-UM-MINIMO
               UNTIL WS-IDX-SMN > WS-QTD-MINIMOS.

       COMPARAR-UM-MINIMO.
           IF SMN-VIGENCIA (WS-IDX-SMN) <= LNK-DATA
               AND SMN-VIGENCIA (WS-IDX-SMN) > WS-VIGENCIA-ESCOLHIDA
               MOVE SMN-VIGENCIA (WS-IDX-SMN) TO WS-VIGENCIA-ESCOLHIDA
               MOVE SMN-VALOR (WS-IDX-SMN)    TO LNK-BASE
           END-IF.
           ADD 1 TO WS-IDX-SMN.

      *     UM ACERTO QUE NAO ACONTECEU.
      *
      *     ADIANTAMENTO REPETIDO NA MESMA COMPETENCIA E RECUSADO.
      *
      *     CADA ADIANTAMENTO PAGO VAI PARA O REGISTRO UNICO DE
      *     PAGAMENTOS (PAGTOREG, TIPO "A", PAGO FORA DE REMESSA) COM A
      *     CONTA PRINCIPAL DO BANCFUNC; SEM CONTA, ENTRA COMO NAO
      *     REMETIDO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIAS.

           SELECT ARQ-CONTAS ASSIGN TO "BANCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-COMPETENCIAS.
       COPY CPCMPFE.

       FD  ARQ-CONTAS.
       COPY CPBANCO.

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-SITUACAO-COMP            PIC X(01) VALUE SPACE.
           88  COMPETENCIA-FECHADA         VALUE "F".

      *    CONTA PRINCIPAL (MENOR SEQUENCIA) DE CADA CODIGO, PARA O
      *    REGISTRO UNICO DE PAGAMENTOS (PAGTOREG).
       01  WS-STATUS-CONTAS            PIC X(02).
       01  WS-STATUS-REGISTRO          PIC X(02).
       01  WS-FIM-CONTAS               PIC X VALUE "N".
           88  FIM-CONTAS                  VALUE "S".
       01  WS-QTD-CONTAS               PIC 9(03) VALUE 0.
       01  TAB-CONTAS.
           05  CTA-ITEM OCCURS 200 TIMES.
               10  CTA-CODIGO          PIC 9(05).
               10  CTA-BANCO           PIC 9(03).
               10  CTA-AGENCIA         PIC 9(04).
               10  CTA-CONTA           PIC 9(08).
               10  CTA-DIGITO          PIC X(01).
       01  WS-IDX-CTA                  PIC 9(03).
       01  WS-IDX-CONTA-ACHADA         PIC 9(03).

       01  WS-CONTADORES.
           05  WS-QTD-ADIANTADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-DUPLICADOS       PIC 9(05) VALUE 0.
      *--------------------------------------------------------------*
       PAGAR-ADIANTAMENTOS.
           PERFORM CARREGAR-ADIANTAMENTOS-FEITOS.
           PERFORM CARREGAR-CONTAS-PRINCIPAIS.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-DEMONSTRATIVO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           OPEN EXTEND ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO-PAGTOS
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM ADIANTAR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-DEMONSTRATIVO.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-ADIANTAMENTOS.
           CLOSE ARQ-REGISTRO-PAGTOS.
           DISPLAY "ADIANTAMENTO QUINZENAL - PAGOS: "
               WS-QTD-ADIANTADOS " - DUPLICADOS RECUSADOS: "
               WS-QTD-DUPLICADOS " - TOTAL: " WS-TOTAL-ADIANTADO.
                   COMPUTE WS-VALOR-ADIANTAMENTO ROUNDED =
                       SALARIO * WS-PERCENTUAL-ADIANTAMENTO / 100
                   PERFORM GRAVAR-ADIANTAMENTO
                   PERFORM REGISTRAR-PAGAMENTO
                   PERFORM IMPRIMIR-LINHA-ADIANTAMENTO
                   ADD 1 TO WS-QTD-ADIANTADOS
                   ADD WS-VALOR-ADIANTAMENTO TO WS-TOTAL-ADIANTADO
           MOVE "P"                   TO ADI-SITUACAO.
           WRITE REG-ADIANTAMENTO.

      *--------------------------------------------------------------*
      *    REGISTRO UNICO DE PAGAMENTOS - CONTA PRINCIPAL DO BANCFUNC.
      *--------------------------------------------------------------*
       CARREGAR-CONTAS-PRINCIPAIS.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM LER-CONTA
               PERFORM GUARDAR-UMA-CONTA UNTIL FIM-CONTAS
               CLOSE ARQ-CONTAS
           END-IF.

       LER-CONTA.
           READ ARQ-CONTAS
               AT END SET FIM-CONTAS TO TRUE
           END-READ.

       GUARDAR-UMA-CONTA.
           MOVE 0 TO WS-IDX-CONTA-ACHADA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
               IF CTA-CODIGO (WS-IDX-CTA) = BCO-CODIGO
                   MOVE WS-IDX-CTA TO WS-IDX-CONTA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-IDX-CONTA-ACHADA = 0 AND WS-QTD-CONTAS < 200
               ADD 1 TO WS-QTD-CONTAS
               MOVE BCO-CODIGO  TO CTA-CODIGO (WS-QTD-CONTAS)
               MOVE BCO-BANCO   TO CTA-BANCO (WS-QTD-CONTAS)
               MOVE BCO-AGENCIA TO CTA-AGENCIA (WS-QTD-CONTAS)
               MOVE BCO-CONTA   TO CTA-CONTA (WS-QTD-CONTAS)
               MOVE BCO-DIGITO  TO CTA-DIGITO (WS-QTD-CONTAS)
           END-IF.
           PERFORM LER-CONTA.

       REGISTRAR-PAGAMENTO.
           MOVE 0 TO WS-IDX-CONTA-ACHADA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
               IF CTA-CODIGO (WS-IDX-CTA) = CODIGO
                   AND WS-IDX-CONTA-ACHADA = 0
                   MOVE WS-IDX-CTA TO WS-IDX-CONTA-ACHADA
               END-IF
           END-PERFORM.
           MOVE CODIGO                TO PGR-CODIGO.
           MOVE WS-COMPETENCIA        TO PGR-COMPETENCIA.
           MOVE "A"                   TO PGR-TIPO-PAGAMENTO.
           MOVE WS-VALOR-ADIANTAMENTO TO PGR-VALOR.
           IF WS-IDX-CONTA-ACHADA > 0
               MOVE CTA-BANCO (WS-IDX-CONTA-ACHADA)   TO PGR-BANCO
               MOVE CTA-AGENCIA (WS-IDX-CONTA-ACHADA) TO PGR-AGENCIA
               MOVE CTA-CONTA (WS-IDX-CONTA-ACHADA)   TO PGR-CONTA
               MOVE CTA-DIGITO (WS-IDX-CONTA-ACHADA)  TO PGR-DIGITO
               MOVE "F"                               TO PGR-SITUACAO
           ELSE
               MOVE 0     TO PGR-BANCO PGR-AGENCIA PGR-CONTA
               MOVE SPACE TO PGR-DIGITO
               MOVE "N"   TO PGR-SITUACAO
           END-IF.
           MOVE WS-DATA-HOJE          TO PGR-DATA-PAGAMENTO.
           MOVE "PROG67"              TO PGR-PROGRAMA.
           MOVE WS-DATA-HOJE          TO PGR-DATA-GERACAO.
           MOVE WS-HORA-AGORA         TO PGR-HORA-GERACAO.
           WRITE REG-PAGAMENTO.

       IMPRIMIR-LINHA-ADIANTAMENTO.
           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING "ADIANTAMENTO " WS-COMPETENCIA

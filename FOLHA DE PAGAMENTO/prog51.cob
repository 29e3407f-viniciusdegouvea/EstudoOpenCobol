      *     RESUMO POR SETOR (RELENCAR) - PARA QUE O FINANCEIRO RECEBA
      *     O CUSTO REAL DA FOLHA DO MESMO LOTE QUE A PAGOU, SEM
      *     REFAZER A CONTA EM PLANILHA.
      *
      *     COMO O FGTSDEP SO GUARDA A ULTIMA RODADA, CADA DEPOSITO
      *     VAI TAMBEM, COM A COMPETENCIA, PARA O HISTORICO DE
      *     ENCARGOS (ENCAHIST, EM EXTEND) - O FGTS E O INSS PATRONAL
      *     DO ANO SAEM DELE NO DEMONSTRATIVO DE REMUNERACAO TOTAL
      *     (PROG147).

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPOSITOS.

           SELECT ARQ-HISTORICO-ENCARGOS ASSIGN TO "ENCAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-ENCARGOS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELENCAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
           05  DEPO-FGTS               PIC 9(6)V9(2).
           05  DEPO-INSS-PATRONAL      PIC 9(6)V9(2).

       FD  ARQ-HISTORICO-ENCARGOS.
       COPY CPENCHIS.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-DEPOSITOS         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-HIST-ENCARGOS     PIC X(02).

      *    BRUTO REALMENTE PAGO NA COMPETENCIA, DO HISTORICO DE
      *    FOLHA (FOLHAHIST, GRAVADO PELO PROG29) - O LIQUIDO DO
           PERFORM CARREGAR-BRUTOS-DA-COMPETENCIA.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-DEPOSITOS.
           OPEN EXTEND ARQ-HISTORICO-ENCARGOS.
           IF WS-STATUS-HIST-ENCARGOS = "35"
               OPEN OUTPUT ARQ-HISTORICO-ENCARGOS
           END-IF.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM CALCULAR-ENCARGOS-DE-UM-FUNC UNTIL FIM-MASTER.
           PERFORM IMPRIMIR-RESUMO-POR-SETOR.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-DEPOSITOS.
           CLOSE ARQ-HISTORICO-ENCARGOS.
           CLOSE ARQ-RELATORIO.
           DISPLAY "ENCARGOS PATRONAIS - FUNCIONARIOS: "
               WS-QTD-FUNCIONARIOS " - FGTS: " WS-TOTAL-FGTS
           MOVE WS-FGTS          TO DEPO-FGTS.
           MOVE WS-INSS-PATRONAL TO DEPO-INSS-PATRONAL.
           WRITE REG-DEPOSITO.
           MOVE CODIGO               TO ENH-CODIGO.
           MOVE WS-COMPETENCIA-ATUAL TO ENH-COMPETENCIA.
           MOVE WS-BASE-ENCARGOS     TO ENH-BASE.
           MOVE WS-FGTS              TO ENH-FGTS.
           MOVE WS-INSS-PATRONAL     TO ENH-INSS-PATRONAL.
           MOVE WS-DATA-HOJE         TO ENH-DATA-CALCULO.
           WRITE REG-ENCARGO-HISTORICO.

       ACUMULAR-NO-SETOR.
           MOVE "N" TO WS-ACHOU-SETOR.

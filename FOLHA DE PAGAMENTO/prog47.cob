      *     DIVIDIDO POR 12) INTEGRADA AO 13O PELOS MESMOS AVOS,
      *     COMO LINHA PROPRIA DO DEMONSTRATIVO; A MEDIA DE CADA
      *     FUNCIONARIO SAI NO RELATORIO RELMEDIA PARA AUDITORIA.
      *
      *     O ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE DO CARGO
      *     (PROG117) E PARTE FIXA DA REMUNERACAO: ENTRA NA BASE DO
      *     13O PELOS MESMOS AVOS, EM LINHA PROPRIA, E SAI DA MEDIA
      *     DE VARIAVEIS PARA NAO CONTAR DUAS VEZES.
      *
      *     O VALOR A PAGAR DE CADA PARCELA SAI EM CREDITO NA CONTA
      *     PRINCIPAL DO BANCFUNC, UM ARQUIVO POR BANCO (REM13B1 A
      *     REM13B5) NO MESMO LAYOUT DA REMESSA MENSAL DO PROG45
      *     (NATUREZA "T"), COM OS TOTAIS DE CADA BANCO NO CARTAO
      *     REM13CTL, E VAI PARA O REGISTRO UNICO DE PAGAMENTOS
      *     (PAGTOREG, TIPO "T"); SEM CONTA OU ALEM DO QUINTO BANCO,
      *     O CREDITO ENTRA NO REGISTRO COMO NAO REMETIDO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIA.

           SELECT ARQ-REMESSA-B1 ASSIGN TO "REM13B1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B2 ASSIGN TO "REM13B2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B3 ASSIGN TO "REM13B3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B4 ASSIGN TO "REM13B4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B5 ASSIGN TO "REM13B5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-CONTROLE-REMESSA ASSIGN TO "REM13CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-CONTAS ASSIGN TO "BANCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-GUIA-EXTRA.
       COPY CPGUIAE.

       FD  ARQ-REMESSA-B1.
       01  REG-REMESSA-B1              PIC X(40).

       FD  ARQ-REMESSA-B2.
       01  REG-REMESSA-B2              PIC X(40).

       FD  ARQ-REMESSA-B3.
       01  REG-REMESSA-B3              PIC X(40).

       FD  ARQ-REMESSA-B4.
       01  REG-REMESSA-B4              PIC X(40).

       FD  ARQ-REMESSA-B5.
       01  REG-REMESSA-B5              PIC X(40).

       FD  ARQ-CONTROLE-REMESSA.
       01  REG-CONTROLE-REMESSA.
           05  RCT-BANCO               PIC 9(03).
           05  RCT-DATA-GERACAO        PIC 9(08).
           05  RCT-QTD-CREDITOS        PIC 9(05).
           05  RCT-VALOR-TOTAL         PIC 9(8)V9(2).

       FD  ARQ-CONTAS.
       COPY CPBANCO.

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-MES-HOJE                 PIC 9(02).

       01  WS-FIM-MASTER                PIC X VALUE "N".
       01  WS-MESES-COM-VARIAVEL       PIC 9(02).
       01  WS-VALOR-MEDIA-13           PIC 9(6)V9(2).

      *    ADICIONAL DE RISCO DO CARGO (PROG117) NA DATA DO CALCULO.
       01  WS-RSC-TIPO                 PIC X(01).
       01  WS-RSC-GRAU                 PIC X(01).
       01  WS-RSC-PERCENTUAL           PIC 9V9(2).
       01  WS-RSC-BASE                 PIC 9(6)V9(2).
       01  WS-VALOR-ADIC-RISCO         PIC 9(6)V9(2).
       01  WS-VALOR-RISCO-13           PIC 9(6)V9(2).
       01  WS-REMUNERACAO-FIXA         PIC 9(6)V9(2).

      *    VALORES DO CALCULO DE UM FUNCIONARIO.
       01  WS-MESES-TRABALHADOS       PIC 9(02).
       01  WS-VALOR-13-INTEGRAL        PIC 9(6)V9(2).
       01  WS-IDX-G13                  PIC 9(02).
       01  WS-IDX-G13-ACHADO           PIC 9(02).

      *    CONTA PRINCIPAL (MENOR SEQUENCIA) DE CADA CODIGO.
       01  WS-STATUS-REMESSA           PIC X(02).
       01  WS-STATUS-CONTROLE          PIC X(02).
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

      *    REGISTRO DA REMESSA NO LAYOUT PADRAO DE INTERCAMBIO, O
      *    MESMO DO PROG45 (HEADER E TRAILER COM O BANCO, DETALHE COM
      *    A NATUREZA - "T" 13O SALARIO).
       01  WS-REG-REMESSA              PIC X(40).
       01  FILLER REDEFINES WS-REG-REMESSA.
           05  RMH-TIPO                PIC X(01).
           05  RMH-BANCO               PIC 9(03).
           05  RMH-DATA-GERACAO        PIC 9(08).
           05  RMH-HORA-GERACAO        PIC 9(08).
           05  FILLER                  PIC X(20).
       01  FILLER REDEFINES WS-REG-REMESSA.
           05  RMD-TIPO                PIC X(01).
           05  RMD-BANCO               PIC 9(03).
           05  RMD-AGENCIA             PIC 9(04).
           05  RMD-CONTA               PIC 9(08).
           05  RMD-DIGITO              PIC X(01).
           05  RMD-CODIGO              PIC 9(05).
           05  RMD-VALOR               PIC 9(6)V9(2).
           05  RMD-NATUREZA            PIC X(01).
           05  FILLER                  PIC X(09).
       01  FILLER REDEFINES WS-REG-REMESSA.
           05  RMT-TIPO                PIC X(01).
           05  RMT-BANCO               PIC 9(03).
           05  RMT-QTD-CREDITOS        PIC 9(05).
           05  RMT-VALOR-TOTAL         PIC 9(8)V9(2).
           05  FILLER                  PIC X(21).

      *    UM ARQUIVO POR BANCO - ATE 5 BANCOS, NA ORDEM EM QUE
      *    APARECEM NOS CREDITOS, COMO NO PROG45.
       01  WS-QTD-BANCOS               PIC 9(01) VALUE 0.
       01  TAB-BANCOS-REMESSA.
           05  BKR-ITEM OCCURS 5 TIMES.
               10  BKR-BANCO           PIC 9(03).
               10  BKR-QTD             PIC 9(05).
               10  BKR-VALOR           PIC 9(8)V9(2).
       01  WS-IDX-BKR                  PIC 9(01).
       01  WS-SLOT-DO-BANCO            PIC 9(01).
       01  WS-BANCO-DO-CREDITO         PIC 9(03).
       01  WS-QTD-NAO-REMETIDOS        PIC 9(05) VALUE 0.
       01  WS-VALOR-DO-CREDITO         PIC 9(6)V9(2).

      *    TOTAIS DE CONTROLE.
       01  WS-CONTROLE-13.
           05  WS-QTD-CALCULADOS       PIC 9(05) VALUE 0.
           ELSE
               PERFORM CARREGAR-FAIXAS-DA-TABELA
               PERFORM CARREGAR-VARIAVEIS-DO-HISTORICO
               PERFORM CARREGAR-CONTAS-PRINCIPAIS
               OPEN EXTEND ARQ-REGISTRO-PAGTOS
               IF WS-STATUS-REGISTRO = "35"
                   OPEN OUTPUT ARQ-REGISTRO-PAGTOS
               END-IF
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM CALCULAR-13-DE-UM-FUNC UNTIL FIM-MASTER
               PERFORM FECHAR-ARQUIVOS-DE-BANCO
               PERFORM GRAVAR-CONTROLE-REMESSA
               CLOSE ARQ-REGISTRO-PAGTOS
               IF PARCELA-FINAL
                   PERFORM GRAVAR-GUIAS-DO-13
               END-IF
               DISPLAY "CALCULO DO 13O - PARCELA " WS-PARCELA
                   " - FUNCIONARIOS: " WS-QTD-CALCULADOS
                   " - A PAGAR: " WS-TOTAL-A-PAGAR
                   " - BANCOS: " WS-QTD-BANCOS
               IF WS-QTD-NAO-REMETIDOS > 0
                   DISPLAY "CALCULO DO 13O - CREDITOS FORA DA REMESSA"
                       " (SEM CONTA OU ALEM DO 5O BANCO): "
                       WS-QTD-NAO-REMETIDOS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM ENCERRAR-ARQUIVOS.

      *--------------------------------------------------------------*
       ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE (5:2) TO WS-MES-HOJE.

           OPEN INPUT FUNCIONARIO-MASTER.

       CALCULAR-13-DE-UM-FUNC.
           IF SITUACAO-ATIVA AND SALARIO > 0
               CALL "PROG117" USING CARGO SALARIO WS-DATA-HOJE
                   WS-RSC-TIPO WS-RSC-GRAU WS-RSC-PERCENTUAL
                   WS-RSC-BASE WS-VALOR-ADIC-RISCO
               COMPUTE WS-REMUNERACAO-FIXA =
                   SALARIO + WS-VALOR-ADIC-RISCO
                   ON SIZE ERROR MOVE SALARIO TO WS-REMUNERACAO-FIXA
               END-COMPUTE
               COMPUTE WS-MESES-TRABALHADOS ROUNDED =
                   YTD-SALARIO-BRUTO / WS-REMUNERACAO-FIXA
                   ON SIZE ERROR MOVE 12 TO WS-MESES-TRABALHADOS
               END-COMPUTE
               IF WS-MESES-TRABALHADOS > 12
               IF WS-MESES-TRABALHADOS > 0
                   PERFORM CALCULAR-PARCELA
                   PERFORM IMPRIMIR-DEMONSTRATIVO
                   IF WS-VALOR-A-PAGAR > 0
                       MOVE WS-VALOR-A-PAGAR TO WS-VALOR-DO-CREDITO
                       PERFORM GRAVAR-CREDITO-E-REGISTRO
                   END-IF
                   ADD 1 TO WS-QTD-CALCULADOS
                   ADD WS-VALOR-13-INTEGRAL TO WS-TOTAL-INTEGRAL
                   ADD WS-INSS-13           TO WS-TOTAL-INSS
               WS-MEDIA-DO-FUNC * WS-MESES-TRABALHADOS / 12
               ON SIZE ERROR MOVE 0 TO WS-VALOR-MEDIA-13
           END-COMPUTE.
           COMPUTE WS-VALOR-RISCO-13 ROUNDED =
               WS-VALOR-ADIC-RISCO * WS-MESES-TRABALHADOS / 12
               ON SIZE ERROR MOVE 0 TO WS-VALOR-RISCO-13
           END-COMPUTE.
           COMPUTE WS-VALOR-13-INTEGRAL ROUNDED =
               SALARIO * WS-MESES-TRABALHADOS / 12
               + WS-VALOR-RISCO-13 + WS-VALOR-MEDIA-13.
           COMPUTE WS-VALOR-PARCELA-1 ROUNDED =
               WS-VALOR-13-INTEGRAL / 2.
           MOVE 0 TO WS-INSS-13.
               DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
           END-STRING.
           WRITE LINHA-DEMONSTRATIVO.
           IF WS-VALOR-RISCO-13 > 0
               MOVE SPACES TO LINHA-DEMONSTRATIVO
               STRING "  (+) ADICIONAL DE RISCO (INCLUSO). . "
                   WS-VALOR-RISCO-13
                   DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
               END-STRING
               WRITE LINHA-DEMONSTRATIVO
           END-IF.
           IF WS-VALOR-MEDIA-13 > 0
               MOVE SPACES TO LINHA-DEMONSTRATIVO
               STRING "  (+) MEDIAS DE VARIAVEIS (INCLUSO). . "
                   FHS-BRUTO - FHS-SALARIO-BASE
                   ON SIZE ERROR MOVE 0 TO WS-PARTE-VARIAVEL
               END-COMPUTE
               IF FHS-ADICIONAL-RISCO IS NUMERIC
                   SUBTRACT FHS-ADICIONAL-RISCO FROM WS-PARTE-VARIAVEL
               END-IF
               IF WS-PARTE-VARIAVEL < 0
                   MOVE 0 TO WS-PARTE-VARIAVEL
               END-IF
           END-PERFORM.
           CLOSE ARQ-GUIA-EXTRA.

      *--------------------------------------------------------------*
      *    CONTA PRINCIPAL DE CADA CODIGO (BANCFUNC).
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

      *--------------------------------------------------------------*
      *    CREDITO NA CONTA PRINCIPAL, NO ARQUIVO DO BANCO DELA, E O
      *    REGISTRO UNICO DE PAGAMENTOS (PAGTOREG). SEM CONTA, OU COM
      *    BANCO ALEM DO QUINTO, O CREDITO FICA FORA DA REMESSA E
      *    ENTRA NO REGISTRO COMO NAO REMETIDO.
      *--------------------------------------------------------------*
       GRAVAR-CREDITO-E-REGISTRO.
           MOVE 0 TO WS-IDX-CONTA-ACHADA.
           PERFORM VARYING WS-IDX-CTA FROM 1 BY 1
                   UNTIL WS-IDX-CTA > WS-QTD-CONTAS
               IF CTA-CODIGO (WS-IDX-CTA) = CODIGO
                   AND WS-IDX-CONTA-ACHADA = 0
                   MOVE WS-IDX-CTA TO WS-IDX-CONTA-ACHADA
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SLOT-DO-BANCO.
           IF WS-IDX-CONTA-ACHADA > 0
               MOVE CTA-BANCO (WS-IDX-CONTA-ACHADA)
                   TO WS-BANCO-DO-CREDITO
               PERFORM LOCALIZAR-SLOT-DO-BANCO
           END-IF.
           IF WS-SLOT-DO-BANCO > 0
               MOVE SPACES TO WS-REG-REMESSA
               MOVE "1" TO RMD-TIPO
               MOVE CTA-BANCO (WS-IDX-CONTA-ACHADA)   TO RMD-BANCO
               MOVE CTA-AGENCIA (WS-IDX-CONTA-ACHADA) TO RMD-AGENCIA
               MOVE CTA-CONTA (WS-IDX-CONTA-ACHADA)   TO RMD-CONTA
               MOVE CTA-DIGITO (WS-IDX-CONTA-ACHADA)  TO RMD-DIGITO
               MOVE CODIGO              TO RMD-CODIGO
               MOVE WS-VALOR-DO-CREDITO TO RMD-VALOR
               MOVE "T"                 TO RMD-NATUREZA
               PERFORM GRAVAR-NO-ARQUIVO-DO-BANCO
               ADD 1 TO BKR-QTD (WS-SLOT-DO-BANCO)
               ADD WS-VALOR-DO-CREDITO TO BKR-VALOR (WS-SLOT-DO-BANCO)
               MOVE "R" TO PGR-SITUACAO
           ELSE
               ADD 1 TO WS-QTD-NAO-REMETIDOS
               MOVE "N" TO PGR-SITUACAO
           END-IF.
           IF WS-IDX-CONTA-ACHADA > 0
               MOVE CTA-BANCO (WS-IDX-CONTA-ACHADA)   TO PGR-BANCO
               MOVE CTA-AGENCIA (WS-IDX-CONTA-ACHADA) TO PGR-AGENCIA
               MOVE CTA-CONTA (WS-IDX-CONTA-ACHADA)   TO PGR-CONTA
               MOVE CTA-DIGITO (WS-IDX-CONTA-ACHADA)  TO PGR-DIGITO
           ELSE
               MOVE 0     TO PGR-BANCO PGR-AGENCIA PGR-CONTA
               MOVE SPACE TO PGR-DIGITO
           END-IF.
           MOVE CODIGO              TO PGR-CODIGO.
           MOVE WS-DATA-HOJE (1:6)  TO PGR-COMPETENCIA.
           MOVE "T"                 TO PGR-TIPO-PAGAMENTO.
           MOVE WS-VALOR-DO-CREDITO TO PGR-VALOR.
           MOVE WS-DATA-HOJE        TO PGR-DATA-PAGAMENTO.
           MOVE "PROG47"            TO PGR-PROGRAMA.
           MOVE WS-DATA-HOJE        TO PGR-DATA-GERACAO.
           MOVE WS-HORA-AGORA       TO PGR-HORA-GERACAO.
           WRITE REG-PAGAMENTO.

      *--------------------------------------------------------------*
      *    ARQUIVO POR BANCO - O PRIMEIRO CREDITO DE UM BANCO ABRE O
      *    PROXIMO ARQUIVO REM13B E GRAVA O HEADER DELE.
      *--------------------------------------------------------------*
       LOCALIZAR-SLOT-DO-BANCO.
           MOVE 0 TO WS-SLOT-DO-BANCO.
           PERFORM VARYING WS-IDX-BKR FROM 1 BY 1
                   UNTIL WS-IDX-BKR > WS-QTD-BANCOS
               IF BKR-BANCO (WS-IDX-BKR) = WS-BANCO-DO-CREDITO
                   MOVE WS-IDX-BKR TO WS-SLOT-DO-BANCO
               END-IF
           END-PERFORM.
           IF WS-SLOT-DO-BANCO = 0 AND WS-QTD-BANCOS < 5
               ADD 1 TO WS-QTD-BANCOS
               MOVE WS-QTD-BANCOS TO WS-SLOT-DO-BANCO
               MOVE WS-BANCO-DO-CREDITO
                   TO BKR-BANCO (WS-SLOT-DO-BANCO)
               MOVE 0 TO BKR-QTD (WS-SLOT-DO-BANCO)
               MOVE 0 TO BKR-VALOR (WS-SLOT-DO-BANCO)
               PERFORM ABRIR-ARQUIVO-DO-BANCO
               PERFORM GRAVAR-HEADER-DO-BANCO
           END-IF.

       ABRIR-ARQUIVO-DO-BANCO.
           EVALUATE WS-SLOT-DO-BANCO
               WHEN 1 OPEN OUTPUT ARQ-REMESSA-B1
               WHEN 2 OPEN OUTPUT ARQ-REMESSA-B2
               WHEN 3 OPEN OUTPUT ARQ-REMESSA-B3
               WHEN 4 OPEN OUTPUT ARQ-REMESSA-B4
               WHEN 5 OPEN OUTPUT ARQ-REMESSA-B5
           END-EVALUATE.

       GRAVAR-HEADER-DO-BANCO.
           MOVE SPACES              TO WS-REG-REMESSA.
           MOVE "0"                 TO RMH-TIPO.
           MOVE WS-BANCO-DO-CREDITO TO RMH-BANCO.
           MOVE WS-DATA-HOJE        TO RMH-DATA-GERACAO.
           MOVE WS-HORA-AGORA       TO RMH-HORA-GERACAO.
           PERFORM GRAVAR-NO-ARQUIVO-DO-BANCO.

       GRAVAR-NO-ARQUIVO-DO-BANCO.
           EVALUATE WS-SLOT-DO-BANCO
               WHEN 1 WRITE REG-REMESSA-B1 FROM WS-REG-REMESSA
               WHEN 2 WRITE REG-REMESSA-B2 FROM WS-REG-REMESSA
               WHEN 3 WRITE REG-REMESSA-B3 FROM WS-REG-REMESSA
               WHEN 4 WRITE REG-REMESSA-B4 FROM WS-REG-REMESSA
               WHEN 5 WRITE REG-REMESSA-B5 FROM WS-REG-REMESSA
           END-EVALUATE.

       FECHAR-ARQUIVOS-DE-BANCO.
           PERFORM VARYING WS-IDX-BKR FROM 1 BY 1
                   UNTIL WS-IDX-BKR > WS-QTD-BANCOS
               MOVE WS-IDX-BKR TO WS-SLOT-DO-BANCO
               MOVE SPACES TO WS-REG-REMESSA
               MOVE "9" TO RMT-TIPO
               MOVE BKR-BANCO (WS-IDX-BKR) TO RMT-BANCO
               MOVE BKR-QTD (WS-IDX-BKR)   TO RMT-QTD-CREDITOS
               MOVE BKR-VALOR (WS-IDX-BKR) TO RMT-VALOR-TOTAL
               PERFORM GRAVAR-NO-ARQUIVO-DO-BANCO
               PERFORM FECHAR-ARQUIVO-DO-BANCO
           END-PERFORM.

       FECHAR-ARQUIVO-DO-BANCO.
           EVALUATE WS-SLOT-DO-BANCO
               WHEN 1 CLOSE ARQ-REMESSA-B1
               WHEN 2 CLOSE ARQ-REMESSA-B2
               WHEN 3 CLOSE ARQ-REMESSA-B3
               WHEN 4 CLOSE ARQ-REMESSA-B4
               WHEN 5 CLOSE ARQ-REMESSA-B5
           END-EVALUATE.

      *    CARTAO DE CONTROLE - UM REGISTRO POR BANCO, NA ORDEM DOS
      *    ARQUIVOS REM13B, PARA A CONFERENCIA DO RETORNO.
       GRAVAR-CONTROLE-REMESSA.
           OPEN OUTPUT ARQ-CONTROLE-REMESSA.
           PERFORM VARYING WS-IDX-BKR FROM 1 BY 1
                   UNTIL WS-IDX-BKR > WS-QTD-BANCOS
               MOVE BKR-BANCO (WS-IDX-BKR) TO RCT-BANCO
               MOVE WS-DATA-HOJE           TO RCT-DATA-GERACAO
               MOVE BKR-QTD (WS-IDX-BKR)   TO RCT-QTD-CREDITOS
               MOVE BKR-VALOR (WS-IDX-BKR) TO RCT-VALOR-TOTAL
               WRITE REG-CONTROLE-REMESSA
           END-PERFORM.
           CLOSE ARQ-CONTROLE-REMESSA.

       IMPRIMIR-TOTAIS-DE-CONTROLE.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTROLE DO 13O SALARIO - PARCELA " WS-PARCELA

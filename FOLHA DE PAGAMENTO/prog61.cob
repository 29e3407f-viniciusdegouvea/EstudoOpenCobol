      *     O REGISTRO NO MESTRE, PARA O CALCULO DE FOLHA PARAR DE
      *     PAGAR - EM VEZ DE VIRAR SITUACAO NO PROG28 E FAZER A
      *     CONTA DO ACERTO NO PAPEL.
      *
      *     O ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE DO CARGO
      *     (PROG117, NA DATA DO DESLIGAMENTO) SAI EM LINHA PROPRIA
      *     SOBRE OS DIAS DO SALDO E COMPOE A REMUNERACAO BASE DAS
      *     FERIAS E DO 13O PROPORCIONAL.
      *
      *     O TOTAL DAS VERBAS SAI EM CREDITO NA CONTA PRINCIPAL DO
      *     BANCFUNC, UM ARQUIVO POR BANCO (REMRES1 A REMRES5) NO
      *     MESMO LAYOUT DA REMESSA MENSAL DO PROG45 (NATUREZA "Q"),
      *     COM OS TOTAIS DE CADA BANCO NO CARTAO REMRESCT, E VAI PARA
      *     O REGISTRO UNICO DE PAGAMENTOS (PAGTOREG, TIPO "R", NA
      *     COMPETENCIA DO DESLIGAMENTO); SEM CONTA OU ALEM DO QUINTO
      *     BANCO, O CREDITO ENTRA NO REGISTRO COMO NAO REMETIDO.
      *
      *     PEDIDO DE DEMISSAO (P) E TERMINO DE CONTRATO (T) CONVOCAM
      *     O FUNCIONARIO PARA A ENTREVISTA DE DESLIGAMENTO: UM
      *     REGISTRO NO CONVDESL NA CAMPANHA DE DESLIGAMENTO ABERTA
      *     HOJE NO CAMPCTRL (TIPO "D"), COM SETOR, CARGO E ADMISSAO
      *     DA SAIDA. AS RESPOSTAS DA FICHA ENTRAM PELO PROG14 EM LOTE
      *     E O CRUZAMENTO TRIMESTRAL SAI NO PROG159. SEM CAMPANHA DE
      *     DESLIGAMENTO ABERTA, A RESCISAO SEGUE E A FALTA DA
      *     CONVOCACAO E CONTADA NO RESUMO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESC-HIST.

           SELECT ARQ-REMESSA-B1 ASSIGN TO "REMRES1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B2 ASSIGN TO "REMRES2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B3 ASSIGN TO "REMRES3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B4 ASSIGN TO "REMRES4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B5 ASSIGN TO "REMRES5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-CONTROLE-REMESSA ASSIGN TO "REMRESCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-CONTAS ASSIGN TO "BANCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-CAMPANHAS ASSIGN TO "CAMPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMPANHAS.

           SELECT ARQ-CONVOCACOES ASSIGN TO "CONVDESL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONVOCACOES.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RESC-HISTORICO.
       COPY CPRESCH.

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

       FD  ARQ-CAMPANHAS.
       COPY CPCAMPA.

       FD  ARQ-CONVOCACOES.
       COPY CPCONVD.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-DIA-ADMISSAO             PIC 9(02).
       01  WS-DIAS-DO-SALDO            PIC S9(03).
       01  WS-SALDO-SALARIO            PIC 9(6)V9(2).
       01  WS-SALDO-RISCO              PIC 9(6)V9(2).
       01  WS-SALDO-DIAS-FERIAS        PIC S9(3)V9(2).
       01  WS-VALOR-FERIAS             PIC 9(6)V9(2).
       01  WS-VALOR-TERCO              PIC 9(6)V9(2).
       01  WS-VALOR-13-PROPORCIONAL    PIC 9(6)V9(2).
       01  WS-TOTAL-VERBAS             PIC 9(8)V9(2).

      *    ADICIONAL DE RISCO DO CARGO (PROG117) E A REMUNERACAO BASE
      *    (SALARIO + ADICIONAL) DAS FERIAS E DO 13O.
       01  WS-RSC-TIPO                 PIC X(01).
       01  WS-RSC-GRAU                 PIC X(01).
       01  WS-RSC-PERCENTUAL           PIC 9V9(2).
       01  WS-RSC-BASE                 PIC 9(6)V9(2).
       01  WS-VALOR-ADIC-RISCO         PIC 9(6)V9(2).
       01  WS-REMUNERACAO-FIXA         PIC 9(6)V9(2).

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
      *    A NATUREZA - "Q" QUITACAO RESCISORIA).
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

      *    CAMPANHA DE DESLIGAMENTO ABERTA HOJE (CAMPCTRL TIPO "D")
      *    - ZERO QUANDO NAO HA, E NINGUEM E CONVOCADO.
       01  WS-STATUS-CAMPANHAS         PIC X(02).
       01  WS-STATUS-CONVOCACOES       PIC X(02).
       01  WS-FIM-CAMPANHAS            PIC X VALUE "N".
           88  FIM-CAMPANHAS               VALUE "S".
       01  WS-CAMPANHA-DESLIG          PIC 9(04) VALUE 0.

       01  WS-CONTADORES.
           05  WS-QTD-CONVOCADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-SEM-CONVOCACAO   PIC 9(05) VALUE 0.
           05  WS-QTD-DESLIGADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.
           05  WS-TOTAL-PAGO           PIC 9(8)V9(2) VALUE 0.
               WS-LCK-RESULTADO.

       EXECUTAR-RESCISOES.
           PERFORM CARREGAR-CONTAS-PRINCIPAIS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM LOCALIZAR-CAMPANHA-DESLIG.
           PERFORM LER-TRANSACAO.
           PERFORM PROCESSAR-UMA-RESCISAO UNTIL FIM-TRANSACOES.
           PERFORM ENCERRAR-ARQUIVOS.
           DISPLAY "RESCISOES - DESLIGADOS: " WS-QTD-DESLIGADOS
               " - REJEITADOS: " WS-QTD-REJEITADOS
               " - TOTAL PAGO: " WS-TOTAL-PAGO
               " - BANCOS: " WS-QTD-BANCOS.
           IF WS-QTD-NAO-REMETIDOS > 0
               DISPLAY "RESCISOES - CREDITOS FORA DA REMESSA (SEM"
                   " CONTA OU ALEM DO 5O BANCO): " WS-QTD-NAO-REMETIDOS
           END-IF.
           DISPLAY "RESCISOES - CONVOCADOS PARA A ENTREVISTA DE"
               " DESLIGAMENTO: " WS-QTD-CONVOCADOS.
           IF WS-QTD-SEM-CONVOCACAO > 0
               DISPLAY "RESCISOES - SEM CAMPANHA DE DESLIGAMENTO"
                   " ABERTA, NAO CONVOCADOS: " WS-QTD-SEM-CONVOCACAO
           END-IF.
           IF WS-QTD-REJEITADOS > 0 OR WS-QTD-NAO-REMETIDOS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

               OPEN OUTPUT ARQ-RESC-HISTORICO
           END-IF.

           OPEN EXTEND ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO-PAGTOS
           END-IF.

           OPEN EXTEND ARQ-CONVOCACOES.
           IF WS-STATUS-CONVOCACOES = "35"
               OPEN OUTPUT ARQ-CONVOCACOES
           END-IF.

       ENCERRAR-ARQUIVOS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE TRANS-RESCISAO-FILE.
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-RESC-HISTORICO.
           PERFORM FECHAR-ARQUIVOS-DE-BANCO.
           PERFORM GRAVAR-CONTROLE-REMESSA.
           CLOSE ARQ-REGISTRO-PAGTOS.
           CLOSE ARQ-CONVOCACOES.

      *--------------------------------------------------------------*
      *    UMA RESCISAO POR TRANSACAO.
               PERFORM IMPRIMIR-DEMONSTRATIVO
               PERFORM REGISTRAR-AUDITORIA-RESCISAO
               PERFORM GRAVAR-HISTORICO-RESCISAO
               IF RSC-PEDIDO-DEMISSAO OR RSC-TERMINO-CONTRATO
                   PERFORM CONVOCAR-ENTREVISTA-DESLIG
               END-IF
               IF WS-TOTAL-VERBAS > 0
                   MOVE WS-TOTAL-VERBAS TO WS-VALOR-DO-CREDITO
                   PERFORM GRAVAR-CREDITO-E-REGISTRO
               END-IF
               MOVE "I" TO SITUACAO
               REWRITE FUNCIONARIO
               ADD 1 TO WS-QTD-DESLIGADOS
           MOVE WS-DATA-HOJE           TO RHS-DATA-PROCESSO.
           WRITE REG-RESCISAO-HISTORICO.

      *    CONVOCACAO PARA A ENTREVISTA DE DESLIGAMENTO - O RETRATO
      *    DA SAIDA VAI JUNTO, PARA O CRUZAMENTO DO PROG159 NAO
      *    DEPENDER DO MESTRE DEPOIS.
       CONVOCAR-ENTREVISTA-DESLIG.
           IF WS-CAMPANHA-DESLIG > 0
               MOVE WS-CAMPANHA-DESLIG     TO CVD-CAMPANHA
               MOVE RSC-CODIGO             TO CVD-CODIGO
               MOVE EMPRESA                TO CVD-EMPRESA
               MOVE SETOR                  TO CVD-SETOR
               MOVE CARGO                  TO CVD-CARGO
               MOVE DATA-ADMISSAO          TO CVD-DATA-ADMISSAO
               MOVE RSC-DATA-DESLIGAMENTO  TO CVD-DATA-DESLIGAMENTO
               MOVE RSC-MOTIVO             TO CVD-MOTIVO
               MOVE WS-DATA-HOJE           TO CVD-DATA-CONVOCACAO
               WRITE REG-CONVOCACAO-DESLIG
               ADD 1 TO WS-QTD-CONVOCADOS
           ELSE
               ADD 1 TO WS-QTD-SEM-CONVOCACAO
           END-IF.

      *    CAMPANHA DE DESLIGAMENTO - A PRIMEIRA DO CAMPCTRL DE TIPO
      *    "D" CUJA JANELA CONTEM A DATA DE HOJE.
       LOCALIZAR-CAMPANHA-DESLIG.
           OPEN INPUT ARQ-CAMPANHAS.
           IF WS-STATUS-CAMPANHAS = "00"
               PERFORM LER-CAMPANHA
               PERFORM CONFERIR-UMA-CAMPANHA UNTIL FIM-CAMPANHAS
               CLOSE ARQ-CAMPANHAS
           END-IF.

       LER-CAMPANHA.
           READ ARQ-CAMPANHAS
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ.

       CONFERIR-UMA-CAMPANHA.
           IF CAMPANHA-DESLIGAMENTO
               AND CAMP-DATA-ABERTURA <= WS-DATA-HOJE
               AND CAMP-DATA-FECHAMENTO >= WS-DATA-HOJE
               MOVE CAMP-ID TO WS-CAMPANHA-DESLIG
               SET FIM-CAMPANHAS TO TRUE
           ELSE
               PERFORM LER-CAMPANHA
           END-IF.

       VALIDAR-TRANSACAO.
           IF RSC-CODIGO IS NOT NUMERIC OR RSC-CODIGO = 0
               SET REGISTRO-INVALIDO TO TRUE
           END-IF.
           COMPUTE WS-SALDO-SALARIO ROUNDED =
               SALARIO / 30 * WS-DIAS-DO-SALDO.
           CALL "PROG117" USING CARGO SALARIO RSC-DATA-DESLIGAMENTO
               WS-RSC-TIPO WS-RSC-GRAU WS-RSC-PERCENTUAL WS-RSC-BASE
               WS-VALOR-ADIC-RISCO.
           COMPUTE WS-SALDO-RISCO ROUNDED =
               WS-VALOR-ADIC-RISCO / 30 * WS-DIAS-DO-SALDO
               ON SIZE ERROR MOVE 0 TO WS-SALDO-RISCO
           END-COMPUTE.
           COMPUTE WS-REMUNERACAO-FIXA = SALARIO + WS-VALOR-ADIC-RISCO
               ON SIZE ERROR MOVE SALARIO TO WS-REMUNERACAO-FIXA
           END-COMPUTE.

           COMPUTE WS-SALDO-DIAS-FERIAS =
               FERIAS-DIAS-ACUMULADOS - FERIAS-DIAS-GOZADOS.
               MOVE 0 TO WS-SALDO-DIAS-FERIAS
           END-IF.
           COMPUTE WS-VALOR-FERIAS ROUNDED =
               WS-REMUNERACAO-FIXA / 30 * WS-SALDO-DIAS-FERIAS.
           COMPUTE WS-VALOR-TERCO ROUNDED = WS-VALOR-FERIAS / 3.

           IF SALARIO > 0
               COMPUTE WS-MESES-TRABALHADOS ROUNDED =
                   YTD-SALARIO-BRUTO / WS-REMUNERACAO-FIXA
                   ON SIZE ERROR MOVE 12 TO WS-MESES-TRABALHADOS
               END-COMPUTE
           ELSE
               MOVE 12 TO WS-MESES-TRABALHADOS
           END-IF.
           COMPUTE WS-VALOR-13-PROPORCIONAL ROUNDED =
               WS-REMUNERACAO-FIXA * WS-MESES-TRABALHADOS / 12.

           COMPUTE WS-TOTAL-VERBAS =
               WS-SALDO-SALARIO + WS-SALDO-RISCO
               + WS-VALOR-FERIAS + WS-VALOR-TERCO
               + WS-VALOR-13-PROPORCIONAL.

      *--------------------------------------------------------------*
               DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
           END-STRING.
           WRITE LINHA-DEMONSTRATIVO.
           IF WS-VALOR-ADIC-RISCO > 0
               MOVE SPACES TO LINHA-DEMONSTRATIVO
               STRING "  ADICIONAL DE RISCO NO SALDO . . . . "
                   WS-SALDO-RISCO
                   DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
               END-STRING
               WRITE LINHA-DEMONSTRATIVO
               MOVE SPACES TO LINHA-DEMONSTRATIVO
               STRING "  BASE FERIAS/13O (SALARIO+RISCO) . . "
                   WS-REMUNERACAO-FIXA
                   DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
               END-STRING
               WRITE LINHA-DEMONSTRATIVO
           END-IF.
           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING "  FERIAS NAO GOZADAS. . . . . . . . . "
               WS-VALOR-FERIAS
           END-STRING.
           WRITE LINHA-DEMONSTRATIVO.

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
               MOVE "Q"                 TO RMD-NATUREZA
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
           MOVE RSC-DATA-DESLIGAMENTO (1:6) TO PGR-COMPETENCIA.
           MOVE "R"                 TO PGR-TIPO-PAGAMENTO.
           MOVE WS-VALOR-DO-CREDITO TO PGR-VALOR.
           MOVE WS-DATA-HOJE        TO PGR-DATA-PAGAMENTO.
           MOVE "PROG61"            TO PGR-PROGRAMA.
           MOVE WS-DATA-HOJE        TO PGR-DATA-GERACAO.
           MOVE WS-HORA-AGORA       TO PGR-HORA-GERACAO.
           WRITE REG-PAGAMENTO.

      *--------------------------------------------------------------*
      *    ARQUIVO POR BANCO - O PRIMEIRO CREDITO DE UM BANCO ABRE O
      *    PROXIMO ARQUIVO REMRES E GRAVA O HEADER DELE.
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
      *    ARQUIVOS REMRES, PARA A CONFERENCIA DO RETORNO.
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

      *--------------------------------------------------------------*
      *    TRILHA DE AUDITORIA E EXCECOES.
      *--------------------------------------------------------------*

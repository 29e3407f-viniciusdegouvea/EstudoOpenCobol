      *     TIPO R; SEM O ARQUIVO, VALEM OS VALORES DE RESERVA
      *     COMPILADOS ABAIXO). TUDO FORA DO FLUXO MENSAL DE SALARIO:
      *       - DEMONSTRATIVO POR FUNCIONARIO EM DEMPLR;
      *       - CREDITOS DA REMESSA NA CONTA PRINCIPAL DO BANCFUNC,
      *         UM ARQUIVO POR BANCO (REMPLR1 A REMPLR5) NO MESMO
      *         LAYOUT DA REMESSA MENSAL DO PROG45 (NATUREZA "L"), COM
      *         OS TOTAIS DE CADA BANCO NO CARTAO REMPLRCT;
      *       - UM REGISTRO POR CREDITO NO REGISTRO UNICO DE
      *         PAGAMENTOS (PAGTOREG, TIPO "P"); SEM CONTA OU ALEM
      *         DO QUINTO BANCO, O CREDITO ENTRA COMO NAO REMETIDO;
      *       - REGISTROS NO FOLHAHIST MARCADOS "P" (PLR);
      *       - LANCAMENTOS CONTABEIS EM PLRCTB (LAYOUT DO CONTABIL,
      *         COM O REGISTRO DE CONTROLE FECHANDO);
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEMONSTRATIVO.

           SELECT ARQ-REMESSA-B1 ASSIGN TO "REMPLR1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B2 ASSIGN TO "REMPLR2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B3 ASSIGN TO "REMPLR3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B4 ASSIGN TO "REMPLR4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REMESSA-B5 ASSIGN TO "REMPLR5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-CONTROLE-REMESSA ASSIGN TO "REMPLRCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-CONTABIL ASSIGN TO "PLRCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTABIL.
       FD  ARQ-DEMONSTRATIVO.
       01  LINHA-DEMONSTRATIVO         PIC X(80).

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

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       FD  ARQ-CONTABIL.
       01  REG-LANCAMENTO.
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-DEMONSTRATIVO     PIC X(02).
       01  WS-STATUS-REMESSA           PIC X(02).
       01  WS-STATUS-CONTROLE          PIC X(02).
       01  WS-STATUS-REGISTRO          PIC X(02).
       01  WS-STATUS-CONTABIL          PIC X(02).
       01  WS-STATUS-GUIA              PIC X(02).

       01  WS-IDX-CTA                  PIC 9(03).
       01  WS-IDX-CONTA-ACHADA         PIC 9(03).

      *    REGISTRO DA REMESSA NO LAYOUT PADRAO DE INTERCAMBIO, O
      *    MESMO DO PROG45 (HEADER E TRAILER COM O BANCO, DETALHE COM
      *    A NATUREZA - "L" PLR).
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

      *    DESPESA POR SETOR E IRRF POR EMPRESA.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
                   " - BRUTO: " WS-TOTAL-BRUTO
                   " - IRRF: " WS-TOTAL-IRRF
                   " - LIQUIDO: " WS-TOTAL-LIQUIDO
                   " - BANCOS: " WS-QTD-BANCOS
               IF WS-QTD-NAO-REMETIDOS > 0
                   DISPLAY "PLR - CREDITOS FORA DA REMESSA (SEM CONTA"
                       " OU ALEM DO 5O BANCO): " WS-QTD-NAO-REMETIDOS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       PROGRAM-DONE.
               DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
           END-STRING.
           WRITE LINHA-DEMONSTRATIVO.
           OPEN EXTEND ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "35"
               OPEN OUTPUT ARQ-FOLHA-HISTORICO
           END-IF.
           OPEN EXTEND ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO-PAGTOS
           END-IF.

       FECHAR-SAIDAS.
           PERFORM FECHAR-ARQUIVOS-DE-BANCO.
           PERFORM GRAVAR-CONTROLE-REMESSA.
           CLOSE ARQ-DEMONSTRATIVO.
           CLOSE ARQ-FOLHA-HISTORICO.
           CLOSE ARQ-REGISTRO-PAGTOS.
           CLOSE FUNCIONARIO-MASTER.

       GRAVAR-HISTORICO-DO-PLR.
           MOVE WS-DATA-HOJE    TO FHS-DATA-CALCULO.
           MOVE 0               TO FHS-ADICIONAL-TEMPO.
           MOVE "P"             TO FHS-TIPO-FOLHA.
           MOVE 0               TO FHS-VALE-TRANSPORTE.
           MOVE 0               TO FHS-SALARIO-FAMILIA.
           MOVE SPACE           TO FHS-TIPO-RISCO.
           MOVE SPACE           TO FHS-GRAU-RISCO.
           MOVE 0               TO FHS-PCT-RISCO.
           MOVE 0               TO FHS-BASE-RISCO.
           MOVE 0               TO FHS-ADICIONAL-RISCO.
           MOVE 0               TO FHS-SINDICATO.
           MOVE 0               TO FHS-CONTRIB-SINDICAL.
           MOVE SPACE           TO FHS-TIPO-CONTRATO.
           MOVE 0               TO FHS-HORAS-NORMAIS.
           MOVE 0               TO FHS-DSR-PERDIDO.
           MOVE 0               TO FHS-DSR-HORAS-EXTRAS.
           MOVE 0               TO FHS-DSR-HORISTA.
           MOVE 0               TO FHS-DESCONTO-ATRASOS.
           MOVE 0               TO FHS-GRATIFICACAO-FUNCAO.
           MOVE 0               TO FHS-PREV-FUNCIONARIO.
           MOVE 0               TO FHS-PREV-EMPRESA.
           MOVE 0               TO FHS-REEMBOLSO.
           MOVE 0               TO FHS-COPARTICIPACAO.
           MOVE 0               TO FHS-HORAS-EXTRAS.
           MOVE 0               TO FHS-ADICIONAL-NOTURNO.
           MOVE 0               TO FHS-BENEFICIOS.
           WRITE REG-FOLHA-HISTORICO.

       IMPRIMIR-DEMONSTRATIVO.
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
               MOVE CTA-DIGITO (WS-IDX-CONTA-ACHADA)  TO RMD-DIGITO
               MOVE CODIGO         TO RMD-CODIGO
               MOVE WS-LIQUIDO-PLR TO RMD-VALOR
               MOVE "L"            TO RMD-NATUREZA
               PERFORM GRAVAR-NO-ARQUIVO-DO-BANCO
               ADD 1 TO BKR-QTD (WS-SLOT-DO-BANCO)
               ADD WS-LIQUIDO-PLR TO BKR-VALOR (WS-SLOT-DO-BANCO)
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
           MOVE CODIGO          TO PGR-CODIGO.
           MOVE WS-COMPETENCIA  TO PGR-COMPETENCIA.
           MOVE "P"             TO PGR-TIPO-PAGAMENTO.
           MOVE WS-LIQUIDO-PLR  TO PGR-VALOR.
           MOVE WS-DATA-HOJE    TO PGR-DATA-PAGAMENTO.
           MOVE "PROG112"       TO PGR-PROGRAMA.
           MOVE WS-DATA-HOJE    TO PGR-DATA-GERACAO.
           MOVE WS-HORA-AGORA   TO PGR-HORA-GERACAO.
           WRITE REG-PAGAMENTO.

      *--------------------------------------------------------------*
      *    ARQUIVO POR BANCO - O PRIMEIRO CREDITO DE UM BANCO ABRE O
      *    PROXIMO ARQUIVO REMPLR E GRAVA O HEADER DELE; BANCO ALEM
      *    DO QUINTO FICA FORA DA REMESSA.
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
      *    ARQUIVOS REMPLR, PARA A CONFERENCIA DO RETORNO.
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

       GRAVAR-CONTABILIDADE.
           OPEN OUTPUT ARQ-CONTABIL.
           MOVE 0 TO LCT-CENTRO-CUSTO.

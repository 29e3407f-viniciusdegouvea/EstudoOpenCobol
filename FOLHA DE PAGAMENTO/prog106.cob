      *     INICIO. A PROGRAMACAO PAGA E MARCADA "A" (ANTECIPADA) NA
      *     AGENDA E OS DIAS VAO PARA FERIAS-DIAS-GOZADOS NO MESTRE -
      *     O CALCULO DE FOLHA NAO PAGA OS MESMOS DIAS DE NOVO.
      *
      *     O ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE DO CARGO
      *     (PROG117) ENTRA NOS DIAS E NO TERCO, EM LINHA PROPRIA, E
      *     FICA FORA DA MEDIA DE VARIAVEIS.
      *
      *     CADA PAGAMENTO VAI PARA O REGISTRO UNICO DE PAGAMENTOS
      *     (PAGTOREG, TIPO "F") COM A DATA DO CREDITO; SEM CONTA NO
      *     BANCFUNC, ENTRA COMO NAO REMETIDO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIA.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-GUIA-EXTRA.
       COPY CPGUIAE.

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CONTAS            PIC X(02).
       01  WS-STATUS-DEMONSTRATIVO     PIC X(02).
       01  WS-STATUS-REMESSA           PIC X(02).
       01  WS-STATUS-REGISTRO          PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

      *    VALORES DO PAGAMENTO DE UMA PROGRAMACAO.
       01  WS-VALOR-DIAS               PIC 9(6)V9(2).
       01  WS-VALOR-RISCO-DIAS         PIC 9(6)V9(2).
       01  WS-VALOR-TERCO              PIC 9(6)V9(2).
       01  WS-VALOR-MEDIAS             PIC 9(6)V9(2).
       01  WS-BRUTO-FERIAS             PIC 9(6)V9(2).
       01  WS-BASE-IRRF                PIC S9(6)V9(2).
       01  WS-LIQUIDO-FERIAS           PIC 9(6)V9(2).

      *    ADICIONAL DE RISCO DO CARGO (PROG117) NA DATA DE INICIO.
       01  WS-RSC-TIPO                 PIC X(01).
       01  WS-RSC-GRAU                 PIC X(01).
       01  WS-RSC-PERCENTUAL           PIC 9V9(2).
       01  WS-RSC-BASE                 PIC 9(6)V9(2).
       01  WS-VALOR-ADIC-RISCO         PIC 9(6)V9(2).

       01  WS-CONTADORES.
           05  WS-QTD-PAGAS            PIC 9(05) VALUE 0.
           05  WS-TOTAL-LIQUIDO        PIC 9(8)V9(2) VALUE 0.
           PERFORM IMPRIMIR-CABECALHO.
           OPEN OUTPUT ARQ-REMESSA.
           PERFORM GRAVAR-HEADER-REMESSA.
           OPEN EXTEND ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO-PAGTOS
           END-IF.
           PERFORM VARYING WS-IDX-AGF FROM 1 BY 1
                   UNTIL WS-IDX-AGF > WS-QTD-AGENDAS
               PERFORM CONFERIR-UMA-PROGRAMACAO
           END-PERFORM.
           PERFORM GRAVAR-TRAILER-REMESSA.
           CLOSE ARQ-REMESSA.
           CLOSE ARQ-REGISTRO-PAGTOS.
           CLOSE ARQ-DEMONSTRATIVO.
           CLOSE FUNCIONARIO-MASTER.
           IF AGENDA-ALTERADA
                   FHS-BRUTO - FHS-SALARIO-BASE
                   ON SIZE ERROR MOVE 0 TO WS-PARTE-VARIAVEL
               END-COMPUTE
               IF FHS-ADICIONAL-RISCO IS NUMERIC
                   SUBTRACT FHS-ADICIONAL-RISCO FROM WS-PARTE-VARIAVEL
               END-IF
               IF WS-PARTE-VARIAVEL < 0
                   MOVE 0 TO WS-PARTE-VARIAVEL
               END-IF
               SALARIO / 30 * AGF-DIAS (WS-IDX-AGF)
               ON SIZE ERROR MOVE 0 TO WS-VALOR-DIAS
           END-COMPUTE.
           CALL "PROG117" USING CARGO SALARIO
               AGF-DATA-INICIO (WS-IDX-AGF)
               WS-RSC-TIPO WS-RSC-GRAU WS-RSC-PERCENTUAL WS-RSC-BASE
               WS-VALOR-ADIC-RISCO.
           COMPUTE WS-VALOR-RISCO-DIAS ROUNDED =
               WS-VALOR-ADIC-RISCO / 30 * AGF-DIAS (WS-IDX-AGF)
               ON SIZE ERROR MOVE 0 TO WS-VALOR-RISCO-DIAS
           END-COMPUTE.
           COMPUTE WS-VALOR-TERCO ROUNDED =
               (WS-VALOR-DIAS + WS-VALOR-RISCO-DIAS) / 3
               ON SIZE ERROR MOVE 0 TO WS-VALOR-TERCO
           END-COMPUTE.
           PERFORM APURAR-MEDIA-DO-FUNC.
               ON SIZE ERROR MOVE 0 TO WS-VALOR-MEDIAS
           END-COMPUTE.
           COMPUTE WS-BRUTO-FERIAS =
               WS-VALOR-DIAS + WS-VALOR-RISCO-DIAS
               + WS-VALOR-TERCO + WS-VALOR-MEDIAS
               ON SIZE ERROR MOVE 0 TO WS-BRUTO-FERIAS
           END-COMPUTE.
           PERFORM CALCULAR-DESCONTOS-FERIAS.
               MOVE WS-LIQUIDO-FERIAS  TO RMD-VALOR
               MOVE WS-DATA-CREDITO    TO RMD-DATA-CREDITO
               WRITE REG-REMESSA FROM WS-REG-REMESSA
               MOVE CTA-BANCO (WS-IDX-CONTA-ACHADA)   TO PGR-BANCO
               MOVE CTA-AGENCIA (WS-IDX-CONTA-ACHADA) TO PGR-AGENCIA
               MOVE CTA-CONTA (WS-IDX-CONTA-ACHADA)   TO PGR-CONTA
               MOVE CTA-DIGITO (WS-IDX-CONTA-ACHADA)  TO PGR-DIGITO
               MOVE "R"                               TO PGR-SITUACAO
           ELSE
               MOVE 0     TO PGR-BANCO PGR-AGENCIA PGR-CONTA
               MOVE SPACE TO PGR-DIGITO
               MOVE "N"   TO PGR-SITUACAO
           END-IF.
           MOVE CODIGO             TO PGR-CODIGO.
           MOVE WS-COMP-ATUAL      TO PGR-COMPETENCIA.
           MOVE "F"                TO PGR-TIPO-PAGAMENTO.
           MOVE WS-LIQUIDO-FERIAS  TO PGR-VALOR.
           MOVE WS-DATA-CREDITO    TO PGR-DATA-PAGAMENTO.
           MOVE "PROG106"          TO PGR-PROGRAMA.
           MOVE WS-DATA-HOJE       TO PGR-DATA-GERACAO.
           MOVE WS-HORA-AGORA      TO PGR-HORA-GERACAO.
           WRITE REG-PAGAMENTO.

       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-DEMONSTRATIVO.
               DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
           END-STRING.
           WRITE LINHA-DEMONSTRATIVO.
           IF WS-VALOR-RISCO-DIAS > 0
               MOVE SPACES TO LINHA-DEMONSTRATIVO
               STRING "  (+) ADICIONAL DE RISCO NOS DIAS . . "
                   WS-VALOR-RISCO-DIAS
                   DELIMITED BY SIZE INTO LINHA-DEMONSTRATIVO
               END-STRING
               WRITE LINHA-DEMONSTRATIVO
           END-IF.
           MOVE SPACES TO LINHA-DEMONSTRATIVO.
           STRING "  (+) TERCO CONSTITUCIONAL. . . . . . "
               WS-VALOR-TERCO

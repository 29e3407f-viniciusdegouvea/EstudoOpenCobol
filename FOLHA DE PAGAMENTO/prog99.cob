      *     REMESSA COMPLEMENTAR (REMCOMPL, LAYOUT PADRAO DE
      *     INTERCAMBIO, CONTA PRINCIPAL DO BANCFUNC) - A HORA EXTRA
      *     ESQUECIDA DO DIA 28 PARA DE ESPERAR 35 DIAS.
      *
      *     CADA CREDITO COMPLEMENTAR VAI PARA O REGISTRO UNICO DE
      *     PAGAMENTOS (PAGTOREG, TIPO "C"); SEM CONTA NO BANCFUNC,
      *     ENTRA COMO NAO REMETIDO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-REMESSA.
       01  REG-REMESSA                 PIC X(40).

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MOVIMENTOS        PIC X(02).
       01  WS-STATUS-CONTAS            PIC X(02).
       01  WS-STATUS-DEMONSTRATIVO     PIC X(02).
       01  WS-STATUS-REMESSA           PIC X(02).
       01  WS-STATUS-REGISTRO          PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
           MOVE WS-DATA-HOJE  TO RMH-DATA-GERACAO.
           MOVE WS-HORA-AGORA TO RMH-HORA-GERACAO.
           WRITE REG-REMESSA FROM WS-REG-REMESSA.
           OPEN EXTEND ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO-PAGTOS
           END-IF.

       FECHAR-SAIDAS.
           CLOSE ARQ-FOLHA-HISTORICO.
           MOVE WS-TOTAL-LIQUIDO TO RMT-VALOR-TOTAL.
           WRITE REG-REMESSA FROM WS-REG-REMESSA.
           CLOSE ARQ-REMESSA.
           CLOSE ARQ-REGISTRO-PAGTOS.

       GRAVAR-HISTORICO-COMPLEMENTAR.
           MOVE CPL-CODIGO (WS-IDX-CPL)  TO FHS-CODIGO.
           MOVE WS-DATA-HOJE             TO FHS-DATA-CALCULO.
           MOVE 0                        TO FHS-ADICIONAL-TEMPO.
           MOVE "C"                      TO FHS-TIPO-FOLHA.
           MOVE 0                        TO FHS-VALE-TRANSPORTE.
           MOVE 0                        TO FHS-SALARIO-FAMILIA.
           MOVE SPACE                    TO FHS-TIPO-RISCO.
           MOVE SPACE                    TO FHS-GRAU-RISCO.
           MOVE 0                        TO FHS-PCT-RISCO.
           MOVE 0                        TO FHS-BASE-RISCO.
           MOVE 0                        TO FHS-ADICIONAL-RISCO.
           MOVE 0                        TO FHS-SINDICATO.
           MOVE 0                        TO FHS-CONTRIB-SINDICAL.
           MOVE SPACE                    TO FHS-TIPO-CONTRATO.
           MOVE 0                        TO FHS-HORAS-NORMAIS.
           MOVE 0                        TO FHS-DSR-PERDIDO.
           MOVE 0                        TO FHS-DSR-HORAS-EXTRAS.
           MOVE 0                        TO FHS-DSR-HORISTA.
           MOVE 0                        TO FHS-DESCONTO-ATRASOS.
           MOVE 0                        TO FHS-GRATIFICACAO-FUNCAO.
           MOVE 0                        TO FHS-PREV-FUNCIONARIO.
           MOVE 0                        TO FHS-PREV-EMPRESA.
           MOVE 0                        TO FHS-REEMBOLSO.
           MOVE 0                        TO FHS-COPARTICIPACAO.
           MOVE 0                        TO FHS-HORAS-EXTRAS.
           MOVE 0                        TO FHS-ADICIONAL-NOTURNO.
           MOVE 0                        TO FHS-BENEFICIOS.
           WRITE REG-FOLHA-HISTORICO.

       IMPRIMIR-DEMONSTRATIVO.
               MOVE WS-LIQUIDO-COMPLEMENTAR           TO RMD-VALOR
               WRITE REG-REMESSA FROM WS-REG-REMESSA
               ADD 1 TO WS-QTD-CREDITOS
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
           MOVE CPL-CODIGO (WS-IDX-CPL)  TO PGR-CODIGO.
           MOVE WS-COMPETENCIA           TO PGR-COMPETENCIA.
           MOVE "C"                      TO PGR-TIPO-PAGAMENTO.
           MOVE WS-LIQUIDO-COMPLEMENTAR  TO PGR-VALOR.
           MOVE WS-DATA-HOJE             TO PGR-DATA-PAGAMENTO.
           MOVE "PROG99"                 TO PGR-PROGRAMA.
           MOVE WS-DATA-HOJE             TO PGR-DATA-GERACAO.
           MOVE WS-HORA-AGORA            TO PGR-HORA-GERACAO.
           WRITE REG-PAGAMENTO.

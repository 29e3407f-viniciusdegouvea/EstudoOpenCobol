      *     CADA BALDE - 50% EM DIA COMUM, 100% EM DOMINGO/FERIADO -
      *     SUBTOTALIZADOS POR SETOR, COM O TOTAL GERAL NO FIM. O
      *     CUSTO USA A MESMA CONTA DO CALCULO DE FOLHA
      *     (SALARIO/DIVISOR VEZES O FATOR DA TAXA - O DIVISOR E O DO
      *     CONTRATO, 220 NA JORNADA CHEIA E MENOS NO TEMPO PARCIAL).

       ENVIRONMENT DIVISION.

           88  FIM-PONTO                   VALUE "S".

      *    MESMOS FATORES DO CALCULO DE FOLHA.
      *    DIVISOR DE HORAS DO FUNCIONARIO - HORAS SEMANAIS DO
      *    CONTRATO X 5, OU 220 SEM HORAS NO CADASTRO (PROG29).
       01  WS-DIVISOR-HORAS-MES        PIC 9(03)V9(2) VALUE 220.
       01  WS-HORAS-SEMANAIS-PADRAO    PIC 9(2)V9(2) VALUE 44.00.
       01  WS-SEMANAS-DO-DIVISOR       PIC 9(01) VALUE 5.
       01  WS-FATOR-HORA-EXTRA         PIC 9V9(2) VALUE 1.50.
       01  WS-FATOR-HORA-EXTRA-100     PIC 9V9(2) VALUE 2.00.

           PERFORM LER-RESUMO-PONTO.

       ACUMULAR-NO-SETOR.
           PERFORM APURAR-DIVISOR-DO-FUNC.
           COMPUTE WS-CUSTO-50 ROUNDED =
               SALARIO / WS-DIVISOR-HORAS-MES
               * WS-FATOR-HORA-EXTRA * RPT-HORAS-EXTRAS
           ADD RPT-HORAS-EXTRAS-100 TO WS-TOTAL-HORAS-100.
           ADD WS-CUSTO-100         TO WS-TOTAL-CUSTO-100.

      *--------------------------------------------------------------*
      *    DIVISOR DE HORAS PELAS HORAS SEMANAIS DO CONTRATO, COM O
      *    MESTRE DO FUNCIONARIO NO BUFFER.
      *--------------------------------------------------------------*
       APURAR-DIVISOR-DO-FUNC.
           IF HORAS-SEMANAIS IS NUMERIC AND HORAS-SEMANAIS > 0
               COMPUTE WS-DIVISOR-HORAS-MES =
                   HORAS-SEMANAIS * WS-SEMANAS-DO-DIVISOR
           ELSE
               COMPUTE WS-DIVISOR-HORAS-MES =
                   WS-HORAS-SEMANAIS-PADRAO * WS-SEMANAS-DO-DIVISOR
           END-IF.

       LOCALIZAR-SETOR-NA-TABELA.
           MOVE "N" TO WS-ACHOU-SETOR.
           PERFORM VARYING WS-IDX FROM 1 BY 1

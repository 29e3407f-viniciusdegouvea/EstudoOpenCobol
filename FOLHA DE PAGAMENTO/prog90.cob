      *     MAIS DE SEIS MESES (OS DEBITOS E PAGAMENTOS CONSOMEM OS
      *     CREDITOS DO MAIS ANTIGO PARA O MAIS NOVO). O QUE SOBRAR
      *     DE CREDITO VELHO E PAGO COMO HORA EXTRA A 50% (MESMA
      *     CONTA DA FOLHA: SALARIO/DIVISOR DO CONTRATO VEZES 1,50),
      *     VIA FLUXO DE MOVIMENTOS - O PROGRAMA GERA O LOTE MOVBHPAG
      *     (HEADER COM SEQUENCIA AAMMDD DA GERACAO, DETALHES DE
      *     PROVENTO E TRAILER COM QUANTIDADE E SOMA, O MESMO
      *     CONTROLE DO MOVFOLHA) PARA A VALIDACAO DO PROG49, BAIXA AS
      *     HORAS NO RAZAO COM UM LANCAMENTO "P" E LISTA OS
      *     PAGAMENTOS EM RELBHPAG.
      *
      *     RODAR DUAS VEZES NO MESMO MES NAO PAGA DUAS VEZES - O
      *     LANCAMENTO "P" DA PRIMEIRA RODADA JA CONSOME O CREDITO
           88  FIM-BANCO-HORAS             VALUE "S".

       01  WS-EVENTO-PGTO-BANCO        PIC 9(03) VALUE 950.
      *    DIVISOR DE HORAS DO FUNCIONARIO - HORAS SEMANAIS DO
      *    CONTRATO X 5, OU 220 SEM HORAS NO CADASTRO (PROG29).
       01  WS-DIVISOR-HORAS-MES        PIC 9(03)V9(2) VALUE 220.
       01  WS-HORAS-SEMANAIS-PADRAO    PIC 9(2)V9(2) VALUE 44.00.
       01  WS-SEMANAS-DO-DIVISOR       PIC 9(01) VALUE 5.
       01  WS-FATOR-HORA-EXTRA         PIC 9V9(2) VALUE 1.50.

      *    COMPETENCIA LIMITE - CREDITO COM COMPETENCIA IGUAL OU
               END-READ
           END-IF.
           IF WS-HORAS-A-PAGAR > 0
               PERFORM APURAR-DIVISOR-DO-FUNC
               COMPUTE WS-VALOR-A-PAGAR ROUNDED =
                   SALARIO / WS-DIVISOR-HORAS-MES
                   * WS-FATOR-HORA-EXTRA * WS-HORAS-A-PAGAR
           END-IF.
           ADD 1 TO WS-IDX.

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

       GRAVAR-MOVIMENTO-DE-PGTO.
           MOVE SPACES TO REG-MOV-ENTRADA.
           MOVE "D"                    TO MOV-TIPO-REG.

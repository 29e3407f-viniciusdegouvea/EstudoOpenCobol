      *
      *     O CARTAO OPCIONAL FOLHADTA INFORMA A COMPETENCIA, COMO NO
      *     CALCULO DE FOLHA; SEM ELE, VALE O MES DA DATA DO DIA.
      *
      *     O PERCENTUAL CONTA TODA FALTA, JUSTIFICADA OU NAO; UM
      *     SEGUNDO QUADRO ABRE AS FALTAS DE CADA SETOR EM
      *     INJUSTIFICADAS E NOS TIPOS DE JUSTIFICATIVA DO RESUMO
      *     DE PONTO (ATESTADO MEDICO, OBITO, CASAMENTO, DOACAO DE
      *     SANGUE, JUSTICA - JUSTIFIC, PELO PROG50), COM O TOTAL DA
      *     EMPRESA NO FIM.

       ENVIRONMENT DIVISION.

           05  RPT-HORAS-EXTRAS        PIC 9(3)V9(2).
           05  RPT-HORAS-EXTRAS-100    PIC 9(3)V9(2).
           05  RPT-HORAS-NOTURNAS      PIC 9(3)V9(2).
           05  RPT-HORAS-NORMAIS       PIC 9(3)V9(2).
           05  RPT-SEMANAS-FALTA       PIC X(49).
           05  RPT-ATRASOS             PIC X(12).
      *    FALTAS JUSTIFICADAS POR TIPO, NA ORDEM M, O, C, S, J.
           05  RPT-FALTAS-JUSTIFICADAS.
               10  RPT-DIAS-JUSTIFICADOS OCCURS 5 TIMES
                                       PIC 9(02).

       FD  ARQ-CALENDARIO.
       01  REG-CALENDARIO.
       01  WS-DIA-UTIL                 PIC X(01).
           88  DIA-E-UTIL                  VALUE "S".

      *    RESUMO DE PONTO EM MEMORIA - FALTAS POR CODIGO: O TOTAL,
      *    AS INJUSTIFICADAS E AS JUSTIFICADAS POR TIPO.
       01  WS-QTD-PONTOS               PIC 9(03) VALUE 0.
       01  TAB-RESUMO-PONTO.
           05  PNT-ITEM OCCURS 99 TIMES.
               10  PNT-CODIGO          PIC 9(05).
               10  PNT-DIAS-FALTA      PIC 9(02).
               10  PNT-DIAS-INJUST     PIC 9(02).
               10  PNT-DIAS-JUST OCCURS 5 TIMES
                                       PIC 9(02).
       01  WS-IDX-PNT                  PIC 9(03).
       01  WS-IDX-PNT-ACHADO           PIC 9(03).
       01  WS-IDX-TIPO                 PIC 9(01).

      *    ACUMULADO POR SETOR - FUNCIONARIOS ATIVOS E FALTAS.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
               10  STT-QTD-FUNC        PIC 9(05).
               10  STT-DIAS-FALTA      PIC 9(05).
               10  STT-PCT             PIC 9(3)V9(2).
               10  STT-DIAS-INJUST     PIC 9(05).
               10  STT-DIAS-JUST OCCURS 5 TIMES
                                       PIC 9(05).
       01  WS-IDX-SET                  PIC 9(02).
       01  WS-IDX-SET-ACHADO           PIC 9(02).

       01  WS-PCT-DO-FUNC              PIC 9(3)V9(2).
       01  WS-DIAS-POSSIVEIS           PIC 9(07).

      *    TOTAL DA EMPRESA NO QUADRO POR TIPO DE JUSTIFICATIVA.
       01  WS-TOT-DIAS-INJUST          PIC 9(05) VALUE 0.
       01  TAB-TOT-JUSTIFICADAS.
           05  WS-TOT-DIAS-JUST OCCURS 5 TIMES
                                       PIC 9(05).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           PERFORM ACUMULAR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           PERFORM CALCULAR-PCT-DOS-SETORES.
           PERFORM IMPRIMIR-SETORES.
           PERFORM IMPRIMIR-FALTAS-POR-TIPO.
           PERFORM IMPRIMIR-FUNCIONARIOS-ACIMA.
           PERFORM IMPRIMIR-COMPARATIVO.
           PERFORM ATUALIZAR-HISTORICO.
               AT END SET FIM-PONTO TO TRUE
           END-READ.

      *    OS DIAS DE FALTA DO RESUMO SAO OS INJUSTIFICADOS; O
      *    TOTAL DO CODIGO SOMA AS JUSTIFICADAS DE CADA TIPO.
       GUARDAR-UM-RESUMO.
           IF WS-QTD-PONTOS < 99
               ADD 1 TO WS-QTD-PONTOS
               MOVE RPT-CODIGO     TO PNT-CODIGO (WS-QTD-PONTOS)
               MOVE RPT-DIAS-FALTA TO PNT-DIAS-INJUST (WS-QTD-PONTOS)
               MOVE RPT-DIAS-FALTA TO PNT-DIAS-FALTA (WS-QTD-PONTOS)
               PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                       UNTIL WS-IDX-TIPO > 5
                   MOVE 0 TO PNT-DIAS-JUST (WS-QTD-PONTOS, WS-IDX-TIPO)
                   IF RPT-DIAS-JUSTIFICADOS (WS-IDX-TIPO) IS NUMERIC
                       MOVE RPT-DIAS-JUSTIFICADOS (WS-IDX-TIPO)
                           TO PNT-DIAS-JUST (WS-QTD-PONTOS, WS-IDX-TIPO)
                       ADD RPT-DIAS-JUSTIFICADOS (WS-IDX-TIPO)
                           TO PNT-DIAS-FALTA (WS-QTD-PONTOS)
                           ON SIZE ERROR CONTINUE
                       END-ADD
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LER-RESUMO-PONTO.

                   ADD 1 TO STT-QTD-FUNC (WS-IDX-SET-ACHADO)
                   ADD WS-FALTAS-DO-FUNC
                       TO STT-DIAS-FALTA (WS-IDX-SET-ACHADO)
                   IF WS-IDX-PNT-ACHADO > 0
                       PERFORM ACUMULAR-FALTAS-POR-TIPO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       BUSCAR-FALTAS-DO-FUNC.
           MOVE 0 TO WS-FALTAS-DO-FUNC.
           MOVE 0 TO WS-IDX-PNT-ACHADO.
           PERFORM VARYING WS-IDX-PNT FROM 1 BY 1
                   UNTIL WS-IDX-PNT > WS-QTD-PONTOS
               IF PNT-CODIGO (WS-IDX-PNT) = CODIGO
                   MOVE PNT-DIAS-FALTA (WS-IDX-PNT)
                       TO WS-FALTAS-DO-FUNC
                   MOVE WS-IDX-PNT TO WS-IDX-PNT-ACHADO
               END-IF
           END-PERFORM.

       ACUMULAR-FALTAS-POR-TIPO.
           ADD PNT-DIAS-INJUST (WS-IDX-PNT-ACHADO)
               TO STT-DIAS-INJUST (WS-IDX-SET-ACHADO).
           PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                   UNTIL WS-IDX-TIPO > 5
               ADD PNT-DIAS-JUST (WS-IDX-PNT-ACHADO, WS-IDX-TIPO)
                   TO STT-DIAS-JUST (WS-IDX-SET-ACHADO, WS-IDX-TIPO)
           END-PERFORM.

       LOCALIZAR-SETOR-NO-ACUMULO.
           MOVE 0 TO WS-IDX-SET-ACHADO.
           PERFORM VARYING WS-IDX-SET FROM 1 BY 1
               MOVE 0 TO STT-QTD-FUNC (WS-IDX-SET-ACHADO)
               MOVE 0 TO STT-DIAS-FALTA (WS-IDX-SET-ACHADO)
               MOVE 0 TO STT-PCT (WS-IDX-SET-ACHADO)
               MOVE 0 TO STT-DIAS-INJUST (WS-IDX-SET-ACHADO)
               PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                       UNTIL WS-IDX-TIPO > 5
                   MOVE 0 TO STT-DIAS-JUST (WS-IDX-SET-ACHADO,
                                            WS-IDX-TIPO)
               END-PERFORM
           END-IF.

       CALCULAR-PCT-DOS-SETORES.
               WRITE LINHA-RELATORIO
           END-PERFORM.

      *    INJ INJUSTIFICADAS; MED ATESTADO MEDICO, OBI OBITO, CAS
      *    CASAMENTO, DOA DOACAO DE SANGUE, JUS JUSTICA.
       IMPRIMIR-FALTAS-POR-TIPO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FALTAS POR TIPO DE JUSTIFICATIVA (INJ = SEM "
               "JUSTIFICATIVA)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 0 TO WS-TOT-DIAS-INJUST.
           MOVE ZEROS TO TAB-TOT-JUSTIFICADAS.
           PERFORM VARYING WS-IDX-SET FROM 1 BY 1
                   UNTIL WS-IDX-SET > WS-QTD-SETORES
               ADD STT-DIAS-INJUST (WS-IDX-SET) TO WS-TOT-DIAS-INJUST
               PERFORM VARYING WS-IDX-TIPO FROM 1 BY 1
                       UNTIL WS-IDX-TIPO > 5
                   ADD STT-DIAS-JUST (WS-IDX-SET, WS-IDX-TIPO)
                       TO WS-TOT-DIAS-JUST (WS-IDX-TIPO)
               END-PERFORM
               MOVE SPACES TO LINHA-RELATORIO
               STRING "SETOR " STT-SETOR (WS-IDX-SET)
                   " INJ " STT-DIAS-INJUST (WS-IDX-SET)
                   " MED " STT-DIAS-JUST (WS-IDX-SET, 1)
                   " OBI " STT-DIAS-JUST (WS-IDX-SET, 2)
                   " CAS " STT-DIAS-JUST (WS-IDX-SET, 3)
                   " DOA " STT-DIAS-JUST (WS-IDX-SET, 4)
                   " JUS " STT-DIAS-JUST (WS-IDX-SET, 5)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL           "
               " INJ " WS-TOT-DIAS-INJUST
               " MED " WS-TOT-DIAS-JUST (1)
               " OBI " WS-TOT-DIAS-JUST (2)
               " CAS " WS-TOT-DIAS-JUST (3)
               " DOA " WS-TOT-DIAS-JUST (4)
               " JUS " WS-TOT-DIAS-JUST (5)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-FUNCIONARIOS-ACIMA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS COM FALTAS ACIMA DE "

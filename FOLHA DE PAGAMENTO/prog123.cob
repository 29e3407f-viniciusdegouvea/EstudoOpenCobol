       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG123.
      *     RELATORIO MENSAL DE ATRASOS E SAIDAS ANTECIPADAS POR
      *     SETOR.
      *     LE O RESUMO DE FREQUENCIA DO MES (PONTORES, GERADO PELO
      *     PROG50 COM AS BATIDAS CONFERIDAS CONTRA A ESCALA), O
      *     MESTRE (SETOR E NOME DE CADA CODIGO) E O CADASTRO DE
      *     SETORES (SETORMST), E IMPRIME (RELATRAS) UM BLOCO POR
      *     SETOR, ENCABECADO PELO GERENTE DO SETOR, COM CADA
      *     FUNCIONARIO QUE CHEGOU ATRASADO OU SAIU ANTES DO FIM DO
      *     TURNO ALEM DA TOLERANCIA - QUANTAS VEZES E QUANTOS
      *     MINUTOS - E O TOTAL DO SETOR. SETOR DO MESTRE QUE NAO
      *     ESTA NO CADASTRO SAI NO FIM, SEM GERENTE.
      *
      *     O CARTAO OPCIONAL FOLHADTA INFORMA A COMPETENCIA, COMO NO
      *     CALCULO DE FOLHA; SEM ELE, VALE O MES DA DATA DO DIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-RESUMO-PONTO ASSIGN TO "PONTORES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PONTO.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-RELATORIO ASSIGN TO "RELATRAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-RESUMO-PONTO.
       01  REG-RESUMO-PONTO.
           05  RPT-CODIGO              PIC 9(05).
           05  RPT-DIAS-FALTA          PIC 9(02).
           05  RPT-HORAS-EXTRAS        PIC 9(3)V9(2).
           05  RPT-HORAS-EXTRAS-100    PIC 9(3)V9(2).
           05  RPT-HORAS-NOTURNAS      PIC 9(3)V9(2).
           05  RPT-HORAS-NORMAIS       PIC 9(3)V9(2).
           05  RPT-QTD-SEMANAS-FALTA   PIC 9(01).
           05  RPT-DOMINGO-FALTA OCCURS 6 TIMES
                                       PIC 9(08).
           05  RPT-QTD-ATRASOS         PIC 9(02).
           05  RPT-MIN-ATRASO          PIC 9(04).
           05  RPT-QTD-SAIDAS-ANTEC    PIC 9(02).
           05  RPT-MIN-SAIDA-ANTEC     PIC 9(04).

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PONTO             PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).

       01  WS-FIM-PONTO                PIC X VALUE "N".
           88  FIM-PONTO                   VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".

      *    RESUMO DE PONTO EM MEMORIA - SO QUEM TEM ATRASO OU SAIDA
      *    ANTECIPADA NO MES; O SETOR E O NOME VEM DO MESTRE.
       01  WS-QTD-PONTOS               PIC 9(03) VALUE 0.
       01  TAB-ATRASOS.
           05  ATR-ITEM OCCURS 99 TIMES.
               10  ATR-CODIGO          PIC 9(05).
               10  ATR-NOME            PIC X(10).
               10  ATR-SETOR           PIC X(10).
               10  ATR-QTD-ATRASOS     PIC 9(02).
               10  ATR-MIN-ATRASO      PIC 9(04).
               10  ATR-QTD-SAIDAS      PIC 9(02).
               10  ATR-MIN-SAIDA       PIC 9(04).
               10  ATR-IMPRESSO        PIC X(01).
                   88  ATR-JA-IMPRESSO     VALUE "S".
       01  WS-IDX-ATR                  PIC 9(03).
       01  WS-IDX-SEM-CADASTRO         PIC 9(03).

      *    CADASTRO DE SETORES EM MEMORIA, COM O GERENTE.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 50 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-DESCRICAO       PIC X(20).
               10  SST-GERENTE         PIC 9(05).
       01  WS-IDX-SST                  PIC 9(02).

       01  WS-SETOR-DO-BLOCO           PIC X(10).
       01  WS-NOME-GERENTE             PIC X(10).
       01  WS-TOTAIS-DO-SETOR.
           05  WS-TOT-FUNC             PIC 9(03).
           05  WS-TOT-QTD-ATRASOS      PIC 9(04).
           05  WS-TOT-MIN-ATRASO       PIC 9(06).
           05  WS-TOT-QTD-SAIDAS       PIC 9(04).
           05  WS-TOT-MIN-SAIDA        PIC 9(06).
       01  WS-QTD-SETORES-IMPRESSOS    PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
           PERFORM CARREGAR-RESUMO-PONTO.
           PERFORM CARREGAR-SETORES.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM COMPLETAR-DADOS-DO-MESTRE.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-UM-SETOR-CADASTRADO
               VARYING WS-IDX-SST FROM 1 BY 1
               UNTIL WS-IDX-SST > WS-QTD-SETORES.
           PERFORM IMPRIMIR-SETORES-SEM-CADASTRO.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           DISPLAY "ATRASOS " WS-COMPETENCIA
               " - FUNCIONARIOS: " WS-QTD-PONTOS
               " - SETORES: " WS-QTD-SETORES-IMPRESSOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    COMPETENCIA DA RODADA - CARTAO OPCIONAL FOLHADTA.
      *--------------------------------------------------------------*
       LER-CARTAO-DE-DATA.
           OPEN INPUT ARQ-DATA-FOLHA.
           IF WS-STATUS-DATA-FOLHA = "00"
               READ ARQ-DATA-FOLHA
                   NOT AT END
                       IF DTA-DATA-FOLHA IS NUMERIC
                           AND DTA-DATA-FOLHA > 0
                           MOVE DTA-DATA-FOLHA TO WS-DATA-FOLHA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-DATA-FOLHA.

      *--------------------------------------------------------------*
      *    CARGA DO RESUMO DE PONTO E DO CADASTRO DE SETORES.
      *--------------------------------------------------------------*
       CARREGAR-RESUMO-PONTO.
           OPEN INPUT ARQ-RESUMO-PONTO.
           IF WS-STATUS-PONTO = "00"
               PERFORM LER-RESUMO-PONTO
               PERFORM GUARDAR-UM-RESUMO UNTIL FIM-PONTO
               CLOSE ARQ-RESUMO-PONTO
           END-IF.

       LER-RESUMO-PONTO.
           READ ARQ-RESUMO-PONTO
               AT END SET FIM-PONTO TO TRUE
           END-READ.

      *    RESUMO GRAVADO ANTES DA CONFERENCIA DA ESCALA NAO TRAZ OS
      *    CAMPOS DE ATRASO - FICA DE FORA.
       GUARDAR-UM-RESUMO.
           IF WS-QTD-PONTOS < 99
               AND RPT-MIN-ATRASO IS NUMERIC
               AND RPT-MIN-SAIDA-ANTEC IS NUMERIC
               AND RPT-QTD-ATRASOS IS NUMERIC
               AND RPT-QTD-SAIDAS-ANTEC IS NUMERIC
               AND (RPT-MIN-ATRASO > 0 OR RPT-MIN-SAIDA-ANTEC > 0)
               ADD 1 TO WS-QTD-PONTOS
               MOVE RPT-CODIGO     TO ATR-CODIGO (WS-QTD-PONTOS)
               MOVE SPACES         TO ATR-NOME (WS-QTD-PONTOS)
               MOVE SPACES         TO ATR-SETOR (WS-QTD-PONTOS)
               MOVE RPT-QTD-ATRASOS
                   TO ATR-QTD-ATRASOS (WS-QTD-PONTOS)
               MOVE RPT-MIN-ATRASO TO ATR-MIN-ATRASO (WS-QTD-PONTOS)
               MOVE RPT-QTD-SAIDAS-ANTEC
                   TO ATR-QTD-SAIDAS (WS-QTD-PONTOS)
               MOVE RPT-MIN-SAIDA-ANTEC
                   TO ATR-MIN-SAIDA (WS-QTD-PONTOS)
               MOVE "N"            TO ATR-IMPRESSO (WS-QTD-PONTOS)
           END-IF.
           PERFORM LER-RESUMO-PONTO.

       CARREGAR-SETORES.
           OPEN INPUT ARQ-SETORES.
           IF WS-STATUS-SETORES = "00"
               PERFORM LER-SETOR
               PERFORM GUARDAR-UM-SETOR UNTIL FIM-SETORES
               CLOSE ARQ-SETORES
           END-IF.

       LER-SETOR.
           READ ARQ-SETORES
               AT END SET FIM-SETORES TO TRUE
           END-READ.

       GUARDAR-UM-SETOR.
           IF WS-QTD-SETORES < 50
               ADD 1 TO WS-QTD-SETORES
               MOVE SET-CODIGO    TO SST-CODIGO (WS-QTD-SETORES)
               MOVE SET-DESCRICAO TO SST-DESCRICAO (WS-QTD-SETORES)
               MOVE SET-GERENTE   TO SST-GERENTE (WS-QTD-SETORES)
           END-IF.
           PERFORM LER-SETOR.

      *--------------------------------------------------------------*
      *    NOME E SETOR DE CADA FUNCIONARIO COM ATRASO - LEITURA
      *    DIRETA DO MESTRE PELO CODIGO.
      *--------------------------------------------------------------*
       COMPLETAR-DADOS-DO-MESTRE.
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-QTD-PONTOS
               MOVE ATR-CODIGO (WS-IDX-ATR) TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE "SEM CADAST" TO ATR-NOME (WS-IDX-ATR)
                   NOT INVALID KEY
                       MOVE NOME  TO ATR-NOME (WS-IDX-ATR)
                       MOVE SETOR TO ATR-SETOR (WS-IDX-ATR)
               END-READ
           END-PERFORM.

      *--------------------------------------------------------------*
      *    IMPRESSAO - UM BLOCO POR SETOR DO CADASTRO QUE TENHA
      *    OCORRENCIA, ENCABECADO PELO GERENTE; DEPOIS OS SETORES
      *    DO MESTRE QUE NAO ESTAO NO CADASTRO.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ATRASOS E SAIDAS ANTECIPADAS POR SETOR - "
               "COMPETENCIA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CODIGO NOME       ATRASOS  MINUTOS  SAIDAS"
               "  MINUTOS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-SETOR-CADASTRADO.
           MOVE SST-CODIGO (WS-IDX-SST) TO WS-SETOR-DO-BLOCO.
           PERFORM SOMAR-TOTAIS-DO-SETOR.
           IF WS-TOT-FUNC > 0
               MOVE SPACES TO WS-NOME-GERENTE
               MOVE SST-GERENTE (WS-IDX-SST) TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE "NAO CONSTA" TO WS-NOME-GERENTE
                   NOT INVALID KEY
                       MOVE NOME TO WS-NOME-GERENTE
               END-READ
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "SETOR " WS-SETOR-DO-BLOCO
                   " " SST-DESCRICAO (WS-IDX-SST)
                   " GERENTE " SST-GERENTE (WS-IDX-SST)
                   " " WS-NOME-GERENTE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               PERFORM IMPRIMIR-BLOCO-DO-SETOR
           END-IF.

       IMPRIMIR-SETORES-SEM-CADASTRO.
           PERFORM VARYING WS-IDX-SEM-CADASTRO FROM 1 BY 1
                   UNTIL WS-IDX-SEM-CADASTRO > WS-QTD-PONTOS
               IF NOT ATR-JA-IMPRESSO (WS-IDX-SEM-CADASTRO)
                   MOVE ATR-SETOR (WS-IDX-SEM-CADASTRO)
                       TO WS-SETOR-DO-BLOCO
                   PERFORM SOMAR-TOTAIS-DO-SETOR
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "SETOR " WS-SETOR-DO-BLOCO
                       " (FORA DO CADASTRO DE SETORES)"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
                   PERFORM IMPRIMIR-BLOCO-DO-SETOR
               END-IF
           END-PERFORM.

       SOMAR-TOTAIS-DO-SETOR.
           MOVE ZEROS TO WS-TOTAIS-DO-SETOR.
           PERFORM VARYING WS-IDX-ATR FROM 1 BY 1
                   UNTIL WS-IDX-ATR > WS-QTD-PONTOS
               IF ATR-SETOR (WS-IDX-ATR) = WS-SETOR-DO-BLOCO
                   ADD 1 TO WS-TOT-FUNC
                   ADD ATR-QTD-ATRASOS (WS-IDX-ATR)
                       TO WS-TOT-QTD-ATRASOS
                   ADD ATR-MIN-ATRASO (WS-IDX-ATR)
                       TO WS-TOT-MIN-ATRASO
                   ADD ATR-QTD-SAIDAS (WS-IDX-ATR)
                       TO WS-TOT-QTD-SAIDAS
                   ADD ATR-MIN-SAIDA (WS-IDX-ATR)
                       TO WS-TOT-MIN-SAIDA
               END-IF
           END-PERFORM.

       IMPRIMIR-BLOCO-DO-SETOR.
           ADD 1 TO WS-QTD-SETORES-IMPRESSOS.
           PERFORM IMPRIMIR-UM-FUNCIONARIO
               VARYING WS-IDX-ATR FROM 1 BY 1
               UNTIL WS-IDX-ATR > WS-QTD-PONTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO SETOR - FUNC " WS-TOT-FUNC
               " ATRASOS " WS-TOT-QTD-ATRASOS
               " MIN " WS-TOT-MIN-ATRASO
               " SAIDAS " WS-TOT-QTD-SAIDAS
               " MIN " WS-TOT-MIN-SAIDA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-FUNCIONARIO.
           IF ATR-SETOR (WS-IDX-ATR) = WS-SETOR-DO-BLOCO
               AND NOT ATR-JA-IMPRESSO (WS-IDX-ATR)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " ATR-CODIGO (WS-IDX-ATR)
                   "  " ATR-NOME (WS-IDX-ATR)
                   "  " ATR-QTD-ATRASOS (WS-IDX-ATR)
                   "       " ATR-MIN-ATRASO (WS-IDX-ATR)
                   "     " ATR-QTD-SAIDAS (WS-IDX-ATR)
                   "      " ATR-MIN-SAIDA (WS-IDX-ATR)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               SET ATR-JA-IMPRESSO (WS-IDX-ATR) TO TRUE
           END-IF.

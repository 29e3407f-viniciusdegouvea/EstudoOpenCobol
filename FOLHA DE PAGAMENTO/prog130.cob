       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG130.
      *     LISTA DE PEDIDOS DE REEMBOLSO PENDENTES POR SETOR.
      *     LE OS PEDIDOS DE REEMBOLSO DE DESPESA (REEMBOLS, DO
      *     PROG129), O CADASTRO DE SETORES (SETORMST, PARA O
      *     GERENTE) E O MESTRE (NOME DO FUNCIONARIO E DO GERENTE), E
      *     IMPRIME (RELREEMP) UM BLOCO POR SETOR DO PEDIDO,
      *     ENCABECADO PELO GERENTE, COM CADA PEDIDO AINDA NAO PAGO -
      *     "P" AGUARDANDO O GERENTE, "G" AGUARDANDO O APROVADOR DA
      *     CATEGORIA, "A" APROVADO AGUARDANDO A FOLHA OU A REMESSA -
      *     COM A DATA E O VALOR DA DESPESA E HA QUANTOS DIAS FOI
      *     INCLUIDO, E O TOTAL DO SETOR. SETOR QUE NAO ESTA NO
      *     CADASTRO SAI NO FIM, SEM GERENTE. MESMO DESENHO DA LISTA
      *     DE HORAS EXTRAS RETIDAS (PROG126).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REEMBOLSOS.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELREEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-REEMBOLSOS.
       COPY CPREEMB.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-REEMBOLSOS        PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).

       01  WS-FIM-REEMBOLSOS           PIC X VALUE "N".
           88  FIM-REEMBOLSOS              VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".

      *    PEDIDOS NAO PAGOS EM MEMORIA; O NOME VEM DO MESTRE.
       01  WS-QTD-PENDENTES            PIC 9(04) VALUE 0.
       01  TAB-PENDENTES.
           05  PEN-ITEM OCCURS 3000 TIMES.
               10  PEN-CODIGO          PIC 9(05).
               10  PEN-NOME            PIC X(10).
               10  PEN-SETOR           PIC X(10).
               10  PEN-DATA-DESPESA    PIC 9(08).
               10  PEN-CATEGORIA       PIC X(03).
               10  PEN-VALOR           PIC 9(6)V9(2).
               10  PEN-FORMA-PAGTO     PIC X(01).
               10  PEN-SITUACAO        PIC X(01).
               10  PEN-DIAS-ESPERA     PIC 9(04).
               10  PEN-IMPRESSO        PIC X(01).
                   88  PEN-JA-IMPRESSO     VALUE "S".
       01  WS-IDX-PEN                  PIC 9(04).
       01  WS-IDX-SEM-CADASTRO         PIC 9(04).

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
           05  WS-TOT-PEDIDOS          PIC 9(04).
           05  WS-TOT-VALOR            PIC 9(8)V9(2).
       01  WS-QTD-SETORES-IMPRESSOS    PIC 9(02) VALUE 0.
       01  WS-VALOR-GERAL              PIC 9(8)V9(2) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM CARREGAR-PENDENTES.
           PERFORM CARREGAR-SETORES.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM COMPLETAR-DADOS-DO-MESTRE.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-UM-SETOR-CADASTRADO
               VARYING WS-IDX-SST FROM 1 BY 1
               UNTIL WS-IDX-SST > WS-QTD-SETORES.
           PERFORM IMPRIMIR-SETORES-SEM-CADASTRO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL - PEDIDOS " WS-QTD-PENDENTES
               " VALOR " WS-VALOR-GERAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           DISPLAY "REEMBOLSOS PENDENTES " WS-DATA-HOJE
               " - PEDIDOS: " WS-QTD-PENDENTES
               " - SETORES: " WS-QTD-SETORES-IMPRESSOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS PEDIDOS NAO PAGOS E DO CADASTRO DE SETORES.
      *--------------------------------------------------------------*
       CARREGAR-PENDENTES.
           OPEN INPUT ARQ-REEMBOLSOS.
           IF WS-STATUS-REEMBOLSOS = "00"
               PERFORM LER-PEDIDO
               PERFORM GUARDAR-UMA-PENDENTE UNTIL FIM-REEMBOLSOS
               CLOSE ARQ-REEMBOLSOS
           END-IF.

       LER-PEDIDO.
           READ ARQ-REEMBOLSOS
               AT END SET FIM-REEMBOLSOS TO TRUE
           END-READ.

       GUARDAR-UMA-PENDENTE.
           IF WS-QTD-PENDENTES < 3000
               AND (RMB-PENDENTE OR RMB-APROVADO-GERENTE
                    OR RMB-APROVADO)
               AND RMB-VALOR IS NUMERIC
               ADD 1 TO WS-QTD-PENDENTES
               MOVE RMB-CODIGO   TO PEN-CODIGO (WS-QTD-PENDENTES)
               MOVE SPACES       TO PEN-NOME (WS-QTD-PENDENTES)
               MOVE RMB-SETOR    TO PEN-SETOR (WS-QTD-PENDENTES)
               MOVE RMB-DATA-DESPESA
                   TO PEN-DATA-DESPESA (WS-QTD-PENDENTES)
               MOVE RMB-CATEGORIA
                   TO PEN-CATEGORIA (WS-QTD-PENDENTES)
               MOVE RMB-VALOR    TO PEN-VALOR (WS-QTD-PENDENTES)
               MOVE RMB-FORMA-PAGTO
                   TO PEN-FORMA-PAGTO (WS-QTD-PENDENTES)
               MOVE RMB-SITUACAO TO PEN-SITUACAO (WS-QTD-PENDENTES)
               MOVE 0 TO PEN-DIAS-ESPERA (WS-QTD-PENDENTES)
               IF RMB-DATA-INCLUSAO IS NUMERIC
                   AND RMB-DATA-INCLUSAO > 0
                   AND RMB-DATA-INCLUSAO < WS-DATA-HOJE
                   COMPUTE PEN-DIAS-ESPERA (WS-QTD-PENDENTES) =
                       FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE (RMB-DATA-INCLUSAO)
                       ON SIZE ERROR
                           MOVE 9999
                               TO PEN-DIAS-ESPERA (WS-QTD-PENDENTES)
                   END-COMPUTE
               END-IF
               MOVE "N" TO PEN-IMPRESSO (WS-QTD-PENDENTES)
               ADD RMB-VALOR TO WS-VALOR-GERAL
           END-IF.
           PERFORM LER-PEDIDO.

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
      *    NOME DE CADA FUNCIONARIO COM PEDIDO - LEITURA DIRETA DO
      *    MESTRE PELO CODIGO. O SETOR E O GRAVADO NO PEDIDO.
      *--------------------------------------------------------------*
       COMPLETAR-DADOS-DO-MESTRE.
           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENDENTES
               MOVE PEN-CODIGO (WS-IDX-PEN) TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE "SEM CADAST" TO PEN-NOME (WS-IDX-PEN)
                   NOT INVALID KEY
                       MOVE NOME TO PEN-NOME (WS-IDX-PEN)
               END-READ
           END-PERFORM.

      *--------------------------------------------------------------*
      *    IMPRESSAO - UM BLOCO POR SETOR DO CADASTRO QUE TENHA
      *    PEDIDO NAO PAGO, ENCABECADO PELO GERENTE; DEPOIS OS
      *    SETORES QUE NAO ESTAO NO CADASTRO.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PEDIDOS DE REEMBOLSO NAO PAGOS POR SETOR - "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CODIGO NOME        DESPESA  CAT VALOR    F S"
               " DIAS (P GERENTE, G CATEG., A A PAGAR)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-SETOR-CADASTRADO.
           MOVE SST-CODIGO (WS-IDX-SST) TO WS-SETOR-DO-BLOCO.
           PERFORM SOMAR-TOTAIS-DO-SETOR.
           IF WS-TOT-PEDIDOS > 0
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
                   UNTIL WS-IDX-SEM-CADASTRO > WS-QTD-PENDENTES
               IF NOT PEN-JA-IMPRESSO (WS-IDX-SEM-CADASTRO)
                   MOVE PEN-SETOR (WS-IDX-SEM-CADASTRO)
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
           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENDENTES
               IF PEN-SETOR (WS-IDX-PEN) = WS-SETOR-DO-BLOCO
                   ADD 1 TO WS-TOT-PEDIDOS
                   ADD PEN-VALOR (WS-IDX-PEN) TO WS-TOT-VALOR
               END-IF
           END-PERFORM.

       IMPRIMIR-BLOCO-DO-SETOR.
           ADD 1 TO WS-QTD-SETORES-IMPRESSOS.
           PERFORM IMPRIMIR-UMA-PENDENTE
               VARYING WS-IDX-PEN FROM 1 BY 1
               UNTIL WS-IDX-PEN > WS-QTD-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO SETOR - PEDIDOS " WS-TOT-PEDIDOS
               " VALOR " WS-TOT-VALOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-PENDENTE.
           IF PEN-SETOR (WS-IDX-PEN) = WS-SETOR-DO-BLOCO
               AND NOT PEN-JA-IMPRESSO (WS-IDX-PEN)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " PEN-CODIGO (WS-IDX-PEN)
                   "  " PEN-NOME (WS-IDX-PEN)
                   "  " PEN-DATA-DESPESA (WS-IDX-PEN)
                   " " PEN-CATEGORIA (WS-IDX-PEN)
                   " " PEN-VALOR (WS-IDX-PEN)
                   " " PEN-FORMA-PAGTO (WS-IDX-PEN)
                   " " PEN-SITUACAO (WS-IDX-PEN)
                   " " PEN-DIAS-ESPERA (WS-IDX-PEN)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               SET PEN-JA-IMPRESSO (WS-IDX-PEN) TO TRUE
           END-IF.

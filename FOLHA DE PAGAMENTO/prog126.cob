       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG126.
      *     LISTA DIARIA DE HORAS EXTRAS RETIDAS POR GERENTE.
      *     LE AS HORAS EXTRAS RETIDAS (HERETIDA - A EXTRA QUE A
      *     IMPORTACAO DO PONTO, PROG50, ACHOU ACIMA DA AUTORIZACAO
      *     PREVIA), O CADASTRO DE SETORES (SETORMST, PARA O
      *     GERENTE) E O MESTRE (NOME DO FUNCIONARIO E DO GERENTE), E
      *     IMPRIME (RELHERET) UM BLOCO POR SETOR, ENCABECADO PELO
      *     GERENTE, COM CADA RETIDA AINDA PENDENTE - DATA, HORAS,
      *     TIPO DO DIA E HA QUANTOS DIAS ESPERA A DECISAO - E O
      *     TOTAL DO SETOR. A RETIDA NAO E PAGA ENQUANTO O GERENTE
      *     NAO APROVA OU RECUSA (PROG125). SETOR QUE NAO ESTA NO
      *     CADASTRO SAI NO FIM, SEM GERENTE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-RETIDAS ASSIGN TO "HERETIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDAS.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELHERET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-RETIDAS.
       COPY CPHERET.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-RETIDAS           PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).

       01  WS-FIM-RETIDAS              PIC X VALUE "N".
           88  FIM-RETIDAS                 VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".

      *    RETIDAS PENDENTES EM MEMORIA; O NOME VEM DO MESTRE.
       01  WS-QTD-PENDENTES            PIC 9(04) VALUE 0.
       01  TAB-PENDENTES.
           05  PEN-ITEM OCCURS 2000 TIMES.
               10  PEN-CODIGO          PIC 9(05).
               10  PEN-NOME            PIC X(10).
               10  PEN-SETOR           PIC X(10).
               10  PEN-DATA            PIC 9(08).
               10  PEN-HORAS           PIC 9(2)V9(2).
               10  PEN-TIPO-DIA        PIC X(01).
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
           05  WS-TOT-RETIDAS          PIC 9(04).
           05  WS-TOT-HORAS            PIC 9(5)V9(2).
       01  WS-QTD-SETORES-IMPRESSOS    PIC 9(02) VALUE 0.

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
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           DISPLAY "HORAS EXTRAS RETIDAS PENDENTES " WS-DATA-HOJE
               " - RETIDAS: " WS-QTD-PENDENTES
               " - SETORES: " WS-QTD-SETORES-IMPRESSOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DAS RETIDAS PENDENTES E DO CADASTRO DE SETORES.
      *--------------------------------------------------------------*
       CARREGAR-PENDENTES.
           OPEN INPUT ARQ-RETIDAS.
           IF WS-STATUS-RETIDAS = "00"
               PERFORM LER-RETIDA
               PERFORM GUARDAR-UMA-PENDENTE UNTIL FIM-RETIDAS
               CLOSE ARQ-RETIDAS
           END-IF.

       LER-RETIDA.
           READ ARQ-RETIDAS
               AT END SET FIM-RETIDAS TO TRUE
           END-READ.

       GUARDAR-UMA-PENDENTE.
           IF WS-QTD-PENDENTES < 2000
               AND HER-PENDENTE
               AND HER-DATA IS NUMERIC
               AND HER-HORAS IS NUMERIC
               ADD 1 TO WS-QTD-PENDENTES
               MOVE HER-CODIGO   TO PEN-CODIGO (WS-QTD-PENDENTES)
               MOVE SPACES       TO PEN-NOME (WS-QTD-PENDENTES)
               MOVE HER-SETOR    TO PEN-SETOR (WS-QTD-PENDENTES)
               MOVE HER-DATA     TO PEN-DATA (WS-QTD-PENDENTES)
               MOVE HER-HORAS    TO PEN-HORAS (WS-QTD-PENDENTES)
               MOVE HER-TIPO-DIA TO PEN-TIPO-DIA (WS-QTD-PENDENTES)
               MOVE 0 TO PEN-DIAS-ESPERA (WS-QTD-PENDENTES)
               IF HER-DATA > 0 AND HER-DATA < WS-DATA-HOJE
                   COMPUTE PEN-DIAS-ESPERA (WS-QTD-PENDENTES) =
                       FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE (HER-DATA)
                       ON SIZE ERROR
                           MOVE 9999
                               TO PEN-DIAS-ESPERA (WS-QTD-PENDENTES)
                   END-COMPUTE
               END-IF
               MOVE "N" TO PEN-IMPRESSO (WS-QTD-PENDENTES)
           END-IF.
           PERFORM LER-RETIDA.

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
      *    NOME DE CADA FUNCIONARIO COM RETIDA - LEITURA DIRETA DO
      *    MESTRE PELO CODIGO. O SETOR E O GRAVADO NA RETIDA.
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
      *    RETIDA PENDENTE, ENCABECADO PELO GERENTE; DEPOIS OS
      *    SETORES QUE NAO ESTAO NO CADASTRO.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HORAS EXTRAS RETIDAS AGUARDANDO O GERENTE - "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CODIGO NOME        DATA      HORAS  DIA  DIAS"
               " ESPERA (DIA C = 50%, D = 100%)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-SETOR-CADASTRADO.
           MOVE SST-CODIGO (WS-IDX-SST) TO WS-SETOR-DO-BLOCO.
           PERFORM SOMAR-TOTAIS-DO-SETOR.
           IF WS-TOT-RETIDAS > 0
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
                   ADD 1 TO WS-TOT-RETIDAS
                   ADD PEN-HORAS (WS-IDX-PEN) TO WS-TOT-HORAS
               END-IF
           END-PERFORM.

       IMPRIMIR-BLOCO-DO-SETOR.
           ADD 1 TO WS-QTD-SETORES-IMPRESSOS.
           PERFORM IMPRIMIR-UMA-PENDENTE
               VARYING WS-IDX-PEN FROM 1 BY 1
               UNTIL WS-IDX-PEN > WS-QTD-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO SETOR - RETIDAS " WS-TOT-RETIDAS
               " HORAS " WS-TOT-HORAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-PENDENTE.
           IF PEN-SETOR (WS-IDX-PEN) = WS-SETOR-DO-BLOCO
               AND NOT PEN-JA-IMPRESSO (WS-IDX-PEN)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " PEN-CODIGO (WS-IDX-PEN)
                   "  " PEN-NOME (WS-IDX-PEN)
                   "  " PEN-DATA (WS-IDX-PEN)
                   "  " PEN-HORAS (WS-IDX-PEN)
                   "   " PEN-TIPO-DIA (WS-IDX-PEN)
                   "   " PEN-DIAS-ESPERA (WS-IDX-PEN)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               SET PEN-JA-IMPRESSO (WS-IDX-PEN) TO TRUE
           END-IF.

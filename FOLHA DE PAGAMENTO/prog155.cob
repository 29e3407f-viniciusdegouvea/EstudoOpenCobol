       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG155.
      *     CALIBRACAO DAS AVALIACOES DE DESEMPENHO POR SETOR. PARA O
      *     CICLO ABERTO NO CICLOAVL (OU, SEM CICLO ABERTO, O ULTIMO
      *     DO ARQUIVO), CONTA AS AVALIACOES DO AVALIAC (PROG154) POR
      *     SETOR E NOTA E IMPRIME (RELCALIB) UM BLOCO POR SETOR,
      *     ENCABECADO PELO GERENTE, COM A QUANTIDADE E O PERCENTUAL
      *     REAL DE CADA NOTA CONTRA O PERCENTUAL DA CURVA-ALVO DO
      *     CICLO. NOTA QUE SE AFASTA DA CURVA MAIS DE 10 PONTOS SAI
      *     MARCADA ACIMA/ABAIXO. O FECHAMENTO DO SETOR TRAZ TAMBEM
      *     OS FUNCIONARIOS NAO INATIVOS DO MESTRE AINDA SEM
      *     AVALIACAO NO CICLO. SETOR QUE NAO ESTA NO CADASTRO SAI NO
      *     FIM, SEM GERENTE, E A EMPRESA TODA NO BLOCO FINAL. MESMO
      *     DESENHO DA LISTA DE REEMBOLSOS PENDENTES (PROG130).
      *     COM ALGUM SETOR FORA DA CURVA, RETURN-CODE 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-CICLOS ASSIGN TO "CICLOAVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CICLOS.

           SELECT ARQ-AVALIACOES ASSIGN TO "AVALIAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVALIACOES.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELCALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-CICLOS.
       COPY CPCICLO.

       FD  ARQ-AVALIACOES.
       COPY CPAVALIA.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CICLOS            PIC X(02).
       01  WS-STATUS-AVALIACOES        PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-CICLOS               PIC X VALUE "N".
           88  FIM-CICLOS                  VALUE "S".
       01  WS-FIM-AVALIACOES           PIC X VALUE "N".
           88  FIM-AVALIACOES              VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".

      *    CICLO DA CALIBRACAO - O ABERTO OU, NA FALTA, O ULTIMO.
       01  WS-ACHOU-CICLO              PIC X VALUE "N".
           88  ACHOU-O-CICLO               VALUE "S".
       01  WS-CICLO-ABERTO             PIC X VALUE "N".
           88  CICLO-JA-ABERTO             VALUE "S".
       01  WS-CICLO.
           05  WS-CIC-CICLO            PIC X(06).
           05  WS-CIC-DATA-INICIO      PIC 9(08).
           05  WS-CIC-DATA-FIM         PIC 9(08).
           05  WS-CIC-SITUACAO         PIC X(01).
           05  WS-CIC-PERC-ALVO        PIC 9(03) OCCURS 5 TIMES.

      *    DESVIO TOLERADO, EM PONTOS PERCENTUAIS, ENTRE O REAL E A
      *    CURVA-ALVO DE CADA NOTA.
       01  WS-TOLERANCIA               PIC 9(03) VALUE 10.

      *    CODIGOS AVALIADOS NO CICLO.
       01  WS-QTD-AVALIADOS            PIC 9(04) VALUE 0.
       01  TAB-AVALIADOS.
           05  AVD-CODIGO              PIC 9(05) OCCURS 5000 TIMES.
       01  WS-IDX-AVD                  PIC 9(04).
       01  WS-ACHOU-AVALIADO           PIC X VALUE "N".
           88  ACHOU-O-AVALIADO            VALUE "S".
       01  WS-AVALIACOES-PERDIDAS      PIC 9(05) VALUE 0.

      *    CONTAGEM POR SETOR - O ULTIMO ITEM E A EMPRESA TODA.
       01  WS-QTD-CALIBRACOES          PIC 9(03) VALUE 0.
       01  TAB-CALIBRACAO.
           05  CAL-ITEM OCCURS 101 TIMES.
               10  CAL-SETOR           PIC X(10).
               10  CAL-QTD-NOTA        PIC 9(05) OCCURS 5 TIMES.
               10  CAL-QTD-AVALIADOS   PIC 9(05).
               10  CAL-SEM-AVALIACAO   PIC 9(05).
               10  CAL-IMPRESSO        PIC X(01).
                   88  CAL-JA-IMPRESSO     VALUE "S".
       01  WS-IDX-CAL                  PIC 9(03).
       01  WS-IDX-CAL-ACHADO           PIC 9(03).
       01  WS-IDX-EMPRESA              PIC 9(03) VALUE 101.
       01  WS-SETOR-PROCURADO          PIC X(10).
       01  WS-IDX-NOTA                 PIC 9(01).

      *    CADASTRO DE SETORES EM MEMORIA, COM O GERENTE.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 50 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-DESCRICAO       PIC X(20).
               10  SST-GERENTE         PIC 9(05).
       01  WS-IDX-SST                  PIC 9(02).

       01  WS-NOME-GERENTE             PIC X(10).
       01  WS-PERC-REAL                PIC 9(03).
       01  WS-DESVIO                   PIC S9(03).
       01  WS-MARCA-DESVIO             PIC X(16).
       01  WS-SETOR-FORA-DA-CURVA      PIC X(01).
           88  SETOR-FORA-DA-CURVA         VALUE "S".
       01  WS-QTD-SETORES-IMPRESSOS    PIC 9(03) VALUE 0.
       01  WS-QTD-SETORES-FORA         PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CARREGAR-CICLO.
           IF NOT ACHOU-O-CICLO
               MOVE "NENHUM CICLO DE AVALIACAO CADASTRADO (CICLOAVL)"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY "CALIBRACAO - NENHUM CICLO DE AVALIACAO"
           ELSE
               INITIALIZE TAB-CALIBRACAO
               MOVE "EMPRESA" TO CAL-SETOR (WS-IDX-EMPRESA)
               PERFORM CARREGAR-SETORES
               PERFORM CARREGAR-AVALIACOES
               OPEN INPUT FUNCIONARIO-MASTER
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM CONFERIR-UM-FUNCIONARIO UNTIL FIM-MASTER
               PERFORM IMPRIMIR-CABECALHO
               PERFORM IMPRIMIR-UM-SETOR-CADASTRADO
                   VARYING WS-IDX-SST FROM 1 BY 1
                   UNTIL WS-IDX-SST > WS-QTD-SETORES
               PERFORM IMPRIMIR-SETORES-SEM-CADASTRO
               MOVE WS-IDX-EMPRESA TO WS-IDX-CAL-ACHADO
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "TOTAL DA EMPRESA" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               PERFORM IMPRIMIR-BLOCO-DO-SETOR
               IF WS-AVALIACOES-PERDIDAS > 0
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "** " WS-AVALIACOES-PERDIDAS
                       " AVALIACOES NAO COUBERAM NAS TABELAS **"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               END-IF
               CLOSE FUNCIONARIO-MASTER
               DISPLAY "CALIBRACAO DO CICLO " WS-CIC-CICLO
                   " - AVALIADOS: " CAL-QTD-AVALIADOS (WS-IDX-EMPRESA)
                   " - SEM AVALIACAO: "
                   CAL-SEM-AVALIACAO (WS-IDX-EMPRESA)
                   " - SETORES FORA DA CURVA: " WS-QTD-SETORES-FORA
               IF WS-QTD-SETORES-FORA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE ARQ-RELATORIO.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DO CICLO, DOS SETORES E DAS AVALIACOES DO CICLO.
      *--------------------------------------------------------------*
       CARREGAR-CICLO.
           OPEN INPUT ARQ-CICLOS.
           IF WS-STATUS-CICLOS = "00"
               PERFORM LER-CICLO
               PERFORM GUARDAR-UM-CICLO UNTIL FIM-CICLOS
               CLOSE ARQ-CICLOS
           END-IF.

       LER-CICLO.
           READ ARQ-CICLOS
               AT END SET FIM-CICLOS TO TRUE
           END-READ.

       GUARDAR-UM-CICLO.
           IF NOT CICLO-JA-ABERTO
               SET ACHOU-O-CICLO TO TRUE
               MOVE CIC-CICLO       TO WS-CIC-CICLO
               MOVE CIC-DATA-INICIO TO WS-CIC-DATA-INICIO
               MOVE CIC-DATA-FIM    TO WS-CIC-DATA-FIM
               MOVE CIC-SITUACAO    TO WS-CIC-SITUACAO
               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > 5
                   MOVE CIC-PERC-ALVO (WS-IDX-NOTA)
                       TO WS-CIC-PERC-ALVO (WS-IDX-NOTA)
               END-PERFORM
               IF CIC-ABERTO
                   SET CICLO-JA-ABERTO TO TRUE
               END-IF
           END-IF.
           PERFORM LER-CICLO.

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

       CARREGAR-AVALIACOES.
           OPEN INPUT ARQ-AVALIACOES.
           IF WS-STATUS-AVALIACOES = "00"
               PERFORM LER-AVALIACAO
               PERFORM CONTAR-UMA-AVALIACAO UNTIL FIM-AVALIACOES
               CLOSE ARQ-AVALIACOES
           END-IF.

       LER-AVALIACAO.
           READ ARQ-AVALIACOES
               AT END SET FIM-AVALIACOES TO TRUE
           END-READ.

       CONTAR-UMA-AVALIACAO.
           IF AVL-CICLO = WS-CIC-CICLO
               AND AVL-NOTA IS NUMERIC
               AND AVL-NOTA > 0 AND AVL-NOTA < 6
               MOVE AVL-SETOR TO WS-SETOR-PROCURADO
               PERFORM LOCALIZAR-SETOR-NA-CALIBRACAO
               IF WS-IDX-CAL-ACHADO > 0
                   AND WS-QTD-AVALIADOS < 5000
                   ADD 1 TO WS-QTD-AVALIADOS
                   MOVE AVL-CODIGO TO AVD-CODIGO (WS-QTD-AVALIADOS)
                   ADD 1 TO CAL-QTD-NOTA (WS-IDX-CAL-ACHADO, AVL-NOTA)
                   ADD 1 TO CAL-QTD-AVALIADOS (WS-IDX-CAL-ACHADO)
                   ADD 1 TO CAL-QTD-NOTA (WS-IDX-EMPRESA, AVL-NOTA)
                   ADD 1 TO CAL-QTD-AVALIADOS (WS-IDX-EMPRESA)
               ELSE
                   ADD 1 TO WS-AVALIACOES-PERDIDAS
               END-IF
           END-IF.
           PERFORM LER-AVALIACAO.

      *    ACHA O SETOR NA TABELA DA CALIBRACAO, ABRINDO O ITEM NA
      *    PRIMEIRA VEZ. ZERO QUANDO A TABELA ESTA CHEIA.
       LOCALIZAR-SETOR-NA-CALIBRACAO.
           MOVE 0 TO WS-IDX-CAL-ACHADO.
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
                   UNTIL WS-IDX-CAL > WS-QTD-CALIBRACOES
               IF CAL-SETOR (WS-IDX-CAL) = WS-SETOR-PROCURADO
                   MOVE WS-IDX-CAL TO WS-IDX-CAL-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-CAL-ACHADO = 0
               AND WS-QTD-CALIBRACOES < WS-IDX-EMPRESA - 1
               ADD 1 TO WS-QTD-CALIBRACOES
               MOVE WS-QTD-CALIBRACOES TO WS-IDX-CAL-ACHADO
               MOVE WS-SETOR-PROCURADO
                   TO CAL-SETOR (WS-IDX-CAL-ACHADO)
               MOVE "N" TO CAL-IMPRESSO (WS-IDX-CAL-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    FUNCIONARIO NAO INATIVO SEM AVALIACAO NO CICLO.
      *--------------------------------------------------------------*
       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       CONFERIR-UM-FUNCIONARIO.
           IF NOT SITUACAO-INATIVA
               MOVE "N" TO WS-ACHOU-AVALIADO
               PERFORM VARYING WS-IDX-AVD FROM 1 BY 1
                       UNTIL WS-IDX-AVD > WS-QTD-AVALIADOS
                          OR ACHOU-O-AVALIADO
                   IF AVD-CODIGO (WS-IDX-AVD) = CODIGO
                       SET ACHOU-O-AVALIADO TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ACHOU-O-AVALIADO
                   MOVE SETOR TO WS-SETOR-PROCURADO
                   PERFORM LOCALIZAR-SETOR-NA-CALIBRACAO
                   IF WS-IDX-CAL-ACHADO > 0
                       ADD 1 TO CAL-SEM-AVALIACAO (WS-IDX-CAL-ACHADO)
                   END-IF
                   ADD 1 TO CAL-SEM-AVALIACAO (WS-IDX-EMPRESA)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

      *--------------------------------------------------------------*
      *    IMPRESSAO - UM BLOCO POR SETOR DO CADASTRO COM AVALIADO OU
      *    PENDENTE, ENCABECADO PELO GERENTE; DEPOIS OS SETORES QUE
      *    NAO ESTAO NO CADASTRO E A EMPRESA TODA.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CALIBRACAO DO CICLO " WS-CIC-CICLO
               " (" WS-CIC-DATA-INICIO " A " WS-CIC-DATA-FIM
               ") SITUACAO " WS-CIC-SITUACAO " - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  NOTA   QTD  REAL%  ALVO%  (DESVIO TOLERADO "
               WS-TOLERANCIA " PONTOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-SETOR-CADASTRADO.
           MOVE SST-CODIGO (WS-IDX-SST) TO WS-SETOR-PROCURADO.
           MOVE 0 TO WS-IDX-CAL-ACHADO.
           PERFORM VARYING WS-IDX-CAL FROM 1 BY 1
                   UNTIL WS-IDX-CAL > WS-QTD-CALIBRACOES
               IF CAL-SETOR (WS-IDX-CAL) = WS-SETOR-PROCURADO
                   MOVE WS-IDX-CAL TO WS-IDX-CAL-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-CAL-ACHADO > 0
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
               STRING "SETOR " WS-SETOR-PROCURADO
                   " " SST-DESCRICAO (WS-IDX-SST)
                   " GERENTE " SST-GERENTE (WS-IDX-SST)
                   " " WS-NOME-GERENTE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               PERFORM IMPRIMIR-BLOCO-DO-SETOR
           END-IF.

       IMPRIMIR-SETORES-SEM-CADASTRO.
           PERFORM VARYING WS-IDX-CAL-ACHADO FROM 1 BY 1
                   UNTIL WS-IDX-CAL-ACHADO > WS-QTD-CALIBRACOES
               IF NOT CAL-JA-IMPRESSO (WS-IDX-CAL-ACHADO)
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "SETOR " CAL-SETOR (WS-IDX-CAL-ACHADO)
                       " (FORA DO CADASTRO DE SETORES)"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
                   PERFORM IMPRIMIR-BLOCO-DO-SETOR
               END-IF
           END-PERFORM.

       IMPRIMIR-BLOCO-DO-SETOR.
           MOVE "N" TO WS-SETOR-FORA-DA-CURVA.
           PERFORM IMPRIMIR-UMA-NOTA
               VARYING WS-IDX-NOTA FROM 1 BY 1
               UNTIL WS-IDX-NOTA > 5.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO SETOR - AVALIADOS "
               CAL-QTD-AVALIADOS (WS-IDX-CAL-ACHADO)
               " SEM AVALIACAO "
               CAL-SEM-AVALIACAO (WS-IDX-CAL-ACHADO)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           SET CAL-JA-IMPRESSO (WS-IDX-CAL-ACHADO) TO TRUE.
           IF WS-IDX-CAL-ACHADO NOT = WS-IDX-EMPRESA
               ADD 1 TO WS-QTD-SETORES-IMPRESSOS
               IF SETOR-FORA-DA-CURVA
                   ADD 1 TO WS-QTD-SETORES-FORA
               END-IF
           END-IF.

       IMPRIMIR-UMA-NOTA.
           MOVE 0 TO WS-PERC-REAL.
           IF CAL-QTD-AVALIADOS (WS-IDX-CAL-ACHADO) > 0
               COMPUTE WS-PERC-REAL ROUNDED =
                   CAL-QTD-NOTA (WS-IDX-CAL-ACHADO, WS-IDX-NOTA) * 100
                   / CAL-QTD-AVALIADOS (WS-IDX-CAL-ACHADO)
           END-IF.
           COMPUTE WS-DESVIO =
               WS-PERC-REAL - WS-CIC-PERC-ALVO (WS-IDX-NOTA).
           MOVE SPACES TO WS-MARCA-DESVIO.
           IF CAL-QTD-AVALIADOS (WS-IDX-CAL-ACHADO) > 0
               EVALUATE TRUE
                   WHEN WS-DESVIO > WS-TOLERANCIA
                       MOVE "ACIMA DA CURVA" TO WS-MARCA-DESVIO
                       SET SETOR-FORA-DA-CURVA TO TRUE
                   WHEN WS-DESVIO < 0 - WS-TOLERANCIA
                       MOVE "ABAIXO DA CURVA" TO WS-MARCA-DESVIO
                       SET SETOR-FORA-DA-CURVA TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "     " WS-IDX-NOTA
               "  " CAL-QTD-NOTA (WS-IDX-CAL-ACHADO, WS-IDX-NOTA)
               "    " WS-PERC-REAL
               "    " WS-CIC-PERC-ALVO (WS-IDX-NOTA)
               "  " WS-MARCA-DESVIO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

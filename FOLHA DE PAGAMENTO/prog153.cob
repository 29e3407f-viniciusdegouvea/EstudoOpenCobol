       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG153.
      *     EXAMES PERIODICOS E TREINAMENTOS OBRIGATORIOS A VENCER E
      *     VENCIDOS POR SETOR - RODADA MENSAL. PARA CADA FUNCIONARIO
      *     NAO INATIVO DO MESTRE, CONFRONTA OS REQUISITOS DO CARGO
      *     (CARGOMST, PROG86) COM AS REALIZACOES REGISTRADAS
      *     (CERTIFIC, PROG152) E IMPRIME (RELCERTV) UM BLOCO POR
      *     SETOR, ENCABECADO PELO GERENTE, COM:
      *       V - VENCIDO (VALIDADE ANTERIOR A HOJE);
      *       S - SEM REGISTRO DE REALIZACAO (CONTA COMO VENCIDO);
      *       A - A VENCER NOS PROXIMOS 60 DIAS.
      *     SETOR QUE NAO ESTA NO CADASTRO SAI NO FIM, SEM GERENTE.
      *     MESMO DESENHO DA LISTA DE REEMBOLSOS PENDENTES (PROG130).
      *     COM ALGUM VENCIDO OU SEM REGISTRO, RETURN-CODE 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-CARGOS ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-CERTIFICACOES ASSIGN TO "CERTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CERTIFICACOES.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-RELATORIO ASSIGN TO "RELCERTV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-CERTIFICACOES.
       COPY CPCERTIF.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-STATUS-CERTIFICACOES     PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
      *    JANELA DO AVISO - VALIDADES ATE 60 DIAS A PARTIR DE HOJE.
       01  WS-DIAS-AVISO               PIC 9(02) VALUE 60.
       01  WS-DATA-LIMITE-AVISO        PIC 9(08).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".
       01  WS-FIM-CERTIFICACOES        PIC X VALUE "N".
           88  FIM-CERTIFICACOES           VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".

      *    REQUISITOS DE CADA CARGO DO CADASTRO.
       01  WS-QTD-CARGOS               PIC 9(02) VALUE 0.
       01  TAB-CARGOS-REQUISITOS.
           05  CRQ-ITEM OCCURS 50 TIMES.
               10  CRQ-CARGO           PIC X(10).
               10  CRQ-REQUISITO OCCURS 5 TIMES.
                   15  CRQ-REQ-TIPO    PIC X(01).
                   15  CRQ-REQ-CODIGO  PIC X(10).
       01  WS-IDX-CRQ                  PIC 9(02).
       01  WS-IDX-CRQ-ACHADO           PIC 9(02).
       01  WS-IDX-REQ                  PIC 9(01).

      *    REALIZACOES REGISTRADAS.
       01  WS-QTD-CERTIFICACOES        PIC 9(04) VALUE 0.
       01  TAB-CERTIFICACOES.
           05  CEV-ITEM OCCURS 5000 TIMES.
               10  CEV-CODIGO          PIC 9(05).
               10  CEV-REQUISITO       PIC X(10).
               10  CEV-DATA-VALIDADE   PIC 9(08).
       01  WS-IDX-CEV                  PIC 9(04).
       01  WS-VALIDADE-ACHADA          PIC 9(08).
       01  WS-ACHOU-REALIZACAO         PIC X VALUE "N".
           88  ACHOU-A-REALIZACAO          VALUE "S".

      *    PENDENCIAS (VENCIDO, SEM REGISTRO OU A VENCER) EM MEMORIA.
       01  WS-QTD-PENDENCIAS           PIC 9(04) VALUE 0.
       01  TAB-PENDENCIAS.
           05  PDC-ITEM OCCURS 5000 TIMES.
               10  PDC-CODIGO          PIC 9(05).
               10  PDC-NOME            PIC X(10).
               10  PDC-SETOR           PIC X(10).
               10  PDC-CARGO           PIC X(10).
               10  PDC-TIPO            PIC X(01).
               10  PDC-REQUISITO       PIC X(10).
               10  PDC-DATA-VALIDADE   PIC 9(08).
               10  PDC-SITUACAO        PIC X(01).
                   88  PDC-VENCIDO         VALUE "V".
                   88  PDC-SEM-REGISTRO    VALUE "S".
                   88  PDC-A-VENCER        VALUE "A".
               10  PDC-IMPRESSO        PIC X(01).
                   88  PDC-JA-IMPRESSO     VALUE "S".
       01  WS-IDX-PDC                  PIC 9(04).
       01  WS-IDX-SEM-CADASTRO         PIC 9(04).
       01  WS-PENDENCIAS-PERDIDAS      PIC 9(05) VALUE 0.

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
           05  WS-TOT-VENCIDOS         PIC 9(04).
           05  WS-TOT-A-VENCER         PIC 9(04).
       01  WS-QTD-SETORES-IMPRESSOS    PIC 9(02) VALUE 0.
       01  WS-TOTAIS-GERAIS.
           05  WS-QTD-FUNCIONARIOS     PIC 9(05) VALUE 0.
           05  WS-QTD-VENCIDOS         PIC 9(05) VALUE 0.
           05  WS-QTD-A-VENCER         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                + WS-DIAS-AVISO).
           PERFORM CARREGAR-CARGOS.
           PERFORM CARREGAR-CERTIFICACOES.
           PERFORM CARREGAR-SETORES.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM CONFERIR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-UM-SETOR-CADASTRADO
               VARYING WS-IDX-SST FROM 1 BY 1
               UNTIL WS-IDX-SST > WS-QTD-SETORES.
           PERFORM IMPRIMIR-SETORES-SEM-CADASTRO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL - FUNCIONARIOS CONFERIDOS "
               WS-QTD-FUNCIONARIOS
               " VENCIDOS " WS-QTD-VENCIDOS
               " A VENCER " WS-QTD-A-VENCER
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-PENDENCIAS-PERDIDAS > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "** " WS-PENDENCIAS-PERDIDAS
                   " PENDENCIAS NAO COUBERAM NA TABELA (5000) **"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           DISPLAY "EXAMES E TREINAMENTOS " WS-DATA-HOJE
               " - VENCIDOS: " WS-QTD-VENCIDOS
               " - A VENCER EM 60 DIAS: " WS-QTD-A-VENCER
               " - SETORES: " WS-QTD-SETORES-IMPRESSOS.
           IF WS-QTD-VENCIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS REQUISITOS, DAS REALIZACOES E DOS SETORES.
      *--------------------------------------------------------------*
       CARREGAR-CARGOS.
           OPEN INPUT ARQ-CARGOS.
           IF WS-STATUS-CARGOS = "00"
               PERFORM LER-CARGO
               PERFORM GUARDAR-UM-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
           END-IF.

       LER-CARGO.
           READ ARQ-CARGOS
               AT END SET FIM-CARGOS TO TRUE
           END-READ.

       GUARDAR-UM-CARGO.
           IF WS-QTD-CARGOS < 50
               ADD 1 TO WS-QTD-CARGOS
               MOVE CRG-CODIGO TO CRQ-CARGO (WS-QTD-CARGOS)
               PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                       UNTIL WS-IDX-REQ > 5
                   MOVE CRG-REQ-TIPO (WS-IDX-REQ)
                       TO CRQ-REQ-TIPO (WS-QTD-CARGOS, WS-IDX-REQ)
                   MOVE CRG-REQ-CODIGO (WS-IDX-REQ)
                       TO CRQ-REQ-CODIGO (WS-QTD-CARGOS, WS-IDX-REQ)
               END-PERFORM
           END-IF.
           PERFORM LER-CARGO.

       CARREGAR-CERTIFICACOES.
           OPEN INPUT ARQ-CERTIFICACOES.
           IF WS-STATUS-CERTIFICACOES = "00"
               PERFORM LER-CERTIFICACAO
               PERFORM GUARDAR-UMA-CERTIFICACAO
                   UNTIL FIM-CERTIFICACOES
               CLOSE ARQ-CERTIFICACOES
           END-IF.

       LER-CERTIFICACAO.
           READ ARQ-CERTIFICACOES
               AT END SET FIM-CERTIFICACOES TO TRUE
           END-READ.

       GUARDAR-UMA-CERTIFICACAO.
           IF WS-QTD-CERTIFICACOES < 5000
               AND CER-DATA-VALIDADE IS NUMERIC
               ADD 1 TO WS-QTD-CERTIFICACOES
               MOVE CER-CODIGO
                   TO CEV-CODIGO (WS-QTD-CERTIFICACOES)
               MOVE CER-REQUISITO
                   TO CEV-REQUISITO (WS-QTD-CERTIFICACOES)
               MOVE CER-DATA-VALIDADE
                   TO CEV-DATA-VALIDADE (WS-QTD-CERTIFICACOES)
           END-IF.
           PERFORM LER-CERTIFICACAO.

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
      *    CADA FUNCIONARIO NAO INATIVO CONTRA OS REQUISITOS DO CARGO.
      *--------------------------------------------------------------*
       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       CONFERIR-UM-FUNCIONARIO.
           IF NOT SITUACAO-INATIVA AND CARGO NOT = SPACES
               MOVE 0 TO WS-IDX-CRQ-ACHADO
               PERFORM VARYING WS-IDX-CRQ FROM 1 BY 1
                       UNTIL WS-IDX-CRQ > WS-QTD-CARGOS
                   IF CRQ-CARGO (WS-IDX-CRQ) = CARGO
                       MOVE WS-IDX-CRQ TO WS-IDX-CRQ-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-CRQ-ACHADO > 0
                   ADD 1 TO WS-QTD-FUNCIONARIOS
                   PERFORM CONFERIR-UM-REQUISITO
                       VARYING WS-IDX-REQ FROM 1 BY 1
                       UNTIL WS-IDX-REQ > 5
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       CONFERIR-UM-REQUISITO.
           IF CRQ-REQ-TIPO (WS-IDX-CRQ-ACHADO, WS-IDX-REQ) NOT = SPACE
               MOVE "N" TO WS-ACHOU-REALIZACAO
               MOVE 0 TO WS-VALIDADE-ACHADA
               PERFORM VARYING WS-IDX-CEV FROM 1 BY 1
                       UNTIL WS-IDX-CEV > WS-QTD-CERTIFICACOES
                          OR ACHOU-A-REALIZACAO
                   IF CEV-CODIGO (WS-IDX-CEV) = CODIGO
                       AND CEV-REQUISITO (WS-IDX-CEV) =
                           CRQ-REQ-CODIGO (WS-IDX-CRQ-ACHADO,
                                           WS-IDX-REQ)
                       SET ACHOU-A-REALIZACAO TO TRUE
                       MOVE CEV-DATA-VALIDADE (WS-IDX-CEV)
                           TO WS-VALIDADE-ACHADA
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN NOT ACHOU-A-REALIZACAO
                       PERFORM GUARDAR-UMA-PENDENCIA
                       IF WS-IDX-PDC > 0
                           SET PDC-SEM-REGISTRO (WS-IDX-PDC) TO TRUE
                       END-IF
                       ADD 1 TO WS-QTD-VENCIDOS
                   WHEN WS-VALIDADE-ACHADA < WS-DATA-HOJE
                       PERFORM GUARDAR-UMA-PENDENCIA
                       IF WS-IDX-PDC > 0
                           SET PDC-VENCIDO (WS-IDX-PDC) TO TRUE
                       END-IF
                       ADD 1 TO WS-QTD-VENCIDOS
                   WHEN WS-VALIDADE-ACHADA NOT > WS-DATA-LIMITE-AVISO
                       PERFORM GUARDAR-UMA-PENDENCIA
                       IF WS-IDX-PDC > 0
                           SET PDC-A-VENCER (WS-IDX-PDC) TO TRUE
                       END-IF
                       ADD 1 TO WS-QTD-A-VENCER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       GUARDAR-UMA-PENDENCIA.
           IF WS-QTD-PENDENCIAS < 5000
               ADD 1 TO WS-QTD-PENDENCIAS
               MOVE WS-QTD-PENDENCIAS TO WS-IDX-PDC
               MOVE CODIGO TO PDC-CODIGO (WS-IDX-PDC)
               MOVE NOME   TO PDC-NOME (WS-IDX-PDC)
               MOVE SETOR  TO PDC-SETOR (WS-IDX-PDC)
               MOVE CARGO  TO PDC-CARGO (WS-IDX-PDC)
               MOVE CRQ-REQ-TIPO (WS-IDX-CRQ-ACHADO, WS-IDX-REQ)
                   TO PDC-TIPO (WS-IDX-PDC)
               MOVE CRQ-REQ-CODIGO (WS-IDX-CRQ-ACHADO, WS-IDX-REQ)
                   TO PDC-REQUISITO (WS-IDX-PDC)
               MOVE WS-VALIDADE-ACHADA TO PDC-DATA-VALIDADE (WS-IDX-PDC)
               MOVE "N" TO PDC-IMPRESSO (WS-IDX-PDC)
           ELSE
               MOVE 0 TO WS-IDX-PDC
               ADD 1 TO WS-PENDENCIAS-PERDIDAS
           END-IF.

      *--------------------------------------------------------------*
      *    IMPRESSAO - UM BLOCO POR SETOR DO CADASTRO QUE TENHA
      *    PENDENCIA, ENCABECADO PELO GERENTE; DEPOIS OS SETORES QUE
      *    NAO ESTAO NO CADASTRO.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXAMES E TREINAMENTOS VENCIDOS E A VENCER ATE "
               WS-DATA-LIMITE-AVISO " - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CODIGO NOME        CARGO      T REQUISITO  "
               "VALIDADE S V/S=VENCIDO A=A VENCER"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-SETOR-CADASTRADO.
           MOVE SST-CODIGO (WS-IDX-SST) TO WS-SETOR-DO-BLOCO.
           PERFORM SOMAR-TOTAIS-DO-SETOR.
           IF WS-TOT-VENCIDOS > 0 OR WS-TOT-A-VENCER > 0
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
                   UNTIL WS-IDX-SEM-CADASTRO > WS-QTD-PENDENCIAS
               IF NOT PDC-JA-IMPRESSO (WS-IDX-SEM-CADASTRO)
                   MOVE PDC-SETOR (WS-IDX-SEM-CADASTRO)
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
           PERFORM VARYING WS-IDX-PDC FROM 1 BY 1
                   UNTIL WS-IDX-PDC > WS-QTD-PENDENCIAS
               IF PDC-SETOR (WS-IDX-PDC) = WS-SETOR-DO-BLOCO
                   IF PDC-A-VENCER (WS-IDX-PDC)
                       ADD 1 TO WS-TOT-A-VENCER
                   ELSE
                       ADD 1 TO WS-TOT-VENCIDOS
                   END-IF
               END-IF
           END-PERFORM.

       IMPRIMIR-BLOCO-DO-SETOR.
           ADD 1 TO WS-QTD-SETORES-IMPRESSOS.
           PERFORM IMPRIMIR-UMA-PENDENCIA
               VARYING WS-IDX-PDC FROM 1 BY 1
               UNTIL WS-IDX-PDC > WS-QTD-PENDENCIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO SETOR - VENCIDOS " WS-TOT-VENCIDOS
               " A VENCER " WS-TOT-A-VENCER
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-PENDENCIA.
           IF PDC-SETOR (WS-IDX-PDC) = WS-SETOR-DO-BLOCO
               AND NOT PDC-JA-IMPRESSO (WS-IDX-PDC)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " PDC-CODIGO (WS-IDX-PDC)
                   "  " PDC-NOME (WS-IDX-PDC)
                   "  " PDC-CARGO (WS-IDX-PDC)
                   " " PDC-TIPO (WS-IDX-PDC)
                   " " PDC-REQUISITO (WS-IDX-PDC)
                   " " PDC-DATA-VALIDADE (WS-IDX-PDC)
                   " " PDC-SITUACAO (WS-IDX-PDC)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               SET PDC-JA-IMPRESSO (WS-IDX-PDC) TO TRUE
           END-IF.

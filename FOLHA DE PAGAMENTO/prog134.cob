       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG134.
      *     PAGAMENTOS DA COMPETENCIA POR FUNCIONARIO.
      *     LE O REGISTRO UNICO DE PAGAMENTOS (PAGTOREG) E LISTA
      *     (RELPAGTO), EM ORDEM DE CODIGO, TUDO O QUE FOI CREDITADO A
      *     CADA FUNCIONARIO NA COMPETENCIA - FOLHA, ADIANTAMENTO, 13O,
      *     FERIAS, PLR, COMPLEMENTAR, RESCISAO E REEMBOLSO - COM A
      *     CONTA, A DATA, A SITUACAO E O PROGRAMA QUE GEROU.
      *
      *     O MESMO TIPO DE PAGAMENTO VINDO DE DUAS RODADAS DIFERENTES
      *     (PROGRAMA OU DATA/HORA DE GERACAO) PARA O MESMO CODIGO NA
      *     COMPETENCIA SAI MARCADO "DUPLICADO" E O PROGRAMA TERMINA
      *     COM RETURN-CODE 4. CREDITO NAO REMETIDO NAO CONTA PARA A
      *     DUPLICIDADE, MAS E LISTADO. O CARTAO OPCIONAL FOLHADTA
      *     INFORMA A COMPETENCIA; SEM ELE, VALE A DO DIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-RELATORIO ASSIGN TO "RELPAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-REGISTRO          PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).

       01  WS-FIM-REGISTRO             PIC X VALUE "N".
           88  FIM-REGISTRO                VALUE "S".

      *    CREDITOS DA COMPETENCIA, NA ORDEM DO PAGTOREG.
       01  WS-QTD-CREDITOS             PIC 9(04) VALUE 0.
       01  TAB-CREDITOS.
           05  CRD-ITEM OCCURS 3000 TIMES.
               10  CRD-CODIGO          PIC 9(05).
               10  CRD-TIPO            PIC X(01).
               10  CRD-VALOR           PIC 9(6)V9(2).
               10  CRD-DATA-PAGAMENTO  PIC 9(08).
               10  CRD-BANCO           PIC 9(03).
               10  CRD-AGENCIA         PIC 9(04).
               10  CRD-CONTA           PIC 9(08).
               10  CRD-DIGITO          PIC X(01).
               10  CRD-SITUACAO        PIC X(01).
               10  CRD-PROGRAMA        PIC X(08).
               10  CRD-DATA-GERACAO    PIC 9(08).
               10  CRD-HORA-GERACAO    PIC 9(08).
               10  CRD-DUPLICADO       PIC X(01).
               10  CRD-IMPRESSO        PIC X(01).
       01  WS-IDX-CRD                  PIC 9(04).
       01  WS-IDX-OUTRO                PIC 9(04).
       01  WS-QTD-DESPREZADOS          PIC 9(05) VALUE 0.

       01  WS-CODIGO-DA-VEZ            PIC 9(05).
       01  WS-TEM-PENDENTE             PIC X VALUE "N".
           88  TEM-PENDENTE                VALUE "S".
       01  WS-FUNC-COM-DUPLICADO       PIC X VALUE "N".
           88  FUNC-COM-DUPLICADO          VALUE "S".

       01  WS-NOME-DA-VEZ              PIC X(10).
       01  WS-SETOR-DA-VEZ             PIC X(10).
       01  WS-DESCRICAO-TIPO           PIC X(12).
       01  WS-DESCRICAO-SITUACAO       PIC X(10).
       01  WS-MARCA-DUPLICADO          PIC X(09).

       01  WS-QTD-FUNC                 PIC 9(03).
       01  WS-TOTAL-FUNC               PIC 9(8)V9(2).
       01  WS-QTD-FUNCIONARIOS         PIC 9(05) VALUE 0.
       01  WS-QTD-FUNC-DUPLICADOS      PIC 9(05) VALUE 0.
       01  WS-QTD-DUPLICADOS           PIC 9(05) VALUE 0.
       01  WS-QTD-NAO-REMETIDOS        PIC 9(05) VALUE 0.
       01  WS-TOTAL-NAO-REMETIDO       PIC 9(8)V9(2) VALUE 0.
       01  WS-TOTAL-GERAL              PIC 9(8)V9(2) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
           PERFORM CARREGAR-CREDITOS.
           PERFORM MARCAR-DUPLICADOS.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "PAGAMENTOS DA COMPETENCIA " WS-COMPETENCIA
               " - CREDITOS: " WS-QTD-CREDITOS
               " - TOTAL: " WS-TOTAL-GERAL.
           IF WS-QTD-DESPREZADOS > 0
               DISPLAY "PAGAMENTOS - CREDITOS ALEM DA CAPACIDADE DA "
                   "TABELA, FORA DO RELATORIO: " WS-QTD-DESPREZADOS
           END-IF.
           IF WS-QTD-DUPLICADOS > 0
               DISPLAY "PAGAMENTOS - CREDITOS EM DUPLICIDADE: "
                   WS-QTD-DUPLICADOS " DE " WS-QTD-FUNC-DUPLICADOS
                   " FUNCIONARIOS"
               MOVE 4 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

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
      *    CARGA DOS CREDITOS DA COMPETENCIA DO REGISTRO UNICO.
      *--------------------------------------------------------------*
       CARREGAR-CREDITOS.
           OPEN INPUT ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "00"
               PERFORM LER-REGISTRO
               PERFORM GUARDAR-UM-CREDITO UNTIL FIM-REGISTRO
               CLOSE ARQ-REGISTRO-PAGTOS
           END-IF.

       LER-REGISTRO.
           READ ARQ-REGISTRO-PAGTOS
               AT END SET FIM-REGISTRO TO TRUE
           END-READ.

       GUARDAR-UM-CREDITO.
           IF PGR-COMPETENCIA = WS-COMPETENCIA
               IF WS-QTD-CREDITOS < 3000
                   ADD 1 TO WS-QTD-CREDITOS
                   MOVE WS-QTD-CREDITOS TO WS-IDX-CRD
                   MOVE PGR-CODIGO    TO CRD-CODIGO (WS-IDX-CRD)
                   MOVE PGR-TIPO-PAGAMENTO TO CRD-TIPO (WS-IDX-CRD)
                   MOVE PGR-VALOR     TO CRD-VALOR (WS-IDX-CRD)
                   MOVE PGR-DATA-PAGAMENTO
                       TO CRD-DATA-PAGAMENTO (WS-IDX-CRD)
                   MOVE PGR-BANCO     TO CRD-BANCO (WS-IDX-CRD)
                   MOVE PGR-AGENCIA   TO CRD-AGENCIA (WS-IDX-CRD)
                   MOVE PGR-CONTA     TO CRD-CONTA (WS-IDX-CRD)
                   MOVE PGR-DIGITO    TO CRD-DIGITO (WS-IDX-CRD)
                   MOVE PGR-SITUACAO  TO CRD-SITUACAO (WS-IDX-CRD)
                   MOVE PGR-PROGRAMA  TO CRD-PROGRAMA (WS-IDX-CRD)
                   MOVE PGR-DATA-GERACAO
                       TO CRD-DATA-GERACAO (WS-IDX-CRD)
                   MOVE PGR-HORA-GERACAO
                       TO CRD-HORA-GERACAO (WS-IDX-CRD)
                   MOVE "N" TO CRD-DUPLICADO (WS-IDX-CRD)
                   MOVE "N" TO CRD-IMPRESSO (WS-IDX-CRD)
               ELSE
                   ADD 1 TO WS-QTD-DESPREZADOS
               END-IF
           END-IF.
           PERFORM LER-REGISTRO.

      *--------------------------------------------------------------*
      *    DUPLICIDADE - MESMO CODIGO E TIPO, RODADAS DIFERENTES,
      *    OS DOIS CREDITOS PAGOS (REMETIDOS OU PAGOS FORA).
      *--------------------------------------------------------------*
       MARCAR-DUPLICADOS.
           MOVE 1 TO WS-IDX-CRD.
           PERFORM MARCAR-DUPLICADO-DE-UM
               UNTIL WS-IDX-CRD > WS-QTD-CREDITOS.

       MARCAR-DUPLICADO-DE-UM.
           IF CRD-SITUACAO (WS-IDX-CRD) NOT = "N"
               MOVE 1 TO WS-IDX-OUTRO
               PERFORM COMPARAR-COM-OUTRO-CREDITO
                   UNTIL WS-IDX-OUTRO > WS-QTD-CREDITOS
           END-IF.
           ADD 1 TO WS-IDX-CRD.

       COMPARAR-COM-OUTRO-CREDITO.
           IF WS-IDX-OUTRO NOT = WS-IDX-CRD
               AND CRD-SITUACAO (WS-IDX-OUTRO) NOT = "N"
               AND CRD-CODIGO (WS-IDX-OUTRO) = CRD-CODIGO (WS-IDX-CRD)
               AND CRD-TIPO (WS-IDX-OUTRO) = CRD-TIPO (WS-IDX-CRD)
               IF CRD-PROGRAMA (WS-IDX-OUTRO)
                       NOT = CRD-PROGRAMA (WS-IDX-CRD)
                   OR CRD-DATA-GERACAO (WS-IDX-OUTRO)
                       NOT = CRD-DATA-GERACAO (WS-IDX-CRD)
                   OR CRD-HORA-GERACAO (WS-IDX-OUTRO)
                       NOT = CRD-HORA-GERACAO (WS-IDX-CRD)
                   MOVE "S" TO CRD-DUPLICADO (WS-IDX-CRD)
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-OUTRO.

      *--------------------------------------------------------------*
      *    RELATORIO (RELPAGTO) - UM BLOCO POR FUNCIONARIO, EM ORDEM
      *    DE CODIGO, COM O TOTAL CREDITADO NA COMPETENCIA.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAGAMENTOS POR FUNCIONARIO - COMPETENCIA "
               WS-COMPETENCIA " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM PROCURAR-MENOR-CODIGO.
           PERFORM IMPRIMIR-UM-FUNCIONARIO UNTIL NOT TEM-PENDENTE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL CREDITADO NA COMPETENCIA . . " WS-TOTAL-GERAL
               " (" WS-QTD-CREDITOS " CREDITOS, " WS-QTD-FUNCIONARIOS
               " FUNCIONARIOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CREDITOS NAO REMETIDOS . . . . . . "
               WS-TOTAL-NAO-REMETIDO " (" WS-QTD-NAO-REMETIDOS
               " CREDITOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CREDITOS EM DUPLICIDADE. . . . . . "
               WS-QTD-DUPLICADOS " (" WS-QTD-FUNC-DUPLICADOS
               " FUNCIONARIOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           CLOSE FUNCIONARIO-MASTER.

       PROCURAR-MENOR-CODIGO.
           MOVE "N" TO WS-TEM-PENDENTE.
           MOVE 99999 TO WS-CODIGO-DA-VEZ.
           MOVE 1 TO WS-IDX-CRD.
           PERFORM COMPARAR-CODIGO-PENDENTE
               UNTIL WS-IDX-CRD > WS-QTD-CREDITOS.

       COMPARAR-CODIGO-PENDENTE.
           IF CRD-IMPRESSO (WS-IDX-CRD) = "N"
               AND (NOT TEM-PENDENTE
                   OR CRD-CODIGO (WS-IDX-CRD) < WS-CODIGO-DA-VEZ)
               SET TEM-PENDENTE TO TRUE
               MOVE CRD-CODIGO (WS-IDX-CRD) TO WS-CODIGO-DA-VEZ
           END-IF.
           ADD 1 TO WS-IDX-CRD.

       IMPRIMIR-UM-FUNCIONARIO.
           MOVE SPACES TO WS-NOME-DA-VEZ.
           MOVE SPACES TO WS-SETOR-DA-VEZ.
           MOVE WS-CODIGO-DA-VEZ TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "(SEM CAD.)" TO WS-NOME-DA-VEZ
               NOT INVALID KEY
                   MOVE NOME  TO WS-NOME-DA-VEZ
                   MOVE SETOR TO WS-SETOR-DA-VEZ
           END-READ.
           MOVE 0 TO WS-QTD-FUNC.
           MOVE 0 TO WS-TOTAL-FUNC.
           MOVE "N" TO WS-FUNC-COM-DUPLICADO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIO " WS-CODIGO-DA-VEZ " " WS-NOME-DA-VEZ
               " SETOR " WS-SETOR-DA-VEZ
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-CRD.
           PERFORM IMPRIMIR-UM-CREDITO
               UNTIL WS-IDX-CRD > WS-QTD-CREDITOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO FUNCIONARIO. . . . . . " WS-TOTAL-FUNC
               " (" WS-QTD-FUNC " CREDITOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           IF FUNC-COM-DUPLICADO
               ADD 1 TO WS-QTD-FUNC-DUPLICADOS
           END-IF.
           PERFORM PROCURAR-MENOR-CODIGO.

       IMPRIMIR-UM-CREDITO.
           IF CRD-IMPRESSO (WS-IDX-CRD) = "N"
               AND CRD-CODIGO (WS-IDX-CRD) = WS-CODIGO-DA-VEZ
               PERFORM DESCREVER-CREDITO
               MOVE SPACES TO LINHA-RELATORIO
               STRING " " WS-DESCRICAO-TIPO " " CRD-VALOR (WS-IDX-CRD)
                   " " CRD-DATA-PAGAMENTO (WS-IDX-CRD)
                   " " CRD-BANCO (WS-IDX-CRD)
                   "/" CRD-AGENCIA (WS-IDX-CRD)
                   "/" CRD-CONTA (WS-IDX-CRD)
                   "-" CRD-DIGITO (WS-IDX-CRD)
                   " " WS-DESCRICAO-SITUACAO
                   " " CRD-PROGRAMA (WS-IDX-CRD)
                   WS-MARCA-DUPLICADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE "S" TO CRD-IMPRESSO (WS-IDX-CRD)
               ADD 1 TO WS-QTD-FUNC
               ADD CRD-VALOR (WS-IDX-CRD) TO WS-TOTAL-FUNC
               ADD CRD-VALOR (WS-IDX-CRD) TO WS-TOTAL-GERAL
               IF CRD-SITUACAO (WS-IDX-CRD) = "N"
                   ADD 1 TO WS-QTD-NAO-REMETIDOS
                   ADD CRD-VALOR (WS-IDX-CRD) TO WS-TOTAL-NAO-REMETIDO
               END-IF
               IF CRD-DUPLICADO (WS-IDX-CRD) = "S"
                   ADD 1 TO WS-QTD-DUPLICADOS
                   SET FUNC-COM-DUPLICADO TO TRUE
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-CRD.

       DESCREVER-CREDITO.
           EVALUATE CRD-TIPO (WS-IDX-CRD)
               WHEN "M" MOVE "FOLHA MENSAL" TO WS-DESCRICAO-TIPO
               WHEN "A" MOVE "ADIANTAMENTO" TO WS-DESCRICAO-TIPO
               WHEN "T" MOVE "13O SALARIO " TO WS-DESCRICAO-TIPO
               WHEN "F" MOVE "FERIAS      " TO WS-DESCRICAO-TIPO
               WHEN "P" MOVE "PLR         " TO WS-DESCRICAO-TIPO
               WHEN "C" MOVE "COMPLEMENTAR" TO WS-DESCRICAO-TIPO
               WHEN "R" MOVE "RESCISAO    " TO WS-DESCRICAO-TIPO
               WHEN "D" MOVE "REEMBOLSO   " TO WS-DESCRICAO-TIPO
               WHEN OTHER
                   MOVE SPACES TO WS-DESCRICAO-TIPO
                   STRING "TIPO " CRD-TIPO (WS-IDX-CRD)
                       DELIMITED BY SIZE INTO WS-DESCRICAO-TIPO
                   END-STRING
           END-EVALUATE.
           EVALUATE CRD-SITUACAO (WS-IDX-CRD)
               WHEN "R" MOVE "REMETIDO"     TO WS-DESCRICAO-SITUACAO
               WHEN "F" MOVE "PAGO FORA"    TO WS-DESCRICAO-SITUACAO
               WHEN "N" MOVE "NAO REMET." TO WS-DESCRICAO-SITUACAO
               WHEN OTHER MOVE SPACES       TO WS-DESCRICAO-SITUACAO
           END-EVALUATE.
           IF CRD-DUPLICADO (WS-IDX-CRD) = "S"
               MOVE "DUPLICADO" TO WS-MARCA-DUPLICADO
           ELSE
               MOVE SPACES TO WS-MARCA-DUPLICADO
           END-IF.

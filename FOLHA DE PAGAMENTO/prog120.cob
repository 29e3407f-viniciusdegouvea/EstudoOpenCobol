       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG120.
      *     REPASSE DA CONTRIBUICAO SINDICAL POR SINDICATO.
      *     LE O FOLHAHIST DA COMPETENCIA (ULTIMO CALCULO NORMAL DE
      *     CADA CODIGO) E LISTA (RELSIND), PARA CADA SINDICATO DO
      *     CADASTRO (SINDICAT), O CNPJ E A CONTA DO REPASSE, OS
      *     FUNCIONARIOS DESCONTADOS COM O VALOR, O SUBTOTAL DE CADA
      *     EMPRESA E O TOTAL A REPASSAR NA COMPETENCIA.
      *
      *     A EMPRESA VEM DO MESTRE. CONTRIBUICAO DE SINDICATO QUE
      *     SAIU DO CADASTRO DEPOIS DO CALCULO NAO TEM PARA ONDE IR -
      *     E CONTADA NO FIM PARA O RH CONFERIR. O CARTAO OPCIONAL
      *     FOLHADTA INFORMA A COMPETENCIA; SEM ELE, VALE A DO DIA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-SINDICATOS ASSIGN TO "SINDICAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDICATOS.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-RELATORIO ASSIGN TO "RELSIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-SINDICATOS.
       COPY CPSINDIC.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-SINDICATOS        PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-SINDICATOS           PIC X VALUE "N".
           88  FIM-SINDICATOS              VALUE "S".

      *    CODIGO -> EMPRESA, DO MESTRE.
       01  WS-QTD-FUNCS                PIC 9(03) VALUE 0.
       01  TAB-FUNC-EMPRESA.
           05  FEM-ITEM OCCURS 500 TIMES.
               10  FEM-CODIGO          PIC 9(05).
               10  FEM-EMPRESA         PIC 9(03).
       01  WS-IDX-FEM                  PIC 9(03).

      *    CADASTRO DE SINDICATOS - ORDEM DO RELATORIO.
       01  WS-QTD-SINDICATOS           PIC 9(02) VALUE 0.
       01  TAB-SINDICATOS.
           05  SNR-ITEM OCCURS 20 TIMES.
               10  SNR-CODIGO          PIC 9(03).
               10  SNR-NOME            PIC X(20).
               10  SNR-CNPJ            PIC 9(14).
               10  SNR-BANCO           PIC 9(03).
               10  SNR-AGENCIA         PIC 9(04).
               10  SNR-CONTA           PIC 9(08).
               10  SNR-DIGITO          PIC X(01).
       01  WS-IDX-SNR                  PIC 9(02).

      *    ULTIMO CALCULO NORMAL DE CADA CODIGO NA COMPETENCIA.
       01  WS-QTD-CONTRIBUICOES        PIC 9(03) VALUE 0.
       01  TAB-CONTRIBUICOES.
           05  CTB-ITEM OCCURS 500 TIMES.
               10  CTB-CODIGO          PIC 9(05).
               10  CTB-NOME            PIC X(10).
               10  CTB-SETOR           PIC X(10).
               10  CTB-EMPRESA         PIC 9(03).
               10  CTB-SINDICATO       PIC 9(03).
               10  CTB-VALOR           PIC 9(6)V9(2).
               10  CTB-REPASSADA       PIC X(01).
       01  WS-IDX-CTB                  PIC 9(03).
       01  WS-IDX-CTB-ACHADO           PIC 9(03).

      *    EMPRESAS COM DESCONTO PARA O SINDICATO DA VEZ.
       01  WS-QTD-EMPRESAS-SIND        PIC 9(02) VALUE 0.
       01  TAB-EMPRESAS-SIND.
           05  EMS-EMPRESA OCCURS 20 TIMES
                                       PIC 9(03).
       01  WS-IDX-EMS                  PIC 9(02).
       01  WS-ACHOU-EMPRESA            PIC X VALUE "N".
           88  ACHOU-EMPRESA               VALUE "S".

       01  WS-QTD-EMPRESA              PIC 9(05).
       01  WS-TOTAL-EMPRESA            PIC 9(8)V9(2).
       01  WS-QTD-SINDICATO            PIC 9(05).
       01  WS-TOTAL-SINDICATO          PIC 9(8)V9(2).
       01  WS-TOTAL-GERAL              PIC 9(8)V9(2) VALUE 0.
       01  WS-QTD-SEM-CADASTRO         PIC 9(05) VALUE 0.
       01  WS-TOTAL-SEM-CADASTRO       PIC 9(8)V9(2) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
           PERFORM CARREGAR-FUNC-EMPRESA.
           PERFORM CARREGAR-SINDICATOS.
           PERFORM CARREGAR-DO-HISTORICO.
           PERFORM IMPRIMIR-RELATORIO.
           DISPLAY "REPASSE SINDICAL - COMPETENCIA " WS-COMPETENCIA
               " - TOTAL: " WS-TOTAL-GERAL.
           IF WS-QTD-SEM-CADASTRO > 0
               DISPLAY "REPASSE SINDICAL - CONTRIBUICOES SEM "
                   "SINDICATO NO CADASTRO: " WS-QTD-SEM-CADASTRO
                   " - VALOR: " WS-TOTAL-SEM-CADASTRO
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
      *    CARGA DA EMPRESA DE CADA FUNCIONARIO E DOS SINDICATOS.
      *--------------------------------------------------------------*
       CARREGAR-FUNC-EMPRESA.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GUARDAR-FUNC-EMPRESA UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-FUNC-EMPRESA.
           IF WS-QTD-FUNCS < 500
               ADD 1 TO WS-QTD-FUNCS
               MOVE CODIGO  TO FEM-CODIGO (WS-QTD-FUNCS)
               MOVE EMPRESA TO FEM-EMPRESA (WS-QTD-FUNCS)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       CARREGAR-SINDICATOS.
           OPEN INPUT ARQ-SINDICATOS.
           IF WS-STATUS-SINDICATOS = "00"
               PERFORM LER-SINDICATO
               PERFORM GUARDAR-UM-SINDICATO UNTIL FIM-SINDICATOS
               CLOSE ARQ-SINDICATOS
           END-IF.

       LER-SINDICATO.
           READ ARQ-SINDICATOS
               AT END SET FIM-SINDICATOS TO TRUE
           END-READ.

       GUARDAR-UM-SINDICATO.
           IF WS-QTD-SINDICATOS < 20
               ADD 1 TO WS-QTD-SINDICATOS
               MOVE SND-CODIGO  TO SNR-CODIGO (WS-QTD-SINDICATOS)
               MOVE SND-NOME    TO SNR-NOME (WS-QTD-SINDICATOS)
               MOVE SND-CNPJ    TO SNR-CNPJ (WS-QTD-SINDICATOS)
               MOVE SND-BANCO   TO SNR-BANCO (WS-QTD-SINDICATOS)
               MOVE SND-AGENCIA TO SNR-AGENCIA (WS-QTD-SINDICATOS)
               MOVE SND-CONTA   TO SNR-CONTA (WS-QTD-SINDICATOS)
               MOVE SND-DIGITO  TO SNR-DIGITO (WS-QTD-SINDICATOS)
           END-IF.
           PERFORM LER-SINDICATO.

      *--------------------------------------------------------------*
      *    FOLHA DA COMPETENCIA - O ULTIMO CALCULO NORMAL DE CADA
      *    CODIGO VALE (UM REPROCESSAMENTO SUBSTITUI O ANTERIOR).
      *    REGISTROS ANTIGOS, SEM OS CAMPOS SINDICAIS, FICAM ZERADOS.
      *--------------------------------------------------------------*
       CARREGAR-DO-HISTORICO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM GUARDAR-UM-HISTORICO UNTIL FIM-HISTORICO
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.

       LER-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       GUARDAR-UM-HISTORICO.
           IF FHS-COMPETENCIA = WS-COMPETENCIA
               AND FHS-TIPO-FOLHA = SPACE
               PERFORM GUARDAR-CONTRIBUICAO-DO-CODIGO
           END-IF.
           PERFORM LER-HISTORICO.

       GUARDAR-CONTRIBUICAO-DO-CODIGO.
           MOVE 0 TO WS-IDX-CTB-ACHADO.
           MOVE 1 TO WS-IDX-CTB.
           PERFORM LOCALIZAR-CONTRIBUICAO
               UNTIL WS-IDX-CTB > WS-QTD-CONTRIBUICOES.
           IF WS-IDX-CTB-ACHADO = 0 AND WS-QTD-CONTRIBUICOES < 500
               ADD 1 TO WS-QTD-CONTRIBUICOES
               MOVE WS-QTD-CONTRIBUICOES TO WS-IDX-CTB-ACHADO
               MOVE FHS-CODIGO TO CTB-CODIGO (WS-IDX-CTB-ACHADO)
               MOVE 0 TO CTB-EMPRESA (WS-IDX-CTB-ACHADO)
               MOVE 1 TO WS-IDX-FEM
               PERFORM BUSCAR-EMPRESA-DO-CODIGO
                   UNTIL WS-IDX-FEM > WS-QTD-FUNCS
           END-IF.
           IF WS-IDX-CTB-ACHADO > 0
               MOVE FHS-NOME  TO CTB-NOME (WS-IDX-CTB-ACHADO)
               MOVE FHS-SETOR TO CTB-SETOR (WS-IDX-CTB-ACHADO)
               MOVE "N" TO CTB-REPASSADA (WS-IDX-CTB-ACHADO)
               MOVE 0 TO CTB-SINDICATO (WS-IDX-CTB-ACHADO)
               MOVE 0 TO CTB-VALOR (WS-IDX-CTB-ACHADO)
               IF FHS-SINDICATO IS NUMERIC
                   AND FHS-CONTRIB-SINDICAL IS NUMERIC
                   MOVE FHS-SINDICATO
                       TO CTB-SINDICATO (WS-IDX-CTB-ACHADO)
                   MOVE FHS-CONTRIB-SINDICAL
                       TO CTB-VALOR (WS-IDX-CTB-ACHADO)
               END-IF
           END-IF.

       LOCALIZAR-CONTRIBUICAO.
           IF CTB-CODIGO (WS-IDX-CTB) = FHS-CODIGO
               MOVE WS-IDX-CTB TO WS-IDX-CTB-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-CTB.

       BUSCAR-EMPRESA-DO-CODIGO.
           IF FEM-CODIGO (WS-IDX-FEM) = FHS-CODIGO
               MOVE FEM-EMPRESA (WS-IDX-FEM)
                   TO CTB-EMPRESA (WS-IDX-CTB-ACHADO)
           END-IF.
           ADD 1 TO WS-IDX-FEM.

      *--------------------------------------------------------------*
      *    RELATORIO (RELSIND) - UM BLOCO POR SINDICATO, COM OS
      *    FUNCIONARIOS AGRUPADOS POR EMPRESA.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REPASSE DE CONTRIBUICAO SINDICAL - COMPETENCIA "
               WS-COMPETENCIA " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-SNR.
           PERFORM IMPRIMIR-UM-SINDICATO
               UNTIL WS-IDX-SNR > WS-QTD-SINDICATOS.
           MOVE 1 TO WS-IDX-CTB.
           PERFORM CONTAR-SEM-CADASTRO
               UNTIL WS-IDX-CTB > WS-QTD-CONTRIBUICOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL A REPASSAR . . . . . . " WS-TOTAL-GERAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-SEM-CADASTRO > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "SINDICATO FORA DO CADASTRO . . . . "
                   WS-TOTAL-SEM-CADASTRO " (" WS-QTD-SEM-CADASTRO
                   " FUNCIONARIOS)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-UM-SINDICATO.
           MOVE 0 TO WS-QTD-SINDICATO.
           MOVE 0 TO WS-TOTAL-SINDICATO.
           MOVE 0 TO WS-QTD-EMPRESAS-SIND.
           MOVE 1 TO WS-IDX-CTB.
           PERFORM GUARDAR-EMPRESA-DO-SINDICATO
               UNTIL WS-IDX-CTB > WS-QTD-CONTRIBUICOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SINDICATO " SNR-CODIGO (WS-IDX-SNR)
               " " SNR-NOME (WS-IDX-SNR)
               " CNPJ " SNR-CNPJ (WS-IDX-SNR)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CREDITO BANCO " SNR-BANCO (WS-IDX-SNR)
               " AGENCIA " SNR-AGENCIA (WS-IDX-SNR)
               " CONTA " SNR-CONTA (WS-IDX-SNR)
               "-" SNR-DIGITO (WS-IDX-SNR)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-EMS.
           PERFORM IMPRIMIR-UMA-EMPRESA
               UNTIL WS-IDX-EMS > WS-QTD-EMPRESAS-SIND.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO SINDICATO . . . . . . . "
               WS-TOTAL-SINDICATO " (" WS-QTD-SINDICATO " FUNCIONARIOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD WS-TOTAL-SINDICATO TO WS-TOTAL-GERAL.
           ADD 1 TO WS-IDX-SNR.

       GUARDAR-EMPRESA-DO-SINDICATO.
           IF CTB-SINDICATO (WS-IDX-CTB) = SNR-CODIGO (WS-IDX-SNR)
               AND CTB-VALOR (WS-IDX-CTB) > 0
               MOVE "N" TO WS-ACHOU-EMPRESA
               MOVE 1 TO WS-IDX-EMS
               PERFORM COMPARAR-EMPRESA-DO-SINDICATO
                   UNTIL WS-IDX-EMS > WS-QTD-EMPRESAS-SIND
               IF NOT ACHOU-EMPRESA AND WS-QTD-EMPRESAS-SIND < 20
                   ADD 1 TO WS-QTD-EMPRESAS-SIND
                   MOVE CTB-EMPRESA (WS-IDX-CTB)
                       TO EMS-EMPRESA (WS-QTD-EMPRESAS-SIND)
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-CTB.

       COMPARAR-EMPRESA-DO-SINDICATO.
           IF EMS-EMPRESA (WS-IDX-EMS) = CTB-EMPRESA (WS-IDX-CTB)
               SET ACHOU-EMPRESA TO TRUE
           END-IF.
           ADD 1 TO WS-IDX-EMS.

       IMPRIMIR-UMA-EMPRESA.
           MOVE 0 TO WS-QTD-EMPRESA.
           MOVE 0 TO WS-TOTAL-EMPRESA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  EMPRESA " EMS-EMPRESA (WS-IDX-EMS)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-CTB.
           PERFORM IMPRIMIR-UMA-CONTRIBUICAO
               UNTIL WS-IDX-CTB > WS-QTD-CONTRIBUICOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    SUBTOTAL DA EMPRESA. . . . . . " WS-TOTAL-EMPRESA
               " (" WS-QTD-EMPRESA " FUNCIONARIOS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD WS-QTD-EMPRESA TO WS-QTD-SINDICATO.
           ADD WS-TOTAL-EMPRESA TO WS-TOTAL-SINDICATO.
           ADD 1 TO WS-IDX-EMS.

       IMPRIMIR-UMA-CONTRIBUICAO.
           IF CTB-SINDICATO (WS-IDX-CTB) = SNR-CODIGO (WS-IDX-SNR)
               AND CTB-EMPRESA (WS-IDX-CTB) = EMS-EMPRESA (WS-IDX-EMS)
               AND CTB-VALOR (WS-IDX-CTB) > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    " CTB-CODIGO (WS-IDX-CTB)
                   " " CTB-NOME (WS-IDX-CTB)
                   " " CTB-SETOR (WS-IDX-CTB)
                   " " CTB-VALOR (WS-IDX-CTB)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE "S" TO CTB-REPASSADA (WS-IDX-CTB)
               ADD 1 TO WS-QTD-EMPRESA
               ADD CTB-VALOR (WS-IDX-CTB) TO WS-TOTAL-EMPRESA
           END-IF.
           ADD 1 TO WS-IDX-CTB.

       CONTAR-SEM-CADASTRO.
           IF CTB-VALOR (WS-IDX-CTB) > 0
               AND CTB-REPASSADA (WS-IDX-CTB) NOT = "S"
               ADD 1 TO WS-QTD-SEM-CADASTRO
               ADD CTB-VALOR (WS-IDX-CTB) TO WS-TOTAL-SEM-CADASTRO
           END-IF.
           ADD 1 TO WS-IDX-CTB.

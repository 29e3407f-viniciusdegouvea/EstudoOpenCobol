      *     FECHAM COM O RELENCAR DO PROG51. FUNCIONARIO SEM CPF
      *     (DOCUMENTO ZERADO) NAO ENTRA NO ARQUIVO - VIRA EXCECAO,
      *     COMO AS DEMAIS REJEICOES DA SUITE.
      *
      *     A GUIA DE FGTS DE CADA EMPRESA (SOMA DOS DEPOSITOS, COM
      *     VENCIMENTO NO DIA 20 DO MES SEGUINTE) VAI TAMBEM PARA O
      *     REGISTRO DE GUIAS CALCULADAS (GUIACALC), CONTRA O QUAL A
      *     CONCILIACAO DOS PAGAMENTOS (PROG165) CONFERE.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REMESSA.

           SELECT ARQ-GUIAS-CALCULADAS ASSIGN TO "GUIACALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIACALC.

           SELECT ARQ-RELATORIO ASSIGN TO "RELFGTSR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
       FD  ARQ-REMESSA-E5.
       01  REG-REMESSA-E5              PIC X(50).

       FD  ARQ-GUIAS-CALCULADAS.
       COPY CPGUIACL.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       01  WS-STATUS-DEPOSITOS         PIC X(02).
       01  WS-STATUS-EMPRESAS          PIC X(02).
       01  WS-STATUS-REMESSA           PIC X(02).
       01  WS-STATUS-GUIACALC          PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).
       01  WS-VENCIMENTO               PIC 9(08).
       01  WS-COMP-SEGUINTE            PIC 9(06).
       01  FILLER REDEFINES WS-COMP-SEGUINTE.
           05  WS-SEG-ANO              PIC 9(04).
           05  WS-SEG-MES              PIC 9(02).

       01  WS-FIM-DEPOSITOS            PIC X VALUE "N".
           88  FIM-DEPOSITOS               VALUE "S".
               CLOSE ARQ-DEPOSITOS
           END-IF.
           PERFORM FECHAR-ARQUIVOS-DAS-EMPRESAS.
           PERFORM REGISTRAR-GUIAS-CALCULADAS.
           PERFORM IMPRIMIR-CONFERENCIA.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-EXCECOES.
               WHEN 5 CLOSE ARQ-REMESSA-E5
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    GUIA DE FGTS DE CADA EMPRESA NO REGISTRO DE GUIAS
      *    CALCULADAS, PARA A CONCILIACAO DOS PAGAMENTOS - A ZERADA
      *    TAMBEM, PARA VALER SOBRE UM CALCULO ANTERIOR.
      *--------------------------------------------------------------*
       REGISTRAR-GUIAS-CALCULADAS.
           MOVE WS-COMPETENCIA TO WS-COMP-SEGUINTE.
           IF WS-SEG-MES = 12
               MOVE 01 TO WS-SEG-MES
               ADD 1 TO WS-SEG-ANO
           ELSE
               ADD 1 TO WS-SEG-MES
           END-IF.
           MOVE WS-COMP-SEGUINTE TO WS-VENCIMENTO (1:6).
           MOVE 20 TO WS-VENCIMENTO (7:2).
           OPEN EXTEND ARQ-GUIAS-CALCULADAS.
           IF WS-STATUS-GUIACALC = "35"
               OPEN OUTPUT ARQ-GUIAS-CALCULADAS
           END-IF.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
               MOVE EMP-CODIGO-EMP (WS-IDX-EMP) TO GCL-EMPRESA
               MOVE WS-COMPETENCIA              TO GCL-COMPETENCIA
               SET GCL-GUIA-FGTS                TO TRUE
               MOVE EMP-SOMA (WS-IDX-EMP)       TO GCL-VALOR
               MOVE WS-VENCIMENTO               TO GCL-VENCIMENTO
               MOVE "PROG103"                   TO GCL-PROGRAMA
               MOVE WS-DATA-HOJE                TO GCL-DATA-GERACAO
               MOVE WS-HORA-AGORA               TO GCL-HORA-GERACAO
               WRITE REG-GUIA-CALCULADA
           END-PERFORM.
           CLOSE ARQ-GUIAS-CALCULADAS.

       IMPRIMIR-CONFERENCIA.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.

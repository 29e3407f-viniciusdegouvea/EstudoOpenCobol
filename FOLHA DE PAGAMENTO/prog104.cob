      *
      *     A EMPRESA DE CADA VALOR VEM DO REGISTRO DO FUNCIONARIO NO
      *     MESTRE. O CARTAO OPCIONAL FOLHADTA INFORMA A COMPETENCIA.
      *
      *     O SALARIO-FAMILIA PAGO NA FOLHA NORMAL (FOLHAHIST) E
      *     COMPENSADO NA GUIA DE INSS DA EMPRESA, EM LINHA PROPRIA;
      *     A GUIA NAO FICA NEGATIVA.
      *
      *     O VALOR E O VENCIMENTO DAS GUIAS DE INSS E DE IRRF DE
      *     CADA EMPRESA VAO TAMBEM PARA O REGISTRO DE GUIAS
      *     CALCULADAS (GUIACALC), CONTRA O QUAL A CONCILIACAO DOS
      *     PAGAMENTOS (PROG165) CONFERE.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-GUIAS-CALCULADAS ASSIGN TO "GUIACALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIACALC.

           SELECT ARQ-RELATORIO ASSIGN TO "RELGUIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-GUIAS-CALCULADAS.
       COPY CPGUIACL.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       01  WS-STATUS-GUIA              PIC X(02).
       01  WS-STATUS-EMPRESAS          PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-GUIACALC          PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).
       01  WS-VENCIMENTO               PIC 9(08).
               10  NRM-CODIGO          PIC 9(05).
               10  NRM-INSS            PIC 9(6)V9(2).
               10  NRM-IRRF            PIC 9(6)V9(2).
               10  NRM-SAL-FAMILIA     PIC 9(6)V9(2).
       01  WS-IDX-NRM                  PIC 9(03).
       01  WS-IDX-NRM-ACHADO           PIC 9(03).

               10  GUI-INSS-COMPL      PIC 9(8)V9(2).
               10  GUI-IRRF-COMPL      PIC 9(8)V9(2).
               10  GUI-INSS-PATRONAL   PIC 9(8)V9(2).
               10  GUI-SAL-FAMILIA     PIC 9(8)V9(2).
       01  WS-IDX-GUI                  PIC 9(02).
       01  WS-IDX-GUI-ACHADO           PIC 9(02).

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
               MOVE 0 TO GUI-INSS-COMPL (WS-QTD-EMPRESAS)
               MOVE 0 TO GUI-IRRF-COMPL (WS-QTD-EMPRESAS)
               MOVE 0 TO GUI-INSS-PATRONAL (WS-QTD-EMPRESAS)
               MOVE 0 TO GUI-SAL-FAMILIA (WS-QTD-EMPRESAS)
           END-IF.
           PERFORM LER-EMPRESA.

           IF WS-IDX-NRM-ACHADO > 0
               MOVE FHS-INSS TO NRM-INSS (WS-IDX-NRM-ACHADO)
               MOVE FHS-IRRF TO NRM-IRRF (WS-IDX-NRM-ACHADO)
               MOVE 0 TO NRM-SAL-FAMILIA (WS-IDX-NRM-ACHADO)
               IF FHS-SALARIO-FAMILIA IS NUMERIC
                   MOVE FHS-SALARIO-FAMILIA
                       TO NRM-SAL-FAMILIA (WS-IDX-NRM-ACHADO)
               END-IF
           END-IF.

       ACUMULAR-NORMAIS-POR-EMPRESA.
                       TO GUI-INSS-FOLHA (WS-IDX-GUI-ACHADO)
                   ADD NRM-IRRF (WS-IDX-NRM)
                       TO GUI-IRRF-FOLHA (WS-IDX-GUI-ACHADO)
                   ADD NRM-SAL-FAMILIA (WS-IDX-NRM)
                       TO GUI-SAL-FAMILIA (WS-IDX-GUI-ACHADO)
               END-IF
           END-PERFORM.

               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           OPEN EXTEND ARQ-GUIAS-CALCULADAS.
           IF WS-STATUS-GUIACALC = "35"
               OPEN OUTPUT ARQ-GUIAS-CALCULADAS
           END-IF.
           PERFORM VARYING WS-IDX-GUI FROM 1 BY 1
                   UNTIL WS-IDX-GUI > WS-QTD-EMPRESAS
               PERFORM IMPRIMIR-GUIA-DA-EMPRESA
               PERFORM REGISTRAR-GUIAS-CALCULADAS
           END-PERFORM.
           CLOSE ARQ-GUIAS-CALCULADAS.
           CLOSE ARQ-RELATORIO.

      *    GUIAS DA EMPRESA NO REGISTRO DE GUIAS CALCULADAS - A
      *    ZERADA TAMBEM, PARA UM REPROCESSAMENTO QUE ZERA A GUIA
      *    VALER SOBRE O CALCULO ANTERIOR.
       REGISTRAR-GUIAS-CALCULADAS.
           MOVE GUI-EMPRESA (WS-IDX-GUI)    TO GCL-EMPRESA.
           MOVE WS-COMPETENCIA              TO GCL-COMPETENCIA.
           MOVE WS-VENCIMENTO               TO GCL-VENCIMENTO.
           MOVE "PROG104"                   TO GCL-PROGRAMA.
           MOVE WS-DATA-HOJE                TO GCL-DATA-GERACAO.
           MOVE WS-HORA-AGORA               TO GCL-HORA-GERACAO.
           SET GCL-GUIA-INSS TO TRUE.
           MOVE WS-GUIA-INSS TO GCL-VALOR.
           WRITE REG-GUIA-CALCULADA.
           SET GCL-GUIA-IRRF TO TRUE.
           MOVE WS-GUIA-IRRF TO GCL-VALOR.
           WRITE REG-GUIA-CALCULADA.

       IMPRIMIR-GUIA-DA-EMPRESA.
           MOVE GUI-INSS-FOLHA (WS-IDX-GUI)    TO WS-GUIA-INSS.
           ADD GUI-INSS-COMPL (WS-IDX-GUI)     TO WS-GUIA-INSS.
                   ADD EXT-IRRF (WS-IDX-EXT) TO WS-GUIA-IRRF
               END-IF
           END-PERFORM.
           IF GUI-SAL-FAMILIA (WS-IDX-GUI) > WS-GUIA-INSS
               MOVE 0 TO WS-GUIA-INSS
           ELSE
               SUBTRACT GUI-SAL-FAMILIA (WS-IDX-GUI) FROM WS-GUIA-INSS
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.
           IF GUI-SAL-FAMILIA (WS-IDX-GUI) > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  SAL-FAMILIA (-) INSS "
                   GUI-SAL-FAMILIA (WS-IDX-GUI)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  GUIA INSS " WS-GUIA-INSS
               " - GUIA IRRF " WS-GUIA-IRRF

      *         IRRF RETIDO (FOLHAHIST), ATE O DIA 20 DO MES
      *         SEGUINTE;
      *       - ADIANTAMENTOS PENDENTES (ADIANTA), NO DIA 20 DO MES
      *         CORRENTE;
      *       - PREVIDENCIA COMPLEMENTAR - CONTRIBUICAO DESCONTADA
      *         DOS FUNCIONARIOS MAIS A CONTRAPARTIDA DA EMPRESA
      *         (FOLHAHIST) - NO REPASSE A ENTIDADE, ATE O DIA 10 DO
      *         MES SEGUINTE.
      *     O RELATORIO SAI EM RELFUNDO - O FINANCEIRO PARA DE FUNDAR
      *     A CONTA NO CHUTE E A REMESSA PARA DE VOLTAR POR SALDO.
      *
       01  WS-FIM-ADIANTAMENTOS        PIC X VALUE "N".
           88  FIM-ADIANTAMENTOS           VALUE "S".

      *    VENCIMENTOS - DIA 05 (LIQUIDO), 07 (FGTS), 10 (REPASSE DA
      *    PREVIDENCIA) E 20 (GUIAS) DO MES SEGUINTE AO DA
      *    COMPETENCIA; ADIANTAMENTO NO DIA 20 DO PROPRIO MES.
       01  WS-COMP-SEGUINTE            PIC 9(06).
       01  FILLER REDEFINES WS-COMP-SEGUINTE.
           05  WS-SEG-ANO              PIC 9(04).
       01  WS-VENC-FGTS                PIC 9(08).
       01  WS-VENC-GUIAS               PIC 9(08).
       01  WS-VENC-ADIANTAMENTO        PIC 9(08).
       01  WS-VENC-PREVIDENCIA         PIC 9(08).

      *    CODIGO -> EMPRESA, DO MESTRE.
       01  WS-QTD-FUNCS                PIC 9(03) VALUE 0.
               10  PRE-FGTS            PIC 9(8)V9(2).
               10  PRE-INSS-PATRONAL   PIC 9(8)V9(2).
               10  PRE-ADIANTAMENTOS   PIC 9(8)V9(2).
               10  PRE-PREVIDENCIA     PIC 9(8)V9(2).
       01  WS-IDX-PRE                  PIC 9(02).
       01  WS-IDX-PRE-ACHADO           PIC 9(02).
       01  WS-TOTAL-DA-EMPRESA         PIC 9(8)V9(2).
               10  NRM-LIQUIDO         PIC 9(6)V9(2).
               10  NRM-INSS            PIC 9(6)V9(2).
               10  NRM-IRRF            PIC 9(6)V9(2).
               10  NRM-PREVIDENCIA     PIC 9(6)V9(2).
       01  WS-IDX-NRM                  PIC 9(03).
       01  WS-IDX-NRM-ACHADO           PIC 9(03).

           MOVE 20 TO WS-VENC-GUIAS (7:2).
           MOVE WS-COMPETENCIA TO WS-VENC-ADIANTAMENTO (1:6).
           MOVE 20 TO WS-VENC-ADIANTAMENTO (7:2).
           MOVE WS-COMP-SEGUINTE TO WS-VENC-PREVIDENCIA (1:6).
           MOVE 10 TO WS-VENC-PREVIDENCIA (7:2).

      *--------------------------------------------------------------*
      *    CARGAS - EMPRESAS, E CODIGO -> EMPRESA DO MESTRE.
               MOVE 0 TO PRE-FGTS (WS-QTD-EMPRESAS)
               MOVE 0 TO PRE-INSS-PATRONAL (WS-QTD-EMPRESAS)
               MOVE 0 TO PRE-ADIANTAMENTOS (WS-QTD-EMPRESAS)
               MOVE 0 TO PRE-PREVIDENCIA (WS-QTD-EMPRESAS)
           END-IF.
           PERFORM LER-EMPRESA.

               MOVE FHS-LIQUIDO TO NRM-LIQUIDO (WS-IDX-NRM-ACHADO)
               MOVE FHS-INSS    TO NRM-INSS (WS-IDX-NRM-ACHADO)
               MOVE FHS-IRRF    TO NRM-IRRF (WS-IDX-NRM-ACHADO)
               MOVE 0 TO NRM-PREVIDENCIA (WS-IDX-NRM-ACHADO)
               IF FHS-PREV-FUNCIONARIO IS NUMERIC
                   AND FHS-PREV-EMPRESA IS NUMERIC
                   COMPUTE NRM-PREVIDENCIA (WS-IDX-NRM-ACHADO) =
                       FHS-PREV-FUNCIONARIO + FHS-PREV-EMPRESA
                       ON SIZE ERROR
                           MOVE 0 TO NRM-PREVIDENCIA (WS-IDX-NRM-ACHADO)
                   END-COMPUTE
               END-IF
           END-IF.

       ACUMULAR-NORMAIS-POR-EMPRESA.
                       TO PRE-INSS-RETIDO (WS-IDX-PRE-ACHADO)
                   ADD NRM-IRRF (WS-IDX-NRM)
                       TO PRE-IRRF-RETIDO (WS-IDX-PRE-ACHADO)
                   ADD NRM-PREVIDENCIA (WS-IDX-NRM)
                       TO PRE-PREVIDENCIA (WS-IDX-PRE-ACHADO)
               END-IF
           END-PERFORM.

               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  PREVIDENCIA PRIVADA "
               PRE-PREVIDENCIA (WS-IDX-PRE)
               " VENC " WS-VENC-PREVIDENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           COMPUTE WS-TOTAL-DA-EMPRESA =
               PRE-LIQUIDO (WS-IDX-PRE)
               + PRE-FGTS (WS-IDX-PRE)
               + PRE-INSS-PATRONAL (WS-IDX-PRE)
               + PRE-IRRF-RETIDO (WS-IDX-PRE)
               + PRE-ADIANTAMENTOS (WS-IDX-PRE)
               + PRE-PREVIDENCIA (WS-IDX-PRE)
               ON SIZE ERROR MOVE 0 TO WS-TOTAL-DA-EMPRESA
           END-COMPUTE.
           MOVE SPACES TO LINHA-RELATORIO.

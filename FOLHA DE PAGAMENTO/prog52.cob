      *     100), CASO EM QUE O BRUTO DELE E DIVIDIDO ENTRE OS
      *     CENTROS, COM O ULTIMO LEVANDO A DIFERENCA DE
      *     ARREDONDAMENTO - O CONTROLLER PARA DE REALOCAR NA MAO.
      *
      *     A PREVIDENCIA COMPLEMENTAR (PROG29/PREVPLAN) TEM CONTA
      *     PROPRIA: A CONTRAPARTIDA DA EMPRESA E DEBITADA COMO
      *     DESPESA DE PREVIDENCIA PRIVADA E CREDITADA, JUNTO COM A
      *     CONTRIBUICAO DESCONTADA DOS FUNCIONARIOS (QUE SAI DAS
      *     OUTRAS RETENCOES), EM PREVIDENCIA PRIVADA A RECOLHER.
      *
      *     O REEMBOLSO DE DESPESA (PROG129/REEMBOLS) E DEBITADO COMO
      *     DESPESA DE REEMBOLSOS NO CENTRO DE CUSTO DO SETOR: O PAGO
      *     NA FOLHA (FOLHAHIST) PELO SETOR DO FUNCIONARIO, JA QUE
      *     ESTA DENTRO DO LIQUIDO; O PAGO EM CREDITO AVULSO NA
      *     REMESSA DA COMPETENCIA (PROG45) PELO SETOR GRAVADO NO
      *     PEDIDO, CREDITADO EM REEMBOLSOS A PAGAR - POR ISSO ESTA
      *     EXPORTACAO RODA DEPOIS DA REMESSA BANCARIA.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RATEIO.

           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REEMBOLSOS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RATEIO.
       COPY CPRATEIO.

       FD  ARQ-REEMBOLSOS.
       COPY CPREEMB.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
               10  BRT-CODIGO          PIC 9(05).
               10  BRT-BRUTO           PIC 9(6)V9(2).
               10  BRT-COMPL           PIC 9(6)V9(2).
               10  BRT-PREV-FUNC       PIC 9(6)V9(2).
               10  BRT-PREV-EMPRESA    PIC 9(6)V9(2).
               10  BRT-REEMBOLSO       PIC 9(6)V9(2).
       01  WS-IDX-BRT                  PIC 9(03).
       01  WS-IDX-BRT-PREV             PIC 9(03).
       01  WS-ACHOU-BRUTO              PIC X(01).
           88  ACHOU-O-BRUTO               VALUE "S".

       01  WS-CONTA-INSS-A-RECOLHER    PIC 9(05) VALUE 21102.
       01  WS-CONTA-IRRF-A-RECOLHER    PIC 9(05) VALUE 21103.
       01  WS-CONTA-OUTRAS-RETENCOES   PIC 9(05) VALUE 21104.
       01  WS-CONTA-DESPESA-PREVIDENCIA
                                       PIC 9(05) VALUE 31102.
       01  WS-CONTA-PREVIDENCIA-A-RECOLHER
                                       PIC 9(05) VALUE 21105.
       01  WS-CONTA-DESPESA-REEMBOLSOS PIC 9(05) VALUE 31103.
       01  WS-CONTA-REEMBOLSOS-A-PAGAR PIC 9(05) VALUE 21106.

       01  WS-BRUTO-PAGO               PIC 9(6)V9(2).
       01  WS-RETENCAO-DO-FUNC         PIC S9(6)V9(2).
       01  WS-PREV-FUNC-DO-FUNC        PIC 9(6)V9(2).
       01  WS-PREV-EMPRESA-DO-FUNC     PIC 9(6)V9(2).
       01  WS-REEMBOLSO-DO-FUNC        PIC 9(6)V9(2).

      *    DESPESA DE REEMBOLSO POR SETOR E CENTRO DE CUSTO - FORA DO
      *    RATEIO DO BRUTO, QUE SO DIVIDE SALARIO.
       01  WS-STATUS-REEMBOLSOS        PIC X(02).
       01  WS-FIM-REEMBOLSOS           PIC X VALUE "N".
           88  FIM-REEMBOLSOS              VALUE "S".
       01  WS-QTD-SETORES-REEMB        PIC 9(02) VALUE 0.
       01  TAB-DESPESA-REEMBOLSO.
           05  DRB-ITEM OCCURS 40 TIMES.
               10  DRB-SETOR           PIC X(10).
               10  DRB-CENTRO-CUSTO    PIC 9(05).
               10  DRB-VALOR           PIC 9(8)V9(2).
       01  WS-IDX-DRB                  PIC 9(02).
       01  WS-ACHOU-SETOR-REEMB        PIC X VALUE "N".
           88  ACHOU-O-SETOR-REEMB         VALUE "S".
       01  WS-SETOR-DO-REEMBOLSO       PIC X(10).
       01  WS-CC-DO-REEMBOLSO          PIC 9(05).
       01  WS-VALOR-DO-REEMBOLSO       PIC 9(6)V9(2).

      *    DESPESA POR SETOR E CENTRO DE CUSTO - COM RATEIO, O MESMO
      *    SETOR PODE APARECER EM MAIS DE UM CENTRO.
           05  WS-TOTAL-INSS           PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-IRRF           PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-RETENCOES      PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-PREV-FUNC      PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-PREV-EMPRESA   PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-PREVIDENCIA    PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-REEMB-CREDITO  PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-DEBITOS        PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-CREDITOS       PIC 9(8)V9(2) VALUE 0.

           OPEN OUTPUT ARQ-CONTABIL.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM ACUMULAR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           PERFORM ACUMULAR-REEMBOLSOS-EM-CREDITO.
           PERFORM GRAVAR-DEBITOS-POR-SETOR.
           PERFORM GRAVAR-DEBITO-PREVIDENCIA.
           PERFORM GRAVAR-DEBITOS-REEMBOLSO.
           PERFORM GRAVAR-CREDITOS.
           PERFORM GRAVAR-REGISTRO-DE-CONTROLE.
           CLOSE FUNCIONARIO-MASTER.

      *--------------------------------------------------------------*
      *    ACUMULO - O BRUTO VEM DO HISTORICO DE FOLHA; A DIFERENCA
      *    ENTRE O BRUTO E O LIQUIDO+INSS+IRRF+PREVIDENCIA
      *    (CONSIGNADO, BENEFICIO, ADIANTAMENTO) ENTRA NO CREDITO DE
      *    OUTRAS RETENCOES, PARA O LANCAMENTO CONTINUAR FECHANDO.
      *    O REEMBOLSO PAGO NA FOLHA ESTA NO LIQUIDO MAS NAO NO
      *    BRUTO - ENTRA SOMANDO DO LADO DO BRUTO.
      *--------------------------------------------------------------*
       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               ADD SALARIO-LIQUIDO TO WS-TOTAL-LIQUIDO
               ADD INSS-FOLHA      TO WS-TOTAL-INSS
               ADD IRRF-FOLHA      TO WS-TOTAL-IRRF
               ADD WS-PREV-FUNC-DO-FUNC    TO WS-TOTAL-PREV-FUNC
               ADD WS-PREV-EMPRESA-DO-FUNC TO WS-TOTAL-PREV-EMPRESA
               COMPUTE WS-RETENCAO-DO-FUNC = WS-BRUTO-PAGO
                   + WS-REEMBOLSO-DO-FUNC
                   - SALARIO-LIQUIDO - INSS-FOLHA - IRRF-FOLHA
                   - WS-PREV-FUNC-DO-FUNC
               IF WS-RETENCAO-DO-FUNC > 0
                   ADD WS-RETENCAO-DO-FUNC TO WS-TOTAL-RETENCOES
               END-IF
               PERFORM ACUMULAR-DESPESA-DO-SETOR
               IF WS-REEMBOLSO-DO-FUNC > 0
                   PERFORM BUSCAR-CC-DO-SETOR
                   MOVE SETOR                TO WS-SETOR-DO-REEMBOLSO
                   MOVE WS-CC-DO-SETOR       TO WS-CC-DO-REEMBOLSO
                   MOVE WS-REEMBOLSO-DO-FUNC TO WS-VALOR-DO-REEMBOLSO
                   PERFORM ACUMULAR-DESPESA-REEMBOLSO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

               ADD 1 TO WS-IDX
           END-IF.

      *--------------------------------------------------------------*
      *    REEMBOLSO DE DESPESA - O PAGO EM CREDITO AVULSO NA REMESSA
      *    DA COMPETENCIA (FORMA "C", COMPETENCIA DE PAGAMENTO DO MES)
      *    VEM DO PROPRIO REEMBOLS, PELO SETOR DO PEDIDO.
      *--------------------------------------------------------------*
       ACUMULAR-REEMBOLSOS-EM-CREDITO.
           OPEN INPUT ARQ-REEMBOLSOS.
           IF WS-STATUS-REEMBOLSOS = "00"
               PERFORM LER-REEMBOLSO
               PERFORM ACUMULAR-UM-REEMBOLSO UNTIL FIM-REEMBOLSOS
               CLOSE ARQ-REEMBOLSOS
           END-IF.

       LER-REEMBOLSO.
           READ ARQ-REEMBOLSOS
               AT END SET FIM-REEMBOLSOS TO TRUE
           END-READ.

       ACUMULAR-UM-REEMBOLSO.
           IF RMB-PAGAR-EM-CREDITO
               AND (RMB-APROVADO OR RMB-PAGO)
               AND RMB-COMPETENCIA-PAGTO = WS-COMPETENCIA-ATUAL
               MOVE RMB-SETOR TO WS-SETOR-DO-REEMBOLSO
               MOVE 0 TO WS-CC-DO-REEMBOLSO
               PERFORM VARYING WS-IDX-SCC FROM 1 BY 1
                       UNTIL WS-IDX-SCC > WS-QTD-SETORES-MST
                   IF SCC-SETOR (WS-IDX-SCC) = RMB-SETOR
                       MOVE SCC-CENTRO-CUSTO (WS-IDX-SCC)
                           TO WS-CC-DO-REEMBOLSO
                   END-IF
               END-PERFORM
               MOVE RMB-VALOR TO WS-VALOR-DO-REEMBOLSO
               PERFORM ACUMULAR-DESPESA-REEMBOLSO
               ADD RMB-VALOR TO WS-TOTAL-REEMB-CREDITO
           END-IF.
           PERFORM LER-REEMBOLSO.

       ACUMULAR-DESPESA-REEMBOLSO.
           MOVE "N" TO WS-ACHOU-SETOR-REEMB.
           PERFORM VARYING WS-IDX-DRB FROM 1 BY 1
                   UNTIL WS-IDX-DRB > WS-QTD-SETORES-REEMB
                      OR ACHOU-O-SETOR-REEMB
               IF DRB-SETOR (WS-IDX-DRB) = WS-SETOR-DO-REEMBOLSO
                   AND DRB-CENTRO-CUSTO (WS-IDX-DRB)
                       = WS-CC-DO-REEMBOLSO
                   SET ACHOU-O-SETOR-REEMB TO TRUE
                   ADD WS-VALOR-DO-REEMBOLSO TO DRB-VALOR (WS-IDX-DRB)
               END-IF
           END-PERFORM.
           IF NOT ACHOU-O-SETOR-REEMB AND WS-QTD-SETORES-REEMB < 40
               ADD 1 TO WS-QTD-SETORES-REEMB
               MOVE WS-SETOR-DO-REEMBOLSO
                   TO DRB-SETOR (WS-QTD-SETORES-REEMB)
               MOVE WS-CC-DO-REEMBOLSO
                   TO DRB-CENTRO-CUSTO (WS-QTD-SETORES-REEMB)
               MOVE WS-VALOR-DO-REEMBOLSO
                   TO DRB-VALOR (WS-QTD-SETORES-REEMB)
           END-IF.

      *--------------------------------------------------------------*
      *    CENTROS DE CUSTO DOS SETORES E RATEIOS POR FUNCIONARIO.
      *--------------------------------------------------------------*
           ADD DSP-VALOR (WS-IDX) TO WS-TOTAL-DEBITOS.
           ADD 1 TO WS-IDX.

      *    A CONTRAPARTIDA DA PREVIDENCIA VAI NUM DEBITO UNICO, FORA
      *    DO RATEIO DO BRUTO POR CENTRO DE CUSTO.
       GRAVAR-DEBITO-PREVIDENCIA.
           IF WS-TOTAL-PREV-EMPRESA > 0
               MOVE "D"                       TO LCT-TIPO
               MOVE WS-CONTA-DESPESA-PREVIDENCIA
                                              TO LCT-CONTA
               MOVE SPACES                    TO LCT-SETOR
               MOVE WS-TOTAL-PREV-EMPRESA     TO LCT-VALOR
               MOVE "CONTRAPARTIDA PREVIDENCIA"   TO LCT-HISTORICO
               MOVE 0                         TO LCT-CENTRO-CUSTO
               WRITE REG-LANCAMENTO
               ADD WS-TOTAL-PREV-EMPRESA TO WS-TOTAL-DEBITOS
           END-IF.

       GRAVAR-DEBITOS-REEMBOLSO.
           PERFORM VARYING WS-IDX-DRB FROM 1 BY 1
                   UNTIL WS-IDX-DRB > WS-QTD-SETORES-REEMB
               MOVE "D"                         TO LCT-TIPO
               MOVE WS-CONTA-DESPESA-REEMBOLSOS TO LCT-CONTA
               MOVE DRB-SETOR (WS-IDX-DRB)      TO LCT-SETOR
               MOVE DRB-VALOR (WS-IDX-DRB)      TO LCT-VALOR
               MOVE "REEMBOLSO DE DESPESAS"     TO LCT-HISTORICO
               MOVE DRB-CENTRO-CUSTO (WS-IDX-DRB)
                                                TO LCT-CENTRO-CUSTO
               WRITE REG-LANCAMENTO
               ADD DRB-VALOR (WS-IDX-DRB) TO WS-TOTAL-DEBITOS
           END-PERFORM.

       GRAVAR-CREDITOS.
           MOVE 0                         TO LCT-CENTRO-CUSTO.
           MOVE "C"                       TO LCT-TIPO.
               ADD WS-TOTAL-RETENCOES TO WS-TOTAL-CREDITOS
           END-IF.

           COMPUTE WS-TOTAL-PREVIDENCIA =
               WS-TOTAL-PREV-FUNC + WS-TOTAL-PREV-EMPRESA
               ON SIZE ERROR MOVE 0 TO WS-TOTAL-PREVIDENCIA
           END-COMPUTE.
           IF WS-TOTAL-PREVIDENCIA > 0
               MOVE "C"                      TO LCT-TIPO
               MOVE WS-CONTA-PREVIDENCIA-A-RECOLHER
                                             TO LCT-CONTA
               MOVE SPACES                   TO LCT-SETOR
               MOVE WS-TOTAL-PREVIDENCIA     TO LCT-VALOR
               MOVE "PREVIDENCIA PRIVADA A RECOLHER"
                                             TO LCT-HISTORICO
               WRITE REG-LANCAMENTO
               ADD WS-TOTAL-PREVIDENCIA TO WS-TOTAL-CREDITOS
           END-IF.

           IF WS-TOTAL-REEMB-CREDITO > 0
               MOVE "C"                      TO LCT-TIPO
               MOVE WS-CONTA-REEMBOLSOS-A-PAGAR
                                             TO LCT-CONTA
               MOVE SPACES                   TO LCT-SETOR
               MOVE WS-TOTAL-REEMB-CREDITO   TO LCT-VALOR
               MOVE "REEMBOLSOS A PAGAR"     TO LCT-HISTORICO
               WRITE REG-LANCAMENTO
               ADD WS-TOTAL-REEMB-CREDITO TO WS-TOTAL-CREDITOS
           END-IF.

       GRAVAR-REGISTRO-DE-CONTROLE.
           MOVE "T"                TO LCC-TIPO.
           MOVE WS-DATA-HOJE       TO LCC-DATA.
                           ADD FHS-BRUTO TO BRT-COMPL (WS-IDX-BRT)
                       ELSE
                           MOVE FHS-BRUTO TO BRT-BRUTO (WS-IDX-BRT)
                           MOVE WS-IDX-BRT TO WS-IDX-BRT-PREV
                           PERFORM GUARDAR-PREVIDENCIA-DO-BRUTO
                           PERFORM GUARDAR-REEMBOLSO-DO-BRUTO
                       END-IF
                   END-IF
               END-PERFORM
                   MOVE FHS-CODIGO TO BRT-CODIGO (WS-QTD-BRUTOS)
                   MOVE 0 TO BRT-BRUTO (WS-QTD-BRUTOS)
                   MOVE 0 TO BRT-COMPL (WS-QTD-BRUTOS)
                   MOVE 0 TO BRT-PREV-FUNC (WS-QTD-BRUTOS)
                   MOVE 0 TO BRT-PREV-EMPRESA (WS-QTD-BRUTOS)
                   MOVE 0 TO BRT-REEMBOLSO (WS-QTD-BRUTOS)
                   IF FOLHA-COMPLEMENTAR
                       ADD FHS-BRUTO TO BRT-COMPL (WS-QTD-BRUTOS)
                   ELSE
                       MOVE FHS-BRUTO TO BRT-BRUTO (WS-QTD-BRUTOS)
                       MOVE WS-QTD-BRUTOS TO WS-IDX-BRT-PREV
                       PERFORM GUARDAR-PREVIDENCIA-DO-BRUTO
                       PERFORM GUARDAR-REEMBOLSO-DO-BRUTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-FOLHA-HISTORICO.

      *    REGISTRO ANTIGO, SEM OS CAMPOS DE PREVIDENCIA, LE ZERO.
       GUARDAR-PREVIDENCIA-DO-BRUTO.
           MOVE 0 TO BRT-PREV-FUNC (WS-IDX-BRT-PREV).
           MOVE 0 TO BRT-PREV-EMPRESA (WS-IDX-BRT-PREV).
           IF FHS-PREV-FUNCIONARIO IS NUMERIC
               AND FHS-PREV-EMPRESA IS NUMERIC
               MOVE FHS-PREV-FUNCIONARIO
                   TO BRT-PREV-FUNC (WS-IDX-BRT-PREV)
               MOVE FHS-PREV-EMPRESA
                   TO BRT-PREV-EMPRESA (WS-IDX-BRT-PREV)
           END-IF.

      *    REGISTRO ANTIGO, SEM O CAMPO DE REEMBOLSO, LE ZERO.
       GUARDAR-REEMBOLSO-DO-BRUTO.
           MOVE 0 TO BRT-REEMBOLSO (WS-IDX-BRT-PREV).
           IF FHS-REEMBOLSO IS NUMERIC
               MOVE FHS-REEMBOLSO TO BRT-REEMBOLSO (WS-IDX-BRT-PREV)
           END-IF.

       APURAR-BRUTO-PAGO-DO-FUNC.
           MOVE 0 TO WS-PREV-FUNC-DO-FUNC.
           MOVE 0 TO WS-REEMBOLSO-DO-FUNC.
           MOVE 0 TO WS-PREV-EMPRESA-DO-FUNC.
           MOVE "N" TO WS-ACHOU-BRUTO.
           PERFORM VARYING WS-IDX-BRT FROM 1 BY 1
                   UNTIL WS-IDX-BRT > WS-QTD-BRUTOS
                           MOVE BRT-BRUTO (WS-IDX-BRT)
                               TO WS-BRUTO-PAGO
                   END-COMPUTE
                   MOVE BRT-PREV-FUNC (WS-IDX-BRT)
                       TO WS-PREV-FUNC-DO-FUNC
                   MOVE BRT-PREV-EMPRESA (WS-IDX-BRT)
                       TO WS-PREV-EMPRESA-DO-FUNC
                   MOVE BRT-REEMBOLSO (WS-IDX-BRT)
                       TO WS-REEMBOLSO-DO-FUNC
                   SET ACHOU-O-BRUTO TO TRUE
               END-IF
           END-PERFORM.

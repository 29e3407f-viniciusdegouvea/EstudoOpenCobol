       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG138.
      *     VARREDURA MENSAL DE FRAUDE NA FOLHA.
      *     NADA PROCURAVA AS FRAUDES CLASSICAS DE FOLHA. ESTE
      *     PROGRAMA VARRE A COMPETENCIA DO FOLHADTA (OU A DO DIA) E
      *     APONTA:
      *       C - A MESMA CONTA (BANCO, AGENCIA E CONTA) NO BANCFUNC
      *           DE MAIS DE UM FUNCIONARIO;
      *       I - CREDITO NA COMPETENCIA (FOLHAHIST OU PAGTOREG, FORA
      *           A RESCISAO) PARA QUEM ESTA INATIVO NO MESTRE SEM
      *           RESCISAO, OU FOI DESLIGADO (RESCHIST) EM MES ANTERIOR
      *           E NAO FOI READMITIDO;
      *       P - ATIVO PAGO NA FOLHA SEM NENHUMA MARCACAO NO PONTOIMP
      *           NO MES (SO QUANDO O PONTOIMP TRAZ O MES);
      *       D - CPF DE DEPENDENTE (DEPENDTS) IGUAL AO DOCUMENTO DE UM
      *           FUNCIONARIO;
      *       T - CONTA ALTERADA NO BANCFUNC (BANCAUD) ATE TANTOS DIAS
      *           ANTES DO CREDITO DA COMPETENCIA NO PAGTOREG;
      *       L - LIQUIDO MUITO ACIMA DOS COLEGAS DE CARGO - MAIS QUE
      *           O FATOR VEZES A MEDIA DOS OUTROS (CARGO COM PELO
      *           MENOS TRES PAGOS NA COMPETENCIA).
      *     O CARTAO OPCIONAL FRAUPRM TRAZ A JANELA EM DIAS DA TROCA
      *     DE CONTA (PADRAO 5) E O FATOR DO CARGO (PADRAO 2,00).
      *
      *     CADA ACHADO VIRA UM CASO NUMERADO NO CASOAUD (CPCASAUD).
      *     O MESMO ACHADO (TIPO, CODIGO E CHAVE) NAO ABRE CASO NOVO
      *     NO MES SEGUINTE - O CASO EXISTENTE E ATUALIZADO E GUARDA A
      *     SITUACAO. A AUDITORIA INTERNA DECIDE PELO CARTAO CASODEC
      *     (NUMERO DO CASO E "L" LIBERADO, "C" CONFIRMADO OU "A"
      *     REABERTO), ACEITO SO SE O PERFIL DA SESSAO (OPSESSAO) TEM
      *     A OPCAO 93 (AUDITORIA INTERNA) NO PERFILAUT; CADA DECISAO
      *     VAI PARA O OPLOG. O RELFRAUD LISTA AS DECISOES, OS
      *     ACHADOS DO MES E TODOS OS CASOS AINDA EM ABERTO. HAVENDO
      *     CASO EM ABERTO, TERMINA COM RC 4; CASODEC RECUSADO, RC 16.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-PARAMETRO ASSIGN TO "FRAUPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-CONTAS ASSIGN TO "BANCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-AUDITORIA-CONTA ASSIGN TO "BANCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-PONTO ASSIGN TO "PONTOIMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PONTO.

           SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-RESCISOES ASSIGN TO "RESCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ARQ-CASOS ASSIGN TO "CASOAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CASOS.

           SELECT ARQ-DECISOES ASSIGN TO "CASODEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DECISOES.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-AUTORIZACOES ASSIGN TO "PERFILAUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACOES.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-RELATORIO ASSIGN TO "RELFRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-FRAUDE.
           05  FPR-DIAS-JANELA         PIC 9(02).
           05  FILLER                  PIC X(01).
           05  FPR-FATOR-CARGO         PIC 9V9(2).

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       FD  ARQ-CONTAS.
       COPY CPBANCO.

       FD  ARQ-AUDITORIA-CONTA.
       01  REG-AUDITORIA-CONTA.
           05  ABC-CODIGO              PIC 9(05).
           05  ABC-SEQUENCIA           PIC 9(02).
           05  ABC-OPERACAO            PIC X(01).
           05  ABC-CONTA-ANTES         PIC 9(08).
           05  ABC-CONTA-DEPOIS        PIC 9(08).
           05  ABC-DATA                PIC 9(08).
           05  ABC-OPERADOR            PIC X(08).

       FD  ARQ-PONTO.
       01  REG-PONTO.
           05  PON-TIPO-REG            PIC X(01).
               88  PONTO-REG-DETALHE       VALUE "D".
           05  PON-DADOS               PIC X(26).
           05  PON-DETALHE REDEFINES PON-DADOS.
               10  PON-CODIGO          PIC 9(05).
               10  PON-DATA            PIC 9(08).
               10  PON-HORAS           PIC 9(2)V9(2).
               10  PON-FALTA           PIC X(01).
               10  FILLER              PIC X(08).

       FD  ARQ-DEPENDENTES.
       COPY CPDEPEND.

       FD  ARQ-RESCISOES.
       COPY CPRESCH.

       FD  ARQ-CASOS.
       COPY CPCASAUD.

       FD  ARQ-DECISOES.
       01  REG-DECISAO-CASO.
           05  DCS-NUMERO              PIC 9(06).
           05  FILLER                  PIC X(01).
           05  DCS-SITUACAO            PIC X(01).

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-AUTORIZACOES.
       01  REG-AUTORIZACAO.
           05  PRF-PERFIL              PIC X(01).
           05  PRF-OPCAO               PIC 9(02).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-REGISTRO          PIC X(02).
       01  WS-STATUS-CONTAS            PIC X(02).
       01  WS-STATUS-AUDITORIA         PIC X(02).
       01  WS-STATUS-PONTO             PIC X(02).
       01  WS-STATUS-DEPENDENTES       PIC X(02).
       01  WS-STATUS-RESCISOES         PIC X(02).
       01  WS-STATUS-CASOS             PIC X(02).
       01  WS-STATUS-DECISOES          PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-AUTORIZACOES      PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-REGISTRO             PIC X VALUE "N".
           88  FIM-REGISTRO                VALUE "S".
       01  WS-FIM-CONTAS               PIC X VALUE "N".
           88  FIM-CONTAS                  VALUE "S".
       01  WS-FIM-AUDITORIA            PIC X VALUE "N".
           88  FIM-AUDITORIA               VALUE "S".
       01  WS-FIM-PONTO                PIC X VALUE "N".
           88  FIM-PONTO                   VALUE "S".
       01  WS-FIM-DEPENDENTES          PIC X VALUE "N".
           88  FIM-DEPENDENTES             VALUE "S".
       01  WS-FIM-RESCISOES            PIC X VALUE "N".
           88  FIM-RESCISOES               VALUE "S".
       01  WS-FIM-CASOS                PIC X VALUE "N".
           88  FIM-CASOS                   VALUE "S".
       01  WS-FIM-DECISOES             PIC X VALUE "N".
           88  FIM-DECISOES                VALUE "S".
       01  WS-FIM-AUTORIZACOES         PIC X VALUE "N".
           88  FIM-AUTORIZACOES            VALUE "S".

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).

       01  WS-DIAS-JANELA              PIC 9(02) VALUE 5.
       01  WS-FATOR-CARGO              PIC 9V9(2) VALUE 2.00.

       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG138".
       01  WS-PERFIL-SESSAO            PIC X(01) VALUE "*".
       01  WS-OPCAO-AUDITORIA          PIC 9(02) VALUE 93.
       01  WS-AUTORIZADO               PIC X VALUE "N".
           88  DECISAO-AUTORIZADA          VALUE "S".
       01  WS-DECISOES-RECUSADAS       PIC X VALUE "N".
           88  DECISOES-RECUSADAS          VALUE "S".

      *    FUNCIONARIOS DO MESTRE, COM O QUE A COMPETENCIA TROUXE.
       01  WS-QTD-FUNCS                PIC 9(04) VALUE 0.
       01  TAB-FUNCS.
           05  FUN-ITEM OCCURS 2000 TIMES.
               10  FUN-CODIGO          PIC 9(05).
               10  FUN-NOME            PIC X(10).
               10  FUN-SITUACAO        PIC X(01).
               10  FUN-DOCUMENTO       PIC 9(11).
               10  FUN-CARGO           PIC X(10).
               10  FUN-ADMISSAO        PIC 9(08).
               10  FUN-DESLIGAMENTO    PIC 9(08).
               10  FUN-TEM-FOLHA       PIC X(01).
               10  FUN-LIQUIDO         PIC 9(6)V9(2).
               10  FUN-CREDITOS        PIC 9(6)V9(2).
               10  FUN-DATA-PAGAMENTO  PIC 9(08).
               10  FUN-TEM-PONTO       PIC X(01).
       01  WS-IDX-FUN                  PIC 9(04).
       01  WS-IDX-FUN-BUSCA            PIC 9(04).
       01  WS-IDX-FUN-ACHADO           PIC 9(04).
       01  WS-CODIGO-PROCURADO         PIC 9(05).

       01  WS-QTD-MARCACOES-COMP       PIC 9(06) VALUE 0.

       01  WS-QTD-CONTAS               PIC 9(04) VALUE 0.
       01  TAB-CONTAS.
           05  CNT-ITEM OCCURS 3000 TIMES.
               10  CNT-CODIGO          PIC 9(05).
               10  CNT-BANCO           PIC 9(03).
               10  CNT-AGENCIA         PIC 9(04).
               10  CNT-CONTA           PIC 9(08).
       01  WS-IDX-CNT                  PIC 9(04).
       01  WS-IDX-CNT-OUTRA            PIC 9(04).
       01  WS-IDX-CNT-ACHADA           PIC 9(04).

       01  WS-QTD-TROCAS-CONTA         PIC 9(04) VALUE 0.
       01  TAB-TROCAS-CONTA.
           05  TRC-ITEM OCCURS 1000 TIMES.
               10  TRC-CODIGO          PIC 9(05).
               10  TRC-DATA            PIC 9(08).
       01  WS-IDX-TRC                  PIC 9(04).
       01  WS-DATA-TROCA-ACHADA        PIC 9(08).
       01  WS-DIA-PAGAMENTO            PIC 9(07).
       01  WS-DIA-TROCA                PIC 9(07).

       01  WS-QTD-DEP-CPF              PIC 9(04) VALUE 0.
       01  TAB-DEP-CPF.
           05  DPC-ITEM OCCURS 1000 TIMES.
               10  DPC-CODIGO          PIC 9(05).
               10  DPC-CPF             PIC 9(11).
       01  WS-IDX-DPC                  PIC 9(04).

       01  WS-QTD-CARGOS               PIC 9(03) VALUE 0.
       01  TAB-CARGOS.
           05  CGM-ITEM OCCURS 300 TIMES.
               10  CGM-CARGO           PIC X(10).
               10  CGM-QTD             PIC 9(05).
               10  CGM-SOMA            PIC 9(8)V9(2).
       01  WS-IDX-CGM                  PIC 9(03).
       01  WS-IDX-CGM-ACHADO           PIC 9(03).
       01  WS-MEDIA-OUTROS             PIC 9(6)V9(2).
       01  WS-LIMITE-CARGO             PIC 9(7)V9(2).

      *    CASOS DA AUDITORIA - O CASOAUD INTEIRO EM MEMORIA.
       01  WS-QTD-CASOS                PIC 9(04) VALUE 0.
       01  WS-ULTIMO-NUMERO            PIC 9(06) VALUE 0.
       01  TAB-CASOS.
           05  CSM-ITEM OCCURS 3000 TIMES.
               10  CSM-NUMERO          PIC 9(06).
               10  CSM-TIPO            PIC X(01).
               10  CSM-CODIGO          PIC 9(05).
               10  CSM-CODIGO-REF      PIC 9(05).
               10  CSM-CHAVE           PIC X(20).
               10  CSM-VALOR           PIC 9(6)V9(2).
               10  CSM-COMP-ABERTURA   PIC 9(06).
               10  CSM-COMP-ULTIMA     PIC 9(06).
               10  CSM-SITUACAO        PIC X(01).
               10  CSM-DATA-SITUACAO   PIC 9(08).
               10  CSM-OPERADOR        PIC X(08).
       01  WS-IDX-CSM                  PIC 9(04).
       01  WS-IDX-CSM-ACHADO           PIC 9(04).

      *    ACHADO DA VEZ.
       01  WS-ACH-TIPO                 PIC X(01).
       01  WS-ACH-CODIGO               PIC 9(05).
       01  WS-ACH-CODIGO-REF           PIC 9(05).
       01  WS-ACH-CHAVE                PIC X(20).
       01  WS-ACH-VALOR                PIC 9(6)V9(2).
       01  WS-ACH-DESCRICAO            PIC X(36).
       01  WS-ACH-NOME                 PIC X(10).
       01  WS-ACH-SITUACAO             PIC X(08).

       01  WS-CHAVE-CONTA.
           05  WS-CHV-BANCO            PIC 9(03).
           05  WS-CHV-AGENCIA          PIC 9(04).
           05  WS-CHV-CONTA            PIC 9(08).
       01  WS-CHAVE-CPF                PIC 9(11).

       01  WS-QTD-ACHADOS              PIC 9(05) VALUE 0.
       01  WS-QTD-CASOS-NOVOS          PIC 9(05) VALUE 0.
       01  WS-QTD-JA-LIBERADOS         PIC 9(05) VALUE 0.
       01  WS-QTD-EM-ABERTO            PIC 9(05) VALUE 0.
       01  WS-QTD-DECISOES             PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-DATA-FOLHA.
           PERFORM LER-PARAMETRO.
           PERFORM LER-SESSAO.
           PERFORM CARREGAR-FUNCIONARIOS.
           PERFORM CARREGAR-DESLIGAMENTOS.
           PERFORM CARREGAR-HISTORICO-DA-COMP.
           PERFORM CARREGAR-PAGAMENTOS-DA-COMP.
           PERFORM CARREGAR-PONTO-DA-COMP.
           PERFORM CARREGAR-CONTAS.
           PERFORM CARREGAR-TROCAS-DE-CONTA.
           PERFORM CARREGAR-DEPENDENTES.
           PERFORM CARREGAR-CASOS.

           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM APLICAR-DECISOES.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "ACHADOS DA COMPETENCIA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VERIFICAR-CONTAS-REPETIDAS.
           PERFORM VERIFICAR-CREDITOS-A-INATIVOS.
           PERFORM VERIFICAR-FALTA-DE-PONTO.
           PERFORM VERIFICAR-CPF-DE-DEPENDENTES.
           PERFORM VERIFICAR-TROCAS-DE-CONTA.
           PERFORM VERIFICAR-LIQUIDO-POR-CARGO.

           PERFORM REGRAVAR-CASOS.
           PERFORM IMPRIMIR-CASOS-EM-ABERTO.
           CLOSE ARQ-RELATORIO.

           DISPLAY "VARREDURA DE FRAUDE " WS-COMPETENCIA
               " - ACHADOS: " WS-QTD-ACHADOS
               " - CASOS NOVOS: " WS-QTD-CASOS-NOVOS
               " - EM ABERTO: " WS-QTD-EM-ABERTO.
           IF WS-QTD-EM-ABERTO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF DECISOES-RECUSADAS
               MOVE 16 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       LER-DATA-FOLHA.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
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
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF FPR-DIAS-JANELA IS NUMERIC
                           AND FPR-DIAS-JANELA > 0
                           MOVE FPR-DIAS-JANELA TO WS-DIAS-JANELA
                       END-IF
                       IF FPR-FATOR-CARGO IS NUMERIC
                           AND FPR-FATOR-CARGO > 1
                           MOVE FPR-FATOR-CARGO TO WS-FATOR-CARGO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.

       LER-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
                       MOVE SES-PERFIL   TO WS-PERFIL-SESSAO
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.

      *--------------------------------------------------------------*
      *    CARGA DO MESTRE E DO QUE A COMPETENCIA TROUXE POR CODIGO.
      *--------------------------------------------------------------*
       CARREGAR-FUNCIONARIOS.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GUARDAR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-UM-FUNCIONARIO.
           IF WS-QTD-FUNCS < 2000
               ADD 1 TO WS-QTD-FUNCS
               MOVE CODIGO    TO FUN-CODIGO (WS-QTD-FUNCS)
               MOVE NOME      TO FUN-NOME (WS-QTD-FUNCS)
               MOVE SITUACAO  TO FUN-SITUACAO (WS-QTD-FUNCS)
               MOVE DOCUMENTO TO FUN-DOCUMENTO (WS-QTD-FUNCS)
               MOVE CARGO     TO FUN-CARGO (WS-QTD-FUNCS)
               IF DATA-ADMISSAO IS NUMERIC
                   MOVE DATA-ADMISSAO TO FUN-ADMISSAO (WS-QTD-FUNCS)
               ELSE
                   MOVE 0 TO FUN-ADMISSAO (WS-QTD-FUNCS)
               END-IF
               MOVE 0   TO FUN-DESLIGAMENTO (WS-QTD-FUNCS)
                           FUN-LIQUIDO (WS-QTD-FUNCS)
                           FUN-CREDITOS (WS-QTD-FUNCS)
                           FUN-DATA-PAGAMENTO (WS-QTD-FUNCS)
               MOVE "N" TO FUN-TEM-FOLHA (WS-QTD-FUNCS)
                           FUN-TEM-PONTO (WS-QTD-FUNCS)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       LOCALIZAR-FUNCIONARIO.
           MOVE 0 TO WS-IDX-FUN-ACHADO.
           PERFORM VARYING WS-IDX-FUN-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-FUN-BUSCA > WS-QTD-FUNCS
                       OR WS-IDX-FUN-ACHADO > 0
               IF FUN-CODIGO (WS-IDX-FUN-BUSCA) = WS-CODIGO-PROCURADO
                   MOVE WS-IDX-FUN-BUSCA TO WS-IDX-FUN-ACHADO
               END-IF
           END-PERFORM.

      *    A RESCISAO MAIS RECENTE DE CADA CODIGO.
       CARREGAR-DESLIGAMENTOS.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-STATUS-RESCISOES = "00"
               PERFORM LER-RESCISAO
               PERFORM GUARDAR-UMA-RESCISAO UNTIL FIM-RESCISOES
           END-IF.
           CLOSE ARQ-RESCISOES.

       LER-RESCISAO.
           READ ARQ-RESCISOES
               AT END SET FIM-RESCISOES TO TRUE
           END-READ.

       GUARDAR-UMA-RESCISAO.
           MOVE RHS-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM LOCALIZAR-FUNCIONARIO.
           IF WS-IDX-FUN-ACHADO > 0
               AND RHS-DATA-DESLIGAMENTO IS NUMERIC
               AND RHS-DATA-DESLIGAMENTO
                   > FUN-DESLIGAMENTO (WS-IDX-FUN-ACHADO)
               MOVE RHS-DATA-DESLIGAMENTO
                   TO FUN-DESLIGAMENTO (WS-IDX-FUN-ACHADO)
           END-IF.
           PERFORM LER-RESCISAO.

      *    O ULTIMO CALCULO NORMAL DA COMPETENCIA VALE.
       CARREGAR-HISTORICO-DA-COMP.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM GUARDAR-UM-HISTORICO UNTIL FIM-HISTORICO
           END-IF.
           CLOSE ARQ-FOLHA-HISTORICO.

       LER-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       GUARDAR-UM-HISTORICO.
           IF FHS-COMPETENCIA = WS-COMPETENCIA
               AND (FHS-TIPO-FOLHA = SPACE OR FHS-TIPO-FOLHA = "N")
               MOVE FHS-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM LOCALIZAR-FUNCIONARIO
               IF WS-IDX-FUN-ACHADO > 0
                   MOVE "S" TO FUN-TEM-FOLHA (WS-IDX-FUN-ACHADO)
                   MOVE FHS-LIQUIDO
                       TO FUN-LIQUIDO (WS-IDX-FUN-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

      *    CREDITOS DA COMPETENCIA NO REGISTRO DE PAGAMENTOS. A
      *    RESCISAO NAO CONTA COMO CREDITO INDEVIDO A DESLIGADO, MAS
      *    A DATA DELA VALE PARA A TROCA DE CONTA.
       CARREGAR-PAGAMENTOS-DA-COMP.
           OPEN INPUT ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "00"
               PERFORM LER-PAGAMENTO
               PERFORM GUARDAR-UM-PAGAMENTO UNTIL FIM-REGISTRO
           END-IF.
           CLOSE ARQ-REGISTRO-PAGTOS.

       LER-PAGAMENTO.
           READ ARQ-REGISTRO-PAGTOS
               AT END SET FIM-REGISTRO TO TRUE
           END-READ.

       GUARDAR-UM-PAGAMENTO.
           IF PGR-COMPETENCIA = WS-COMPETENCIA
               AND NOT PGR-NAO-REMETIDO
               MOVE PGR-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM LOCALIZAR-FUNCIONARIO
               IF WS-IDX-FUN-ACHADO > 0
                   IF NOT PGR-RESCISAO
                       ADD PGR-VALOR
                           TO FUN-CREDITOS (WS-IDX-FUN-ACHADO)
                   END-IF
                   IF PGR-DATA-PAGAMENTO IS NUMERIC
                       AND PGR-DATA-PAGAMENTO
                           > FUN-DATA-PAGAMENTO (WS-IDX-FUN-ACHADO)
                       MOVE PGR-DATA-PAGAMENTO
                           TO FUN-DATA-PAGAMENTO (WS-IDX-FUN-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PAGAMENTO.

       CARREGAR-PONTO-DA-COMP.
           OPEN INPUT ARQ-PONTO.
           IF WS-STATUS-PONTO = "00"
               PERFORM LER-PONTO
               PERFORM GUARDAR-UMA-MARCACAO UNTIL FIM-PONTO
           END-IF.
           CLOSE ARQ-PONTO.

       LER-PONTO.
           READ ARQ-PONTO
               AT END SET FIM-PONTO TO TRUE
           END-READ.

       GUARDAR-UMA-MARCACAO.
           IF PONTO-REG-DETALHE
               AND PON-DATA (1:6) = WS-COMPETENCIA
               ADD 1 TO WS-QTD-MARCACOES-COMP
               MOVE PON-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM LOCALIZAR-FUNCIONARIO
               IF WS-IDX-FUN-ACHADO > 0
                   MOVE "S" TO FUN-TEM-PONTO (WS-IDX-FUN-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PONTO.

       CARREGAR-CONTAS.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM LER-CONTA
               PERFORM GUARDAR-UMA-CONTA UNTIL FIM-CONTAS
           END-IF.
           CLOSE ARQ-CONTAS.

       LER-CONTA.
           READ ARQ-CONTAS
               AT END SET FIM-CONTAS TO TRUE
           END-READ.

       GUARDAR-UMA-CONTA.
           IF WS-QTD-CONTAS < 3000
               ADD 1 TO WS-QTD-CONTAS
               MOVE BCO-CODIGO  TO CNT-CODIGO (WS-QTD-CONTAS)
               MOVE BCO-BANCO   TO CNT-BANCO (WS-QTD-CONTAS)
               MOVE BCO-AGENCIA TO CNT-AGENCIA (WS-QTD-CONTAS)
               MOVE BCO-CONTA   TO CNT-CONTA (WS-QTD-CONTAS)
           END-IF.
           PERFORM LER-CONTA.

       CARREGAR-TROCAS-DE-CONTA.
           OPEN INPUT ARQ-AUDITORIA-CONTA.
           IF WS-STATUS-AUDITORIA = "00"
               PERFORM LER-TROCA-DE-CONTA
               PERFORM GUARDAR-UMA-TROCA UNTIL FIM-AUDITORIA
           END-IF.
           CLOSE ARQ-AUDITORIA-CONTA.

       LER-TROCA-DE-CONTA.
           READ ARQ-AUDITORIA-CONTA
               AT END SET FIM-AUDITORIA TO TRUE
           END-READ.

       GUARDAR-UMA-TROCA.
           IF WS-QTD-TROCAS-CONTA < 1000
               AND ABC-DATA IS NUMERIC
               ADD 1 TO WS-QTD-TROCAS-CONTA
               MOVE ABC-CODIGO TO TRC-CODIGO (WS-QTD-TROCAS-CONTA)
               MOVE ABC-DATA   TO TRC-DATA (WS-QTD-TROCAS-CONTA)
           END-IF.
           PERFORM LER-TROCA-DE-CONTA.

       CARREGAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES = "00"
               PERFORM LER-DEPENDENTE
               PERFORM GUARDAR-UM-DEPENDENTE UNTIL FIM-DEPENDENTES
           END-IF.
           CLOSE ARQ-DEPENDENTES.

       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END SET FIM-DEPENDENTES TO TRUE
           END-READ.

       GUARDAR-UM-DEPENDENTE.
           IF DEP-CPF IS NUMERIC AND DEP-CPF > 0
               AND WS-QTD-DEP-CPF < 1000
               ADD 1 TO WS-QTD-DEP-CPF
               MOVE DEP-CODIGO TO DPC-CODIGO (WS-QTD-DEP-CPF)
               MOVE DEP-CPF    TO DPC-CPF (WS-QTD-DEP-CPF)
           END-IF.
           PERFORM LER-DEPENDENTE.

       CARREGAR-CASOS.
           OPEN INPUT ARQ-CASOS.
           IF WS-STATUS-CASOS = "00"
               PERFORM LER-CASO
               PERFORM GUARDAR-UM-CASO UNTIL FIM-CASOS
           END-IF.
           CLOSE ARQ-CASOS.

       LER-CASO.
           READ ARQ-CASOS
               AT END SET FIM-CASOS TO TRUE
           END-READ.

       GUARDAR-UM-CASO.
           IF WS-QTD-CASOS < 3000
               ADD 1 TO WS-QTD-CASOS
               MOVE CAS-NUMERO     TO CSM-NUMERO (WS-QTD-CASOS)
               MOVE CAS-TIPO       TO CSM-TIPO (WS-QTD-CASOS)
               MOVE CAS-CODIGO     TO CSM-CODIGO (WS-QTD-CASOS)
               MOVE CAS-CODIGO-REF TO CSM-CODIGO-REF (WS-QTD-CASOS)
               MOVE CAS-CHAVE      TO CSM-CHAVE (WS-QTD-CASOS)
               MOVE CAS-VALOR      TO CSM-VALOR (WS-QTD-CASOS)
               MOVE CAS-COMP-ABERTURA
                   TO CSM-COMP-ABERTURA (WS-QTD-CASOS)
               MOVE CAS-COMP-ULTIMA
                   TO CSM-COMP-ULTIMA (WS-QTD-CASOS)
               MOVE CAS-SITUACAO   TO CSM-SITUACAO (WS-QTD-CASOS)
               MOVE CAS-DATA-SITUACAO
                   TO CSM-DATA-SITUACAO (WS-QTD-CASOS)
               MOVE CAS-OPERADOR   TO CSM-OPERADOR (WS-QTD-CASOS)
               IF CAS-NUMERO > WS-ULTIMO-NUMERO
                   MOVE CAS-NUMERO TO WS-ULTIMO-NUMERO
               END-IF
           END-IF.
           PERFORM LER-CASO.

      *--------------------------------------------------------------*
      *    DECISOES DA AUDITORIA INTERNA (CASODEC) - SO COM A OPCAO
      *    93 NO PERFIL DA SESSAO.
      *--------------------------------------------------------------*
       APLICAR-DECISOES.
           OPEN INPUT ARQ-DECISOES.
           IF WS-STATUS-DECISOES = "00"
               PERFORM CONFERIR-AUTORIZACAO
               IF DECISAO-AUTORIZADA
                   PERFORM LER-DECISAO
                   PERFORM APLICAR-UMA-DECISAO UNTIL FIM-DECISOES
               ELSE
                   SET DECISOES-RECUSADAS TO TRUE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "DECISOES RECUSADAS - OPERADOR "
                       WS-OPERADOR-SESSAO
                       " SEM A OPCAO 93 (AUDITORIA)"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
                   MOVE SPACES TO LOG-EVENTO
                   MOVE "DECISOES DE CASO RECUSADAS - SEM A OPCAO 93"
                       TO LOG-EVENTO
                   PERFORM GRAVAR-NO-LOG
               END-IF
           END-IF.
           CLOSE ARQ-DECISOES.

       CONFERIR-AUTORIZACAO.
           MOVE "N" TO WS-AUTORIZADO.
           OPEN INPUT ARQ-AUTORIZACOES.
           IF WS-STATUS-AUTORIZACOES = "00"
               PERFORM LER-AUTORIZACAO
               PERFORM CONFERIR-UMA-AUTORIZACAO
                   UNTIL FIM-AUTORIZACOES
           END-IF.
           CLOSE ARQ-AUTORIZACOES.

       LER-AUTORIZACAO.
           READ ARQ-AUTORIZACOES
               AT END SET FIM-AUTORIZACOES TO TRUE
           END-READ.

       CONFERIR-UMA-AUTORIZACAO.
           IF PRF-PERFIL = WS-PERFIL-SESSAO
               AND PRF-OPCAO = WS-OPCAO-AUDITORIA
               SET DECISAO-AUTORIZADA TO TRUE
           END-IF.
           PERFORM LER-AUTORIZACAO.

       LER-DECISAO.
           READ ARQ-DECISOES
               AT END SET FIM-DECISOES TO TRUE
           END-READ.

       APLICAR-UMA-DECISAO.
           MOVE 0 TO WS-IDX-CSM-ACHADO.
           IF DCS-NUMERO IS NUMERIC
               PERFORM VARYING WS-IDX-CSM FROM 1 BY 1
                       UNTIL WS-IDX-CSM > WS-QTD-CASOS
                           OR WS-IDX-CSM-ACHADO > 0
                   IF CSM-NUMERO (WS-IDX-CSM) = DCS-NUMERO
                       MOVE WS-IDX-CSM TO WS-IDX-CSM-ACHADO
                   END-IF
               END-PERFORM
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
               WHEN WS-IDX-CSM-ACHADO = 0
                   STRING "DECISAO: CASO " DCS-NUMERO
                       " NAO ENCONTRADO"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
               WHEN DCS-SITUACAO NOT = "L" AND DCS-SITUACAO NOT = "C"
                   AND DCS-SITUACAO NOT = "A"
                   STRING "DECISAO: CASO " DCS-NUMERO
                       " - SITUACAO INVALIDA " DCS-SITUACAO
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
               WHEN OTHER
                   ADD 1 TO WS-QTD-DECISOES
                   MOVE DCS-SITUACAO
                       TO CSM-SITUACAO (WS-IDX-CSM-ACHADO)
                   MOVE WS-DATA-HOJE
                       TO CSM-DATA-SITUACAO (WS-IDX-CSM-ACHADO)
                   MOVE WS-OPERADOR-SESSAO
                       TO CSM-OPERADOR (WS-IDX-CSM-ACHADO)
                   MOVE DCS-SITUACAO TO WS-ACH-SITUACAO
                   PERFORM TRADUZIR-SITUACAO
                   STRING "DECISAO: CASO " DCS-NUMERO " "
                       WS-ACH-SITUACAO " POR " WS-OPERADOR-SESSAO
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   MOVE SPACES TO LOG-EVENTO
                   STRING "CASO DE AUDITORIA " DCS-NUMERO " "
                       WS-ACH-SITUACAO
                       DELIMITED BY SIZE INTO LOG-EVENTO
                   END-STRING
                   PERFORM GRAVAR-NO-LOG
           END-EVALUATE.
           WRITE LINHA-RELATORIO.
           PERFORM LER-DECISAO.

       TRADUZIR-SITUACAO.
           EVALUATE WS-ACH-SITUACAO (1:1)
               WHEN "L"
                   MOVE "LIBERADO" TO WS-ACH-SITUACAO
               WHEN "C"
                   MOVE "CONFIRM." TO WS-ACH-SITUACAO
               WHEN OTHER
                   MOVE "ABERTO"   TO WS-ACH-SITUACAO
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    AS REGRAS DA VARREDURA.
      *--------------------------------------------------------------*
      *    C - A CONTA DE UM CODIGO JA APARECEU ANTES PARA OUTRO.
       VERIFICAR-CONTAS-REPETIDAS.
           PERFORM VARYING WS-IDX-CNT FROM 2 BY 1
                   UNTIL WS-IDX-CNT > WS-QTD-CONTAS
               PERFORM VERIFICAR-UMA-CONTA
           END-PERFORM.

       VERIFICAR-UMA-CONTA.
           MOVE 0 TO WS-IDX-CNT-ACHADA.
           PERFORM VARYING WS-IDX-CNT-OUTRA FROM 1 BY 1
                   UNTIL WS-IDX-CNT-OUTRA >= WS-IDX-CNT
                       OR WS-IDX-CNT-ACHADA > 0
               IF CNT-BANCO (WS-IDX-CNT-OUTRA) = CNT-BANCO (WS-IDX-CNT)
                   AND CNT-AGENCIA (WS-IDX-CNT-OUTRA)
                       = CNT-AGENCIA (WS-IDX-CNT)
                   AND CNT-CONTA (WS-IDX-CNT-OUTRA)
                       = CNT-CONTA (WS-IDX-CNT)
                   AND CNT-CODIGO (WS-IDX-CNT-OUTRA)
                       NOT = CNT-CODIGO (WS-IDX-CNT)
                   MOVE WS-IDX-CNT-OUTRA TO WS-IDX-CNT-ACHADA
               END-IF
           END-PERFORM.
           IF WS-IDX-CNT-ACHADA > 0
               MOVE CNT-BANCO (WS-IDX-CNT)   TO WS-CHV-BANCO
               MOVE CNT-AGENCIA (WS-IDX-CNT) TO WS-CHV-AGENCIA
               MOVE CNT-CONTA (WS-IDX-CNT)   TO WS-CHV-CONTA
               MOVE "C" TO WS-ACH-TIPO
               MOVE CNT-CODIGO (WS-IDX-CNT) TO WS-ACH-CODIGO
               MOVE CNT-CODIGO (WS-IDX-CNT-ACHADA) TO WS-ACH-CODIGO-REF
               MOVE WS-CHAVE-CONTA TO WS-ACH-CHAVE
               MOVE 0 TO WS-ACH-VALOR
               MOVE SPACES TO WS-ACH-DESCRICAO
               STRING "CONTA " WS-CHAVE-CONTA " E DO "
                   WS-ACH-CODIGO-REF
                   DELIMITED BY SIZE INTO WS-ACH-DESCRICAO
               END-STRING
               PERFORM REGISTRAR-ACHADO
           END-IF.

      *    I - CREDITO A INATIVO SEM RESCISAO OU A DESLIGADO EM MES
      *    ANTERIOR QUE NAO VOLTOU (ADMISSAO ATE O DESLIGAMENTO).
       VERIFICAR-CREDITOS-A-INATIVOS.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
               IF FUN-LIQUIDO (WS-IDX-FUN) > 0
                   OR FUN-CREDITOS (WS-IDX-FUN) > 0
                   PERFORM VERIFICAR-UM-CREDITO
               END-IF
           END-PERFORM.

       VERIFICAR-UM-CREDITO.
           MOVE SPACES TO WS-ACH-DESCRICAO.
           IF FUN-DESLIGAMENTO (WS-IDX-FUN) > 0
               AND FUN-DESLIGAMENTO (WS-IDX-FUN) (1:6) < WS-COMPETENCIA
               AND FUN-ADMISSAO (WS-IDX-FUN)
                   <= FUN-DESLIGAMENTO (WS-IDX-FUN)
               STRING "CREDITO APOS DESLIG. EM "
                   FUN-DESLIGAMENTO (WS-IDX-FUN)
                   DELIMITED BY SIZE INTO WS-ACH-DESCRICAO
               END-STRING
           ELSE
               IF FUN-SITUACAO (WS-IDX-FUN) = "I"
                   AND FUN-DESLIGAMENTO (WS-IDX-FUN) = 0
                   MOVE "CREDITO A INATIVO SEM RESCISAO"
                       TO WS-ACH-DESCRICAO
               END-IF
           END-IF.
           IF WS-ACH-DESCRICAO NOT = SPACES
               MOVE "I" TO WS-ACH-TIPO
               MOVE FUN-CODIGO (WS-IDX-FUN) TO WS-ACH-CODIGO
               MOVE 0 TO WS-ACH-CODIGO-REF
               MOVE WS-COMPETENCIA TO WS-ACH-CHAVE
               MOVE FUN-LIQUIDO (WS-IDX-FUN) TO WS-ACH-VALOR
               IF FUN-CREDITOS (WS-IDX-FUN) > WS-ACH-VALOR
                   MOVE FUN-CREDITOS (WS-IDX-FUN) TO WS-ACH-VALOR
               END-IF
               PERFORM REGISTRAR-ACHADO
           END-IF.

      *    P - SO QUANDO O PONTOIMP TRAZ MARCACOES DA COMPETENCIA.
       VERIFICAR-FALTA-DE-PONTO.
           IF WS-QTD-MARCACOES-COMP > 0
               PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                       UNTIL WS-IDX-FUN > WS-QTD-FUNCS
                   IF FUN-SITUACAO (WS-IDX-FUN) = "A"
                       AND FUN-LIQUIDO (WS-IDX-FUN) > 0
                       AND FUN-TEM-PONTO (WS-IDX-FUN) = "N"
                       MOVE "P" TO WS-ACH-TIPO
                       MOVE FUN-CODIGO (WS-IDX-FUN) TO WS-ACH-CODIGO
                       MOVE 0 TO WS-ACH-CODIGO-REF
                       MOVE WS-COMPETENCIA TO WS-ACH-CHAVE
                       MOVE FUN-LIQUIDO (WS-IDX-FUN) TO WS-ACH-VALOR
                       MOVE "PAGO SEM MARCACAO NO PONTO DO MES"
                           TO WS-ACH-DESCRICAO
                       PERFORM REGISTRAR-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      *    D - O CPF DO DEPENDENTE E O DOCUMENTO DE UM FUNCIONARIO.
       VERIFICAR-CPF-DE-DEPENDENTES.
           PERFORM VARYING WS-IDX-DPC FROM 1 BY 1
                   UNTIL WS-IDX-DPC > WS-QTD-DEP-CPF
               PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                       UNTIL WS-IDX-FUN > WS-QTD-FUNCS
                   IF FUN-DOCUMENTO (WS-IDX-FUN) = DPC-CPF (WS-IDX-DPC)
                       MOVE DPC-CPF (WS-IDX-DPC) TO WS-CHAVE-CPF
                       MOVE "D" TO WS-ACH-TIPO
                       MOVE DPC-CODIGO (WS-IDX-DPC) TO WS-ACH-CODIGO
                       MOVE FUN-CODIGO (WS-IDX-FUN) TO WS-ACH-CODIGO-REF
                       MOVE WS-CHAVE-CPF TO WS-ACH-CHAVE
                       MOVE 0 TO WS-ACH-VALOR
                       MOVE SPACES TO WS-ACH-DESCRICAO
                       STRING "CPF DE DEPENDENTE E DO FUNC. "
                           WS-ACH-CODIGO-REF
                           DELIMITED BY SIZE INTO WS-ACH-DESCRICAO
                       END-STRING
                       PERFORM REGISTRAR-ACHADO
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    T - TROCA DE CONTA NA JANELA DE DIAS ANTES DO CREDITO.
       VERIFICAR-TROCAS-DE-CONTA.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
               IF FUN-DATA-PAGAMENTO (WS-IDX-FUN) >= 16010101
                   PERFORM VERIFICAR-TROCAS-DO-FUNC
               END-IF
           END-PERFORM.

       VERIFICAR-TROCAS-DO-FUNC.
           COMPUTE WS-DIA-PAGAMENTO =
               FUNCTION INTEGER-OF-DATE (FUN-DATA-PAGAMENTO
                   (WS-IDX-FUN)).
           MOVE 0 TO WS-DATA-TROCA-ACHADA.
           PERFORM VARYING WS-IDX-TRC FROM 1 BY 1
                   UNTIL WS-IDX-TRC > WS-QTD-TROCAS-CONTA
               IF TRC-CODIGO (WS-IDX-TRC) = FUN-CODIGO (WS-IDX-FUN)
                   AND TRC-DATA (WS-IDX-TRC) >= 16010101
                   AND TRC-DATA (WS-IDX-TRC)
                       <= FUN-DATA-PAGAMENTO (WS-IDX-FUN)
                   COMPUTE WS-DIA-TROCA =
                       FUNCTION INTEGER-OF-DATE (TRC-DATA (WS-IDX-TRC))
                   IF WS-DIA-PAGAMENTO - WS-DIA-TROCA <= WS-DIAS-JANELA
                       MOVE TRC-DATA (WS-IDX-TRC)
                           TO WS-DATA-TROCA-ACHADA
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DATA-TROCA-ACHADA > 0
               MOVE "T" TO WS-ACH-TIPO
               MOVE FUN-CODIGO (WS-IDX-FUN) TO WS-ACH-CODIGO
               MOVE 0 TO WS-ACH-CODIGO-REF
               MOVE WS-COMPETENCIA TO WS-ACH-CHAVE
               MOVE FUN-CREDITOS (WS-IDX-FUN) TO WS-ACH-VALOR
               MOVE SPACES TO WS-ACH-DESCRICAO
               STRING "TROCA CONTA " WS-DATA-TROCA-ACHADA
                   " PAGTO " FUN-DATA-PAGAMENTO (WS-IDX-FUN)
                   DELIMITED BY SIZE INTO WS-ACH-DESCRICAO
               END-STRING
               PERFORM REGISTRAR-ACHADO
           END-IF.

      *    L - LIQUIDO ACIMA DO FATOR VEZES A MEDIA DOS OUTROS DO
      *    MESMO CARGO.
       VERIFICAR-LIQUIDO-POR-CARGO.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
               IF FUN-LIQUIDO (WS-IDX-FUN) > 0
                   PERFORM SOMAR-LIQUIDO-NO-CARGO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
               IF FUN-LIQUIDO (WS-IDX-FUN) > 0
                   PERFORM COMPARAR-LIQUIDO-COM-CARGO
               END-IF
           END-PERFORM.

       LOCALIZAR-CARGO.
           MOVE 0 TO WS-IDX-CGM-ACHADO.
           PERFORM VARYING WS-IDX-CGM FROM 1 BY 1
                   UNTIL WS-IDX-CGM > WS-QTD-CARGOS
                       OR WS-IDX-CGM-ACHADO > 0
               IF CGM-CARGO (WS-IDX-CGM) = FUN-CARGO (WS-IDX-FUN)
                   MOVE WS-IDX-CGM TO WS-IDX-CGM-ACHADO
               END-IF
           END-PERFORM.

       SOMAR-LIQUIDO-NO-CARGO.
           PERFORM LOCALIZAR-CARGO.
           IF WS-IDX-CGM-ACHADO = 0 AND WS-QTD-CARGOS < 300
               ADD 1 TO WS-QTD-CARGOS
               MOVE WS-QTD-CARGOS TO WS-IDX-CGM-ACHADO
               MOVE FUN-CARGO (WS-IDX-FUN)
                   TO CGM-CARGO (WS-IDX-CGM-ACHADO)
               MOVE 0 TO CGM-QTD (WS-IDX-CGM-ACHADO)
                         CGM-SOMA (WS-IDX-CGM-ACHADO)
           END-IF.
           IF WS-IDX-CGM-ACHADO > 0
               ADD 1 TO CGM-QTD (WS-IDX-CGM-ACHADO)
               ADD FUN-LIQUIDO (WS-IDX-FUN)
                   TO CGM-SOMA (WS-IDX-CGM-ACHADO)
           END-IF.

       COMPARAR-LIQUIDO-COM-CARGO.
           PERFORM LOCALIZAR-CARGO.
           IF WS-IDX-CGM-ACHADO > 0
               AND CGM-QTD (WS-IDX-CGM-ACHADO) >= 3
               COMPUTE WS-MEDIA-OUTROS ROUNDED =
                   (CGM-SOMA (WS-IDX-CGM-ACHADO)
                       - FUN-LIQUIDO (WS-IDX-FUN))
                   / (CGM-QTD (WS-IDX-CGM-ACHADO) - 1)
               COMPUTE WS-LIMITE-CARGO =
                   WS-MEDIA-OUTROS * WS-FATOR-CARGO
               IF FUN-LIQUIDO (WS-IDX-FUN) > WS-LIMITE-CARGO
                   MOVE "L" TO WS-ACH-TIPO
                   MOVE FUN-CODIGO (WS-IDX-FUN) TO WS-ACH-CODIGO
                   MOVE 0 TO WS-ACH-CODIGO-REF
                   MOVE WS-COMPETENCIA TO WS-ACH-CHAVE
                   MOVE FUN-LIQUIDO (WS-IDX-FUN) TO WS-ACH-VALOR
                   MOVE SPACES TO WS-ACH-DESCRICAO
                   STRING "LIQ " FUN-LIQUIDO (WS-IDX-FUN)
                       " MEDIA CARGO " WS-MEDIA-OUTROS
                       DELIMITED BY SIZE INTO WS-ACH-DESCRICAO
                   END-STRING
                   PERFORM REGISTRAR-ACHADO
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    CASO DO ACHADO - O MESMO TIPO, CODIGO E CHAVE REAPROVEITA
      *    O CASO EXISTENTE; O LIBERADO NAO VOLTA A SER LISTADO.
      *--------------------------------------------------------------*
       REGISTRAR-ACHADO.
           ADD 1 TO WS-QTD-ACHADOS.
           MOVE 0 TO WS-IDX-CSM-ACHADO.
           PERFORM VARYING WS-IDX-CSM FROM 1 BY 1
                   UNTIL WS-IDX-CSM > WS-QTD-CASOS
                       OR WS-IDX-CSM-ACHADO > 0
               IF CSM-TIPO (WS-IDX-CSM) = WS-ACH-TIPO
                   AND CSM-CODIGO (WS-IDX-CSM) = WS-ACH-CODIGO
                   AND CSM-CHAVE (WS-IDX-CSM) = WS-ACH-CHAVE
                   MOVE WS-IDX-CSM TO WS-IDX-CSM-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-CSM-ACHADO > 0
               IF WS-COMPETENCIA
                   > CSM-COMP-ULTIMA (WS-IDX-CSM-ACHADO)
                   MOVE WS-COMPETENCIA
                       TO CSM-COMP-ULTIMA (WS-IDX-CSM-ACHADO)
               END-IF
               MOVE WS-ACH-VALOR TO CSM-VALOR (WS-IDX-CSM-ACHADO)
               MOVE CSM-SITUACAO (WS-IDX-CSM-ACHADO)
                   TO WS-ACH-SITUACAO
               PERFORM TRADUZIR-SITUACAO
           ELSE
               IF WS-QTD-CASOS < 3000
                   PERFORM ABRIR-CASO
                   MOVE "NOVO" TO WS-ACH-SITUACAO
               ELSE
                   MOVE "SEM VAGA" TO WS-ACH-SITUACAO
               END-IF
           END-IF.
           IF WS-IDX-CSM-ACHADO > 0
               AND CSM-SITUACAO (WS-IDX-CSM-ACHADO) = "L"
               ADD 1 TO WS-QTD-JA-LIBERADOS
           ELSE
               PERFORM IMPRIMIR-ACHADO
           END-IF.

       ABRIR-CASO.
           ADD 1 TO WS-QTD-CASOS.
           ADD 1 TO WS-ULTIMO-NUMERO.
           ADD 1 TO WS-QTD-CASOS-NOVOS.
           MOVE WS-QTD-CASOS      TO WS-IDX-CSM-ACHADO.
           MOVE WS-ULTIMO-NUMERO  TO CSM-NUMERO (WS-QTD-CASOS).
           MOVE WS-ACH-TIPO       TO CSM-TIPO (WS-QTD-CASOS).
           MOVE WS-ACH-CODIGO     TO CSM-CODIGO (WS-QTD-CASOS).
           MOVE WS-ACH-CODIGO-REF TO CSM-CODIGO-REF (WS-QTD-CASOS).
           MOVE WS-ACH-CHAVE      TO CSM-CHAVE (WS-QTD-CASOS).
           MOVE WS-ACH-VALOR      TO CSM-VALOR (WS-QTD-CASOS).
           MOVE WS-COMPETENCIA    TO CSM-COMP-ABERTURA (WS-QTD-CASOS)
                                     CSM-COMP-ULTIMA (WS-QTD-CASOS).
           MOVE "A"               TO CSM-SITUACAO (WS-QTD-CASOS).
           MOVE WS-DATA-HOJE      TO CSM-DATA-SITUACAO (WS-QTD-CASOS).
           MOVE "PROG138"         TO CSM-OPERADOR (WS-QTD-CASOS).

       IMPRIMIR-ACHADO.
           MOVE WS-ACH-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM LOCALIZAR-FUNCIONARIO.
           MOVE SPACES TO WS-ACH-NOME.
           IF WS-IDX-FUN-ACHADO > 0
               MOVE FUN-NOME (WS-IDX-FUN-ACHADO) TO WS-ACH-NOME
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-IDX-CSM-ACHADO > 0
               STRING CSM-NUMERO (WS-IDX-CSM-ACHADO) " " WS-ACH-TIPO
                   " " WS-ACH-CODIGO " " WS-ACH-NOME " "
                   WS-ACH-DESCRICAO " " WS-ACH-SITUACAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "------ " WS-ACH-TIPO
                   " " WS-ACH-CODIGO " " WS-ACH-NOME " "
                   WS-ACH-DESCRICAO " " WS-ACH-SITUACAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.

       REGRAVAR-CASOS.
           OPEN OUTPUT ARQ-CASOS.
           PERFORM VARYING WS-IDX-CSM FROM 1 BY 1
                   UNTIL WS-IDX-CSM > WS-QTD-CASOS
               PERFORM GRAVAR-UM-CASO
           END-PERFORM.
           CLOSE ARQ-CASOS.

       GRAVAR-UM-CASO.
           MOVE CSM-NUMERO (WS-IDX-CSM)     TO CAS-NUMERO.
           MOVE CSM-TIPO (WS-IDX-CSM)       TO CAS-TIPO.
           MOVE CSM-CODIGO (WS-IDX-CSM)     TO CAS-CODIGO.
           MOVE CSM-CODIGO-REF (WS-IDX-CSM) TO CAS-CODIGO-REF.
           MOVE CSM-CHAVE (WS-IDX-CSM)      TO CAS-CHAVE.
           MOVE CSM-VALOR (WS-IDX-CSM)      TO CAS-VALOR.
           MOVE CSM-COMP-ABERTURA (WS-IDX-CSM) TO CAS-COMP-ABERTURA.
           MOVE CSM-COMP-ULTIMA (WS-IDX-CSM)   TO CAS-COMP-ULTIMA.
           MOVE CSM-SITUACAO (WS-IDX-CSM)   TO CAS-SITUACAO.
           MOVE CSM-DATA-SITUACAO (WS-IDX-CSM) TO CAS-DATA-SITUACAO.
           MOVE CSM-OPERADOR (WS-IDX-CSM)   TO CAS-OPERADOR.
           WRITE REG-CASO-AUDITORIA.

      *--------------------------------------------------------------*
      *    RELATORIO (RELFRAUD).
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VARREDURA DE FRAUDE NA FOLHA - COMPETENCIA "
               WS-COMPETENCIA " - EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "JANELA DA TROCA DE CONTA " WS-DIAS-JANELA
               " DIAS - FATOR DO CARGO " WS-FATOR-CARGO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-QTD-MARCACOES-COMP = 0
               MOVE "PONTOIMP SEM MARCACOES DA COMPETENCIA - REGRA P NAO
      -            " APLICADA" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-CASOS-EM-ABERTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ACHADOS " WS-QTD-ACHADOS " - CASOS NOVOS "
               WS-QTD-CASOS-NOVOS " - JA LIBERADOS "
               WS-QTD-JA-LIBERADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "CASOS EM ABERTO (NUMERO TIPO CODIGO REF. CHAVE ABERTO
      -        " ULTIMO)" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-CSM FROM 1 BY 1
                   UNTIL WS-IDX-CSM > WS-QTD-CASOS
               IF CSM-SITUACAO (WS-IDX-CSM) = "A"
                   ADD 1 TO WS-QTD-EM-ABERTO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING CSM-NUMERO (WS-IDX-CSM) " "
                       CSM-TIPO (WS-IDX-CSM) " "
                       CSM-CODIGO (WS-IDX-CSM) " "
                       CSM-CODIGO-REF (WS-IDX-CSM) " "
                       CSM-CHAVE (WS-IDX-CSM) " "
                       CSM-COMP-ABERTURA (WS-IDX-CSM) " "
                       CSM-COMP-ULTIMA (WS-IDX-CSM)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL EM ABERTO " WS-QTD-EM-ABERTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *--------------------------------------------------------------*
      *    LOG DE OPERACAO.
      *--------------------------------------------------------------*
       GRAVAR-NO-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE "PROG138"          TO LOG-PROGRAMA.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG136.
      *     LIBERACAO DA FOLHA PARA PAGAMENTO, POR SEGUNDO OPERADOR.
      *     A REMESSA (PROG45) SAIA LOGO DEPOIS DO CALCULO (PROG29) -
      *     UM UNICO OPERADOR CALCULAVA E PAGAVA SEM NINGUEM OLHAR OS
      *     TOTAIS. ESTE PROGRAMA LE O CARTAO LIBPRM (ACAO "P" SO
      *     MOSTRA / "L" LIBERA, A COMPETENCIA E A EMPRESA - ZERO
      *     PARA TODAS AS QUE TEM FOLHA NA COMPETENCIA) E IMPRIME NO
      *     RELLIBER, POR EMPRESA, OS FUNCIONARIOS CALCULADOS, O
      *     BRUTO, O LIQUIDO, A QUANTIDADE DE CREDITOS (UM POR CONTA
      *     DO BANCFUNC) E OS ATIVOS SEM CONTA, COM AS MAIORES
      *     VARIACOES DE LIQUIDO SOBRE A COMPETENCIA ANTERIOR, COMO
      *     NO PROG97. EM CADA COMPETENCIA VALE O CALCULO MAIS
      *     RECENTE DO CODIGO.
      *
      *     A LIBERACAO SO E ACEITA SE O PERFIL DA SESSAO (OPSESSAO)
      *     TEM A OPCAO 92 (LIBERACAO DA FOLHA) NO PERFILAUT E SE O
      *     OPERADOR NAO E O QUE RODOU O CALCULO DA COMPETENCIA -
      *     ESSE VEM DO LOG DE OPERACAO (OPLOG), GRAVADO PELO PROG29;
      *     SEM O REGISTRO DO CALCULO A LIBERACAO E RECUSADA. A
      *     EMPRESA LIBERADA VAI PARA O LIBFOLHA COM OS TOTAIS DO
      *     FOLHAHIST (REGISTROS, BRUTO E LIQUIDO), QUE O PROG45
      *     CONFERE ANTES DE PAGAR. LIBERACOES E RECUSAS SAO
      *     REGISTRADAS NO OPLOG.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-PARAMETRO ASSIGN TO "LIBPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-CONTAS ASSIGN TO "BANCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-LIBERACOES ASSIGN TO "LIBFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIBERACOES.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-AUTORIZACOES ASSIGN TO "PERFILAUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACOES.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-RELATORIO ASSIGN TO "RELLIBER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-LIBERACAO.
           05  LPR-ACAO                PIC X(01).
               88  LPR-PREVIA              VALUE "P".
               88  LPR-LIBERAR             VALUE "L".
           05  LPR-COMPETENCIA         PIC 9(06).
           05  LPR-EMPRESA             PIC 9(03).

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-CONTAS.
       COPY CPBANCO.

       FD  ARQ-LIBERACOES.
       COPY CPLIBFOL.

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
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-CONTAS            PIC X(02).
       01  WS-STATUS-LIBERACOES        PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-AUTORIZACOES      PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-CONTAS               PIC X VALUE "N".
           88  FIM-CONTAS                  VALUE "S".
       01  WS-FIM-AUTORIZACOES         PIC X VALUE "N".
           88  FIM-AUTORIZACOES            VALUE "S".
       01  WS-FIM-LOG                  PIC X VALUE "N".
           88  FIM-LOG                     VALUE "S".

      *    OPCAO DE MENU RESERVADA PARA A LIBERACAO DA FOLHA.
       01  WS-OPCAO-LIBERACAO          PIC 9(02) VALUE 92.

       01  WS-HA-PARAMETRO             PIC X VALUE "N".
           88  HA-PARAMETRO                VALUE "S".
       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG136".
       01  WS-PERFIL-SESSAO            PIC X(01) VALUE "*".
       01  WS-LIBERACAO-OK             PIC X(01) VALUE "N".
           88  LIBERACAO-AUTORIZADA        VALUE "S".

      *    OPERADOR DO CALCULO DA COMPETENCIA - ULTIMO REGISTRO DO
      *    PROG29 NO OPLOG.
       01  WS-OPERADOR-CALCULO         PIC X(08) VALUE SPACES.
       01  WS-EVENTO-CALCULO.
           05  FILLER                  PIC X(17)
                                       VALUE "CALCULO DA FOLHA ".
           05  WS-EVENTO-COMPETENCIA   PIC 9(06).

       01  WS-COMPETENCIA-ANTERIOR     PIC 9(06).
       01  FILLER REDEFINES WS-COMPETENCIA-ANTERIOR.
           05  WS-ANO-ANTERIOR         PIC 9(04).
           05  WS-MES-ANTERIOR         PIC 9(02).

       01  WS-MOTIVO-RECUSA            PIC X(40) VALUE SPACES.
       01  WS-QTD-LIBERADAS            PIC 9(03) VALUE 0.
       01  WS-QTD-RECUSADAS            PIC 9(03) VALUE 0.

      *    FUNCIONARIOS DO MESTRE - EMPRESA, SITUACAO, O CALCULO MAIS
      *    RECENTE DA COMPETENCIA E DA ANTERIOR E AS CONTAS.
       01  WS-QTD-FUNCS                PIC 9(04) VALUE 0.
       01  TAB-FUNCS.
           05  LFU-ITEM OCCURS 2000 TIMES.
               10  LFU-CODIGO          PIC 9(05).
               10  LFU-NOME            PIC X(10).
               10  LFU-EMPRESA         PIC 9(03).
               10  LFU-ATIVO           PIC X(01).
               10  LFU-TEM-ATUAL       PIC X(01).
               10  LFU-BRUTO           PIC 9(6)V9(2).
               10  LFU-LIQUIDO         PIC 9(6)V9(2).
               10  LFU-TEM-ANTERIOR    PIC X(01).
               10  LFU-LIQUIDO-ANTERIOR
                                       PIC 9(6)V9(2).
               10  LFU-QTD-CONTAS      PIC 9(02).
               10  LFU-LISTADO         PIC X(01).
       01  WS-IDX-LFU                  PIC 9(04).
       01  WS-IDX-LFU-ACHADO           PIC 9(04).
       01  WS-CODIGO-PROCURADO         PIC 9(05).

      *    EMPRESAS COM FOLHA NA COMPETENCIA - TOTAIS DO ULTIMO
      *    CALCULO E, PARA A CONFERENCIA DO PROG45, OS TOTAIS DE
      *    TODOS OS REGISTROS DA FOLHA NORMAL NO FOLHAHIST.
       01  WS-QTD-EMPRESAS             PIC 9(02) VALUE 0.
       01  TAB-EMPRESAS.
           05  LEM-ITEM OCCURS 50 TIMES.
               10  LEM-EMPRESA         PIC 9(03).
               10  LEM-QTD-FUNCS       PIC 9(05).
               10  LEM-BRUTO           PIC 9(8)V9(2).
               10  LEM-LIQUIDO         PIC 9(8)V9(2).
               10  LEM-QTD-CREDITOS    PIC 9(05).
               10  LEM-QTD-SEM-CONTA   PIC 9(05).
               10  LEM-QTD-REGISTROS   PIC 9(05).
               10  LEM-REG-BRUTO       PIC 9(8)V9(2).
               10  LEM-REG-LIQUIDO     PIC 9(8)V9(2).
       01  WS-IDX-LEM                  PIC 9(02).
       01  WS-IDX-LEM-ACHADO           PIC 9(02).
       01  WS-EMPRESA-PROCURADA        PIC 9(03).

      *    MAIORES VARIACOES DE LIQUIDO DA EMPRESA - ATE 5.
       01  WS-QTD-VARIACOES            PIC 9(01).
       01  WS-DIFERENCA                PIC S9(7)V9(2).
       01  WS-DIFERENCA-ABS            PIC 9(7)V9(2).
       01  WS-MAIOR-DIFERENCA          PIC 9(7)V9(2).
       01  WS-IDX-MAIOR                PIC 9(04).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM LER-PARAMETRO.
           IF NOT HA-PARAMETRO
               DISPLAY "** LIBPRM AUSENTE OU INVALIDO - NADA A"
                   " FAZER **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LER-SESSAO
               PERFORM APURAR-COMPETENCIA-ANTERIOR
               PERFORM CARREGAR-FUNCIONARIOS
               PERFORM CARREGAR-HISTORICO
               PERFORM CARREGAR-CONTAS
               PERFORM TOTALIZAR-EMPRESAS
               IF LPR-LIBERAR
                   PERFORM APURAR-OPERADOR-DO-CALCULO
                   PERFORM CONFERIR-AUTORIZACAO
               END-IF
               PERFORM IMPRIMIR-LIBERACAO
               DISPLAY "LIBERACAO DA FOLHA " LPR-COMPETENCIA
                   " - EMPRESAS LIBERADAS: " WS-QTD-LIBERADAS
                   " - RECUSADAS: " WS-QTD-RECUSADAS
               IF WS-QTD-RECUSADAS > 0
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF (LPR-PREVIA OR LPR-LIBERAR)
                           AND LPR-COMPETENCIA IS NUMERIC
                           AND LPR-COMPETENCIA > 0
                           AND LPR-EMPRESA IS NUMERIC
                           SET HA-PARAMETRO TO TRUE
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

       APURAR-COMPETENCIA-ANTERIOR.
           MOVE LPR-COMPETENCIA TO WS-COMPETENCIA-ANTERIOR.
           IF WS-MES-ANTERIOR = 1
               MOVE 12 TO WS-MES-ANTERIOR
               SUBTRACT 1 FROM WS-ANO-ANTERIOR
           ELSE
               SUBTRACT 1 FROM WS-MES-ANTERIOR
           END-IF.

      *--------------------------------------------------------------*
      *    CARGA DO MESTRE, DO FOLHAHIST E DAS CONTAS BANCARIAS.
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
               MOVE WS-QTD-FUNCS TO WS-IDX-LFU
               MOVE CODIGO  TO LFU-CODIGO (WS-IDX-LFU)
               MOVE NOME    TO LFU-NOME (WS-IDX-LFU)
               MOVE EMPRESA TO LFU-EMPRESA (WS-IDX-LFU)
               IF SITUACAO-ATIVA
                   MOVE "S" TO LFU-ATIVO (WS-IDX-LFU)
               ELSE
                   MOVE "N" TO LFU-ATIVO (WS-IDX-LFU)
               END-IF
               MOVE "N" TO LFU-TEM-ATUAL (WS-IDX-LFU)
               MOVE "N" TO LFU-TEM-ANTERIOR (WS-IDX-LFU)
               MOVE "N" TO LFU-LISTADO (WS-IDX-LFU)
               MOVE 0   TO LFU-BRUTO (WS-IDX-LFU)
               MOVE 0   TO LFU-LIQUIDO (WS-IDX-LFU)
               MOVE 0   TO LFU-LIQUIDO-ANTERIOR (WS-IDX-LFU)
               MOVE 0   TO LFU-QTD-CONTAS (WS-IDX-LFU)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       BUSCAR-FUNCIONARIO.
           MOVE 0 TO WS-IDX-LFU-ACHADO.
           PERFORM VARYING WS-IDX-LFU FROM 1 BY 1
                   UNTIL WS-IDX-LFU > WS-QTD-FUNCS
                       OR WS-IDX-LFU-ACHADO > 0
               IF LFU-CODIGO (WS-IDX-LFU) = WS-CODIGO-PROCURADO
                   MOVE WS-IDX-LFU TO WS-IDX-LFU-ACHADO
               END-IF
           END-PERFORM.

      *    SO A FOLHA NORMAL (TIPO BRANCO OU "N") - COMPLEMENTAR E
      *    PLR TEM PAGAMENTO PROPRIO.
       CARREGAR-HISTORICO.
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
           IF (FHS-TIPO-FOLHA = SPACE OR FHS-TIPO-FOLHA = "N")
               AND (FHS-COMPETENCIA = LPR-COMPETENCIA
                   OR FHS-COMPETENCIA = WS-COMPETENCIA-ANTERIOR)
               MOVE FHS-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM BUSCAR-FUNCIONARIO
               IF WS-IDX-LFU-ACHADO > 0
                   MOVE WS-IDX-LFU-ACHADO TO WS-IDX-LFU
                   IF FHS-COMPETENCIA = LPR-COMPETENCIA
                       MOVE "S" TO LFU-TEM-ATUAL (WS-IDX-LFU)
                       MOVE FHS-BRUTO   TO LFU-BRUTO (WS-IDX-LFU)
                       MOVE FHS-LIQUIDO TO LFU-LIQUIDO (WS-IDX-LFU)
                       MOVE LFU-EMPRESA (WS-IDX-LFU)
                           TO WS-EMPRESA-PROCURADA
                       PERFORM LOCALIZAR-EMPRESA
                       IF WS-IDX-LEM-ACHADO > 0
                           ADD 1 TO LEM-QTD-REGISTROS
                               (WS-IDX-LEM-ACHADO)
                           ADD FHS-BRUTO
                               TO LEM-REG-BRUTO (WS-IDX-LEM-ACHADO)
                           ADD FHS-LIQUIDO
                               TO LEM-REG-LIQUIDO (WS-IDX-LEM-ACHADO)
                       END-IF
                   ELSE
                       MOVE "S" TO LFU-TEM-ANTERIOR (WS-IDX-LFU)
                       MOVE FHS-LIQUIDO
                           TO LFU-LIQUIDO-ANTERIOR (WS-IDX-LFU)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

      *    LOCALIZA A EMPRESA NA TABELA, INCLUINDO-A NA PRIMEIRA VEZ.
       LOCALIZAR-EMPRESA.
           MOVE 0 TO WS-IDX-LEM-ACHADO.
           PERFORM VARYING WS-IDX-LEM FROM 1 BY 1
                   UNTIL WS-IDX-LEM > WS-QTD-EMPRESAS
                       OR WS-IDX-LEM-ACHADO > 0
               IF LEM-EMPRESA (WS-IDX-LEM) = WS-EMPRESA-PROCURADA
                   MOVE WS-IDX-LEM TO WS-IDX-LEM-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-LEM-ACHADO = 0 AND WS-QTD-EMPRESAS < 50
               ADD 1 TO WS-QTD-EMPRESAS
               MOVE WS-QTD-EMPRESAS TO WS-IDX-LEM-ACHADO
               MOVE WS-EMPRESA-PROCURADA
                   TO LEM-EMPRESA (WS-IDX-LEM-ACHADO)
               MOVE 0 TO LEM-QTD-FUNCS (WS-IDX-LEM-ACHADO)
                         LEM-BRUTO (WS-IDX-LEM-ACHADO)
                         LEM-LIQUIDO (WS-IDX-LEM-ACHADO)
                         LEM-QTD-CREDITOS (WS-IDX-LEM-ACHADO)
                         LEM-QTD-SEM-CONTA (WS-IDX-LEM-ACHADO)
                         LEM-QTD-REGISTROS (WS-IDX-LEM-ACHADO)
                         LEM-REG-BRUTO (WS-IDX-LEM-ACHADO)
                         LEM-REG-LIQUIDO (WS-IDX-LEM-ACHADO)
           END-IF.

       CARREGAR-CONTAS.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM LER-CONTA-BANCARIA
               PERFORM CONTAR-UMA-CONTA UNTIL FIM-CONTAS
           END-IF.
           CLOSE ARQ-CONTAS.

       LER-CONTA-BANCARIA.
           READ ARQ-CONTAS
               AT END SET FIM-CONTAS TO TRUE
           END-READ.

       CONTAR-UMA-CONTA.
           MOVE BCO-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM BUSCAR-FUNCIONARIO.
           IF WS-IDX-LFU-ACHADO > 0
               AND LFU-QTD-CONTAS (WS-IDX-LFU-ACHADO) < 99
               ADD 1 TO LFU-QTD-CONTAS (WS-IDX-LFU-ACHADO)
           END-IF.
           PERFORM LER-CONTA-BANCARIA.

      *    TOTAIS DO CALCULO MAIS RECENTE DE CADA FUNCIONARIO. O
      *    CREDITO SAI PARA O ATIVO COM LIQUIDO - UM POR CONTA.
       TOTALIZAR-EMPRESAS.
           PERFORM VARYING WS-IDX-LFU FROM 1 BY 1
                   UNTIL WS-IDX-LFU > WS-QTD-FUNCS
               IF LFU-TEM-ATUAL (WS-IDX-LFU) = "S"
                   MOVE LFU-EMPRESA (WS-IDX-LFU)
                       TO WS-EMPRESA-PROCURADA
                   PERFORM LOCALIZAR-EMPRESA
                   IF WS-IDX-LEM-ACHADO > 0
                       PERFORM TOTALIZAR-UM-FUNCIONARIO
                   END-IF
               END-IF
           END-PERFORM.

       TOTALIZAR-UM-FUNCIONARIO.
           MOVE WS-IDX-LEM-ACHADO TO WS-IDX-LEM.
           ADD 1 TO LEM-QTD-FUNCS (WS-IDX-LEM).
           ADD LFU-BRUTO (WS-IDX-LFU)   TO LEM-BRUTO (WS-IDX-LEM).
           ADD LFU-LIQUIDO (WS-IDX-LFU) TO LEM-LIQUIDO (WS-IDX-LEM).
           IF LFU-ATIVO (WS-IDX-LFU) = "S"
               AND LFU-LIQUIDO (WS-IDX-LFU) > 0
               IF LFU-QTD-CONTAS (WS-IDX-LFU) > 0
                   ADD LFU-QTD-CONTAS (WS-IDX-LFU)
                       TO LEM-QTD-CREDITOS (WS-IDX-LEM)
               ELSE
                   ADD 1 TO LEM-QTD-SEM-CONTA (WS-IDX-LEM)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    QUEM CALCULOU E QUEM PODE LIBERAR.
      *--------------------------------------------------------------*
       APURAR-OPERADOR-DO-CALCULO.
           MOVE LPR-COMPETENCIA TO WS-EVENTO-COMPETENCIA.
           MOVE SPACES TO WS-OPERADOR-CALCULO.
           OPEN INPUT ARQ-LOG.
           IF WS-STATUS-LOG = "00"
               PERFORM LER-LOG
               PERFORM CONFERIR-UM-LOG UNTIL FIM-LOG
           END-IF.
           CLOSE ARQ-LOG.

       LER-LOG.
           READ ARQ-LOG
               AT END SET FIM-LOG TO TRUE
           END-READ.

       CONFERIR-UM-LOG.
           IF LOG-PROGRAMA = "PROG29"
               AND LOG-EVENTO (1:23) = WS-EVENTO-CALCULO
               MOVE LOG-OPERADOR TO WS-OPERADOR-CALCULO
           END-IF.
           PERFORM LER-LOG.

       CONFERIR-AUTORIZACAO.
           MOVE "N" TO WS-LIBERACAO-OK.
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
               AND PRF-OPCAO = WS-OPCAO-LIBERACAO
               SET LIBERACAO-AUTORIZADA TO TRUE
           END-IF.
           PERFORM LER-AUTORIZACAO.

      *--------------------------------------------------------------*
      *    RELATORIO (RELLIBER) E LIBERACAO, EMPRESA A EMPRESA.
      *--------------------------------------------------------------*
       IMPRIMIR-LIBERACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF LPR-LIBERAR
               STRING "LIBERACAO DA FOLHA - COMPETENCIA "
                   LPR-COMPETENCIA " - OPERADOR " WS-OPERADOR-SESSAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "PREVIA DA LIBERACAO DA FOLHA - COMPETENCIA "
                   LPR-COMPETENCIA " - EM " WS-DATA-HOJE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           IF LPR-EMPRESA > 0
               MOVE LPR-EMPRESA TO WS-EMPRESA-PROCURADA
               PERFORM PROCURAR-EMPRESA-PEDIDA
               IF WS-IDX-LEM-ACHADO = 0
                   MOVE "EMPRESA SEM FOLHA NA COMPETENCIA"
                       TO WS-MOTIVO-RECUSA
                   PERFORM IMPRIMIR-RECUSA-SEM-FOLHA
               ELSE
                   MOVE WS-IDX-LEM-ACHADO TO WS-IDX-LEM
                   PERFORM TRATAR-UMA-EMPRESA
               END-IF
           ELSE
               IF WS-QTD-EMPRESAS = 0
                   MOVE 0 TO WS-EMPRESA-PROCURADA
                   MOVE "COMPETENCIA SEM FOLHA CALCULADA"
                       TO WS-MOTIVO-RECUSA
                   PERFORM IMPRIMIR-RECUSA-SEM-FOLHA
               END-IF
               PERFORM VARYING WS-IDX-LEM FROM 1 BY 1
                       UNTIL WS-IDX-LEM > WS-QTD-EMPRESAS
                   PERFORM TRATAR-UMA-EMPRESA
               END-PERFORM
           END-IF.
           CLOSE ARQ-RELATORIO.

       PROCURAR-EMPRESA-PEDIDA.
           MOVE 0 TO WS-IDX-LEM-ACHADO.
           PERFORM VARYING WS-IDX-LEM FROM 1 BY 1
                   UNTIL WS-IDX-LEM > WS-QTD-EMPRESAS
                       OR WS-IDX-LEM-ACHADO > 0
               IF LEM-EMPRESA (WS-IDX-LEM) = WS-EMPRESA-PROCURADA
                   MOVE WS-IDX-LEM TO WS-IDX-LEM-ACHADO
               END-IF
           END-PERFORM.

      *    SO HA RECUSA QUANDO SE PEDIU A LIBERACAO; NA PREVIA A
      *    LINHA SO INFORMA.
       IMPRIMIR-RECUSA-SEM-FOLHA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMPRESA " WS-EMPRESA-PROCURADA " - "
               WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF LPR-LIBERAR
               ADD 1 TO WS-QTD-RECUSADAS
               PERFORM REGISTRAR-NO-LOG-RECUSA
           END-IF.

       TRATAR-UMA-EMPRESA.
           PERFORM IMPRIMIR-TOTAIS-DA-EMPRESA.
           PERFORM IMPRIMIR-MAIORES-VARIACOES.
           IF LPR-LIBERAR
               PERFORM LIBERAR-UMA-EMPRESA
           END-IF.

       IMPRIMIR-TOTAIS-DA-EMPRESA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMPRESA " LEM-EMPRESA (WS-IDX-LEM)
               " - FUNCIONARIOS CALCULADOS " LEM-QTD-FUNCS (WS-IDX-LEM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  BRUTO " LEM-BRUTO (WS-IDX-LEM)
               "   LIQUIDO " LEM-LIQUIDO (WS-IDX-LEM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  CREDITOS EM CONTA " LEM-QTD-CREDITOS (WS-IDX-LEM)
               "   ATIVOS SEM CONTA " LEM-QTD-SEM-CONTA (WS-IDX-LEM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *    ATE CINCO FUNCIONARIOS DA EMPRESA, DA MAIOR PARA A MENOR
      *    VARIACAO DE LIQUIDO SOBRE A COMPETENCIA ANTERIOR.
       IMPRIMIR-MAIORES-VARIACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  MAIORES VARIACOES DE LIQUIDO SOBRE "
               WS-COMPETENCIA-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-VARIACOES.
           MOVE 1 TO WS-IDX-MAIOR.
           PERFORM IMPRIMIR-UMA-VARIACAO
               UNTIL WS-QTD-VARIACOES = 5 OR WS-IDX-MAIOR = 0.

       IMPRIMIR-UMA-VARIACAO.
           MOVE 0 TO WS-IDX-MAIOR.
           MOVE 0 TO WS-MAIOR-DIFERENCA.
           PERFORM VARYING WS-IDX-LFU FROM 1 BY 1
                   UNTIL WS-IDX-LFU > WS-QTD-FUNCS
               IF LFU-EMPRESA (WS-IDX-LFU) = LEM-EMPRESA (WS-IDX-LEM)
                   AND LFU-TEM-ATUAL (WS-IDX-LFU) = "S"
                   AND LFU-TEM-ANTERIOR (WS-IDX-LFU) = "S"
                   AND LFU-LISTADO (WS-IDX-LFU) = "N"
                   PERFORM APURAR-DIFERENCA-DO-FUNC
                   IF WS-DIFERENCA-ABS > WS-MAIOR-DIFERENCA
                       MOVE WS-DIFERENCA-ABS TO WS-MAIOR-DIFERENCA
                       MOVE WS-IDX-LFU TO WS-IDX-MAIOR
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDX-MAIOR > 0
               MOVE WS-IDX-MAIOR TO WS-IDX-LFU
               MOVE "S" TO LFU-LISTADO (WS-IDX-LFU)
               ADD 1 TO WS-QTD-VARIACOES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    " LFU-CODIGO (WS-IDX-LFU) " "
                   LFU-NOME (WS-IDX-LFU)
                   " DE " LFU-LIQUIDO-ANTERIOR (WS-IDX-LFU)
                   " PARA " LFU-LIQUIDO (WS-IDX-LFU)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       APURAR-DIFERENCA-DO-FUNC.
           COMPUTE WS-DIFERENCA = LFU-LIQUIDO (WS-IDX-LFU)
               - LFU-LIQUIDO-ANTERIOR (WS-IDX-LFU).
           IF WS-DIFERENCA < 0
               COMPUTE WS-DIFERENCA-ABS = 0 - WS-DIFERENCA
           ELSE
               MOVE WS-DIFERENCA TO WS-DIFERENCA-ABS
           END-IF.

      *    SEGREGACAO: PERFIL COM A OPCAO 92 E OPERADOR DIFERENTE DO
      *    QUE CALCULOU A COMPETENCIA.
       LIBERAR-UMA-EMPRESA.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           EVALUATE TRUE
               WHEN NOT LIBERACAO-AUTORIZADA
                   MOVE "PERFIL SEM A OPCAO 92 (LIBERACAO)"
                       TO WS-MOTIVO-RECUSA
               WHEN WS-OPERADOR-CALCULO = SPACES
                   MOVE "CALCULO SEM OPERADOR NO OPLOG"
                       TO WS-MOTIVO-RECUSA
               WHEN WS-OPERADOR-CALCULO = WS-OPERADOR-SESSAO
                   MOVE "OPERADOR E O MESMO DO CALCULO"
                       TO WS-MOTIVO-RECUSA
           END-EVALUATE.
           MOVE LEM-EMPRESA (WS-IDX-LEM) TO WS-EMPRESA-PROCURADA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM GRAVAR-LIBERACAO
               ADD 1 TO WS-QTD-LIBERADAS
               PERFORM REGISTRAR-NO-LOG-LIBERACAO
               STRING "  LIBERADA POR " WS-OPERADOR-SESSAO
                   " - CALCULO DE " WS-OPERADOR-CALCULO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               ADD 1 TO WS-QTD-RECUSADAS
               PERFORM REGISTRAR-NO-LOG-RECUSA
               STRING "  LIBERACAO RECUSADA - " WS-MOTIVO-RECUSA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.

       GRAVAR-LIBERACAO.
           OPEN EXTEND ARQ-LIBERACOES.
           IF WS-STATUS-LIBERACOES = "35"
               OPEN OUTPUT ARQ-LIBERACOES
           END-IF.
           MOVE LPR-COMPETENCIA    TO LBF-COMPETENCIA.
           MOVE LEM-EMPRESA (WS-IDX-LEM)
                                   TO LBF-EMPRESA.
           MOVE LEM-QTD-REGISTROS (WS-IDX-LEM)
                                   TO LBF-QTD-REGISTROS.
           MOVE LEM-REG-BRUTO (WS-IDX-LEM)
                                   TO LBF-TOTAL-BRUTO.
           MOVE LEM-REG-LIQUIDO (WS-IDX-LEM)
                                   TO LBF-TOTAL-LIQUIDO.
           MOVE WS-DATA-HOJE       TO LBF-DATA.
           MOVE WS-HORA-AGORA      TO LBF-HORA.
           MOVE WS-OPERADOR-SESSAO TO LBF-OPERADOR.
           MOVE WS-OPERADOR-CALCULO
                                   TO LBF-OPERADOR-CALCULO.
           WRITE REG-LIBERACAO-FOLHA.
           CLOSE ARQ-LIBERACOES.

      *--------------------------------------------------------------*
      *    LOG DE OPERACAO.
      *--------------------------------------------------------------*
       REGISTRAR-NO-LOG-LIBERACAO.
           MOVE SPACES TO LOG-EVENTO.
           STRING "FOLHA LIBERADA " LPR-COMPETENCIA " EMPRESA "
               WS-EMPRESA-PROCURADA
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           PERFORM GRAVAR-NO-LOG.

       REGISTRAR-NO-LOG-RECUSA.
           MOVE SPACES TO LOG-EVENTO.
           STRING "LIBERACAO RECUSADA " LPR-COMPETENCIA " EMPRESA "
               WS-EMPRESA-PROCURADA
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           PERFORM GRAVAR-NO-LOG.

       GRAVAR-NO-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE "PROG136"          TO LOG-PROGRAMA.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

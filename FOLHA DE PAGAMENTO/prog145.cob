       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG145.
      *     EXTRATO ANALITICO MENSAL DA FOLHA.
      *     OS ANALISTAS DO FINANCEIRO REMONTAVAM O HISTORICO DA FOLHA
      *     EM PLANILHA A PARTIR DOS RELATORIOS IMPRESSOS. ESTE
      *     PROGRAMA GRAVA, PARA A COMPETENCIA DA FOLHA (FOLHADTA; SEM
      *     ELE, O MES CORRENTE), UM ARQUIVO DE FATOS E QUATRO DE
      *     DIMENSOES, DELIMITADOS POR VIRGULA COMO O FUNCCSV (PROG32):
      *       ANLFATO  UM REGISTRO POR FUNCIONARIO, COMPETENCIA, TIPO
      *                DE FOLHA (N NORMAL, C COMPLEMENTAR, P PLR) E
      *                VERBA - DO FOLHAHIST (BASE, ANUENIO, HORAS
      *                EXTRAS, NOTURNO, DSR, ADICIONAIS, DESCONTOS E
      *                OS TOTAIS BRUTO/INSS/IRRF/LIQUIDO), OS ENCARGOS
      *                PATRONAIS DO FGTSDEP (PROG51) E A PREVIDENCIA DA
      *                EMPRESA, E AS PROVISOES DE 13O, FERIAS E
      *                ENCARGOS DO PROVHIST (PROG95), QUE SAO POR
      *                SETOR E VEM COM A CHAVE DE FUNCIONARIO ZERO;
      *       ANLDFUN  FUNCIONARIOS (FUNCMAST);
      *       ANLDSET  SETORES (SETORMST);
      *       ANLDCRG  CARGOS (CARGOMST);
      *       ANLDEMP  EMPRESAS (EMPRCTRL).
      *     CADA VERBA LEVA A CLASSE: P PROVENTO, D DESCONTO, T TOTAL,
      *     E ENCARGO DA EMPRESA, V PROVISAO. OS VALORES SAEM SEM
      *     PONTO, COM 2 CASAS IMPLICITAS, COMO NO FUNCCSV.
      *
      *     AS CHAVES DAS DIMENSOES SAO SUBSTITUTAS E ESTAVEIS: O
      *     ARQUIVO ANLCHAVE GUARDA, POR TIPO (F/S/C/E), A CHAVE
      *     NATURAL E O NUMERO DADO A ELA NA PRIMEIRA VEZ QUE
      *     APARECEU - O MESMO SETOR TEM O MESMO NUMERO EM TODOS OS
      *     MESES, E CHAVE NOVA RECEBE O PROXIMO NUMERO DO TIPO. O
      *     SETOR DO FATO E O DO FOLHAHIST (O DA COMPETENCIA); CARGO E
      *     EMPRESA SAO OS DO MESTRE.
      *
      *     CADA ARQUIVO ABRE COM "H" (COMPETENCIA E DATA DE GERACAO)
      *     E FECHA COM "T": QUANTIDADE DE REGISTROS E SOMA DOS
      *     VALORES; NO DE FATOS, TAMBEM OS FUNCIONARIOS COM FATO E AS
      *     SOMAS DE BASE E LIQUIDO DA FOLHA NORMAL; NO DE
      *     FUNCIONARIOS, OS ATIVOS, A SOMA DOS SALARIOS E A DOS
      *     LIQUIDOS DO MESTRE - A MESMA CONTA DO BALANCEAMENTO
      *     (PROG35), CONFERIDA CONTRA O FOLHATOT DA ULTIMA RODADA
      *     DELE. SE A TABELA DE CHAVES ESTOURAR, O ANLCHAVE NAO E
      *     REGRAVADO E O PROGRAMA TERMINA COM RC 16; DIVERGENCIA COM
      *     O BALANCEAMENTO TERMINA COM RC 4.

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

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-DEPOSITOS ASSIGN TO "FGTSDEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPOSITOS.

           SELECT ARQ-PROVISAO ASSIGN TO "PROVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROVISAO.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-CARGOS ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-EMPRESAS ASSIGN TO "EMPRCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EMPRESAS.

           SELECT ARQ-TOTAIS-BALANCEAMENTO ASSIGN TO "FOLHATOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOTAIS.

           SELECT ARQ-CHAVES ASSIGN TO "ANLCHAVE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHAVES.

           SELECT ARQ-FATOS ASSIGN TO "ANLFATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FATOS.

           SELECT ARQ-DIM-FUNCIONARIO ASSIGN TO "ANLDFUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIMENSAO.

           SELECT ARQ-DIM-SETOR ASSIGN TO "ANLDSET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIMENSAO.

           SELECT ARQ-DIM-CARGO ASSIGN TO "ANLDCRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIMENSAO.

           SELECT ARQ-DIM-EMPRESA ASSIGN TO "ANLDEMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIMENSAO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-DEPOSITOS.
       01  REG-DEPOSITO.
           05  DEPO-CODIGO             PIC 9(05).
           05  DEPO-BASE               PIC 9(6)V9(2).
           05  DEPO-FGTS               PIC 9(6)V9(2).
           05  DEPO-INSS-PATRONAL      PIC 9(6)V9(2).

       FD  ARQ-PROVISAO.
       01  REG-PROVISAO-SETOR.
           05  PRV-SETOR               PIC X(10).
           05  PRV-COMPETENCIA         PIC 9(06).
           05  PRV-VALOR-13            PIC 9(8)V9(2).
           05  PRV-VALOR-FERIAS        PIC 9(8)V9(2).
           05  PRV-VALOR-ENCARGOS      PIC 9(8)V9(2).

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-EMPRESAS.
       COPY CPEMPCTL.

       FD  ARQ-TOTAIS-BALANCEAMENTO.
       01  REG-TOTAIS-BALANCEAMENTO.
           05  TOT-DATA-EXECUCAO       PIC 9(08).
           05  TOT-VALOR-BRUTO         PIC 9(8)V9(2).
           05  TOT-VALOR-LIQUIDO       PIC 9(8)V9(2).

      *    REGISTRO DAS CHAVES SUBSTITUTAS - TIPO F FUNCIONARIO,
      *    S SETOR, C CARGO, E EMPRESA.
       FD  ARQ-CHAVES.
       01  REG-CHAVE-ANALITICA.
           05  CHV-TIPO                PIC X(01).
           05  CHV-NATURAL             PIC X(10).
           05  CHV-SUBSTITUTA          PIC 9(06).
           05  CHV-DATA-CRIACAO        PIC 9(08).

       FD  ARQ-FATOS.
       01  LINHA-FATO                  PIC X(100).

       FD  ARQ-DIM-FUNCIONARIO.
       01  LINHA-DIM-FUNCIONARIO       PIC X(100).

       FD  ARQ-DIM-SETOR.
       01  LINHA-DIM-SETOR             PIC X(100).

       FD  ARQ-DIM-CARGO.
       01  LINHA-DIM-CARGO             PIC X(100).

       FD  ARQ-DIM-EMPRESA.
       01  LINHA-DIM-EMPRESA           PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-DEPOSITOS         PIC X(02).
       01  WS-STATUS-PROVISAO          PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-STATUS-EMPRESAS          PIC X(02).
       01  WS-STATUS-TOTAIS            PIC X(02).
       01  WS-STATUS-CHAVES            PIC X(02).
       01  WS-STATUS-FATOS             PIC X(02).
       01  WS-STATUS-DIMENSAO          PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-DEPOSITOS            PIC X VALUE "N".
           88  FIM-DEPOSITOS               VALUE "S".
       01  WS-FIM-PROVISAO             PIC X VALUE "N".
           88  FIM-PROVISAO                VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".
       01  WS-FIM-EMPRESAS             PIC X VALUE "N".
           88  FIM-EMPRESAS                VALUE "S".
       01  WS-FIM-CHAVES               PIC X VALUE "N".
           88  FIM-CHAVES                  VALUE "S".

       01  WS-TABELA-ESTOURADA         PIC X VALUE "N".
           88  TABELA-ESTOURADA            VALUE "S".

      *    CHAVES SUBSTITUTAS - AS DO ANLCHAVE MAIS AS NOVAS DESTA
      *    RODADA, E O ULTIMO NUMERO DADO EM CADA TIPO.
       01  WS-MAX-CHAVES               PIC 9(04) VALUE 3000.
       01  WS-QTD-CHAVES               PIC 9(04) VALUE 0.
       01  TAB-CHAVES.
           05  TCH-ITEM OCCURS 3000 TIMES.
               10  TCH-TIPO            PIC X(01).
               10  TCH-NATURAL         PIC X(10).
               10  TCH-SUBSTITUTA      PIC 9(06).
               10  TCH-DATA-CRIACAO    PIC 9(08).
       01  WS-IDX-CHV                  PIC 9(04).
       01  WS-ULTIMAS-CHAVES.
           05  WS-ULTIMA-CHAVE OCCURS 4 TIMES
                                       PIC 9(06).
       01  WS-IDX-TIPO                 PIC 9(01).
       01  WS-CHV-TIPO                 PIC X(01).
       01  WS-CHV-NATURAL              PIC X(10).
       01  WS-CHV-SUBSTITUTA           PIC 9(06).
       01  WS-CHV-EMPRESA              PIC 9(03).

      *    CADASTROS DAS DIMENSOES.
       01  WS-QTD-SETORES              PIC 9(03) VALUE 0.
       01  TAB-SETORES.
           05  TST-ITEM OCCURS 100 TIMES.
               10  TST-CODIGO          PIC X(10).
               10  TST-DESCRICAO       PIC X(20).
               10  TST-CENTRO-CUSTO    PIC 9(05).
       01  WS-IDX-SET                  PIC 9(03).

       01  WS-QTD-CARGOS               PIC 9(03) VALUE 0.
       01  TAB-CARGOS.
           05  TCG-ITEM OCCURS 100 TIMES.
               10  TCG-CODIGO          PIC X(10).
               10  TCG-DESCRICAO       PIC X(20).
       01  WS-IDX-CRG                  PIC 9(03).

       01  WS-QTD-EMPRESAS             PIC 9(03) VALUE 0.
       01  TAB-EMPRESAS.
           05  TEM-ITEM OCCURS 50 TIMES.
               10  TEM-EMPRESA         PIC 9(03).
               10  TEM-NOME            PIC X(20).
               10  TEM-CNPJ            PIC 9(14).
       01  WS-IDX-EMP                  PIC 9(03).

      *    FUNCIONARIOS - OS DO MESTRE E OS QUE SO EXISTEM NO
      *    FOLHAHIST DA COMPETENCIA.
       01  WS-MAX-FUNCS                PIC 9(04) VALUE 1000.
       01  WS-QTD-FUNCS                PIC 9(04) VALUE 0.
       01  TAB-FUNCS.
           05  TFU-ITEM OCCURS 1000 TIMES.
               10  TFU-CODIGO          PIC 9(05).
               10  TFU-NOME            PIC X(10).
               10  TFU-SETOR           PIC X(10).
               10  TFU-CARGO           PIC X(10).
               10  TFU-EMPRESA         PIC 9(03).
               10  TFU-SITUACAO        PIC X(01).
               10  TFU-DATA-ADMISSAO   PIC 9(08).
               10  TFU-TIPO-CONTRATO   PIC X(01).
               10  TFU-SK-FUNCIONARIO  PIC 9(06).
               10  TFU-SK-SETOR        PIC 9(06).
               10  TFU-SK-CARGO        PIC 9(06).
               10  TFU-SK-EMPRESA      PIC 9(06).
               10  TFU-COM-FATO        PIC X(01).
       01  WS-IDX-FUN                  PIC 9(04).
       01  WS-IDX-FUN-ACHADO           PIC 9(04).
       01  WS-CODIGO-PROCURADO         PIC 9(05).

      *    ENCARGOS PATRONAIS DO FGTSDEP, POR CODIGO.
       01  WS-QTD-DEPOSITOS            PIC 9(04) VALUE 0.
       01  TAB-DEPOSITOS.
           05  TDP-ITEM OCCURS 1000 TIMES.
               10  TDP-CODIGO          PIC 9(05).
               10  TDP-FGTS            PIC 9(6)V9(2).
               10  TDP-INSS-PATRONAL   PIC 9(6)V9(2).
       01  WS-IDX-DEP                  PIC 9(04).

      *    FATO A GRAVAR.
       01  WS-FAT-SK-FUNCIONARIO       PIC 9(06).
       01  WS-FAT-SK-SETOR             PIC 9(06).
       01  WS-FAT-SK-CARGO             PIC 9(06).
       01  WS-FAT-SK-EMPRESA           PIC 9(06).
       01  WS-FAT-TIPO-FOLHA           PIC X(01).
       01  WS-FAT-VERBA                PIC X(08).
       01  WS-FAT-CLASSE               PIC X(01).
       01  WS-FAT-VALOR                PIC 9(8)V9(2).

      *    CONTROLE DOS ARQUIVOS.
       01  WS-CONTROLE-FATOS.
           05  WS-QTD-FATOS            PIC 9(07) VALUE 0.
           05  WS-SOMA-FATOS           PIC 9(10)V9(2) VALUE 0.
           05  WS-QTD-FUNCS-COM-FATO   PIC 9(05) VALUE 0.
           05  WS-SOMA-BASE-NORMAL     PIC 9(10)V9(2) VALUE 0.
           05  WS-SOMA-LIQUIDO-NORMAL  PIC 9(10)V9(2) VALUE 0.
       01  WS-CONTROLE-FUNCIONARIOS.
           05  WS-QTD-DIM-FUNCS        PIC 9(05) VALUE 0.
           05  WS-QTD-ATIVOS           PIC 9(05) VALUE 0.
           05  WS-SOMA-SALARIOS        PIC 9(8)V9(2) VALUE 0.
           05  WS-SOMA-LIQUIDOS        PIC 9(8)V9(2) VALUE 0.
       01  WS-QTD-DIM-OUTRAS           PIC 9(05) VALUE 0.

       01  WS-HA-BALANCEAMENTO         PIC X VALUE "N".
           88  HA-BALANCEAMENTO            VALUE "S".
       01  WS-BALANCEAMENTO-CONFERE    PIC X VALUE "S".
           88  BALANCEAMENTO-CONFERE       VALUE "S".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-DATA-FOLHA.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER NOT = "00"
               DISPLAY "** MESTRE DE FUNCIONARIOS INACESSIVEL -"
                   " STATUS " WS-STATUS-MASTER " **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-CHAVES
               PERFORM CARREGAR-SETORES
               PERFORM CARREGAR-CARGOS
               PERFORM CARREGAR-EMPRESAS
               PERFORM CARREGAR-FUNCIONARIOS
               CLOSE FUNCIONARIO-MASTER
               PERFORM CARREGAR-DEPOSITOS
               PERFORM GERAR-FATOS
               PERFORM GERAR-DIMENSAO-FUNCIONARIO
               PERFORM GERAR-DIMENSAO-SETOR
               PERFORM GERAR-DIMENSAO-CARGO
               PERFORM GERAR-DIMENSAO-EMPRESA
               PERFORM CONFERIR-COM-BALANCEAMENTO
               IF TABELA-ESTOURADA
                   DISPLAY "** TABELA DE CHAVES OU DE FUNCIONARIOS"
                       " CHEIA - EXTRATO INCOMPLETO, ANLCHAVE NAO"
                       " REGRAVADO **"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM GRAVAR-CHAVES
                   IF NOT BALANCEAMENTO-CONFERE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               DISPLAY "EXTRATO ANALITICO " WS-COMPETENCIA
                   " - FATOS: " WS-QTD-FATOS
                   " - FUNCIONARIOS: " WS-QTD-DIM-FUNCS
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

      *--------------------------------------------------------------*
      *    CHAVES SUBSTITUTAS - CARGA, OBTENCAO E REGRAVACAO.
      *--------------------------------------------------------------*
       CARREGAR-CHAVES.
           MOVE 0 TO WS-ULTIMA-CHAVE (1) WS-ULTIMA-CHAVE (2)
                     WS-ULTIMA-CHAVE (3) WS-ULTIMA-CHAVE (4).
           OPEN INPUT ARQ-CHAVES.
           IF WS-STATUS-CHAVES = "00"
               PERFORM LER-CHAVE
               PERFORM GUARDAR-UMA-CHAVE UNTIL FIM-CHAVES
               CLOSE ARQ-CHAVES
           END-IF.

       LER-CHAVE.
           READ ARQ-CHAVES
               AT END SET FIM-CHAVES TO TRUE
           END-READ.

       GUARDAR-UMA-CHAVE.
           MOVE CHV-TIPO TO WS-CHV-TIPO.
           PERFORM APURAR-INDICE-DO-TIPO.
           IF WS-IDX-TIPO > 0 AND CHV-SUBSTITUTA IS NUMERIC
               IF WS-QTD-CHAVES < WS-MAX-CHAVES
                   ADD 1 TO WS-QTD-CHAVES
                   MOVE CHV-TIPO       TO TCH-TIPO (WS-QTD-CHAVES)
                   MOVE CHV-NATURAL    TO TCH-NATURAL (WS-QTD-CHAVES)
                   MOVE CHV-SUBSTITUTA
                       TO TCH-SUBSTITUTA (WS-QTD-CHAVES)
                   MOVE CHV-DATA-CRIACAO
                       TO TCH-DATA-CRIACAO (WS-QTD-CHAVES)
                   IF CHV-SUBSTITUTA > WS-ULTIMA-CHAVE (WS-IDX-TIPO)
                       MOVE CHV-SUBSTITUTA
                           TO WS-ULTIMA-CHAVE (WS-IDX-TIPO)
                   END-IF
               ELSE
                   SET TABELA-ESTOURADA TO TRUE
               END-IF
           END-IF.
           PERFORM LER-CHAVE.

       APURAR-INDICE-DO-TIPO.
           EVALUATE WS-CHV-TIPO
               WHEN "F"
                   MOVE 1 TO WS-IDX-TIPO
               WHEN "S"
                   MOVE 2 TO WS-IDX-TIPO
               WHEN "C"
                   MOVE 3 TO WS-IDX-TIPO
               WHEN "E"
                   MOVE 4 TO WS-IDX-TIPO
               WHEN OTHER
                   MOVE 0 TO WS-IDX-TIPO
           END-EVALUATE.

      *    CHAVE DE TIPO E NATURAL INFORMADOS; A QUE AINDA NAO EXISTE
      *    RECEBE O PROXIMO NUMERO DO TIPO. NATURAL EM BRANCO (SETOR
      *    OU CARGO NAO INFORMADO) FICA COM CHAVE ZERO.
       OBTER-CHAVE.
           MOVE 0 TO WS-CHV-SUBSTITUTA.
           PERFORM APURAR-INDICE-DO-TIPO.
           IF WS-CHV-NATURAL NOT = SPACES AND WS-IDX-TIPO > 0
               PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                       UNTIL WS-IDX-CHV > WS-QTD-CHAVES
                          OR WS-CHV-SUBSTITUTA > 0
                   IF TCH-TIPO (WS-IDX-CHV) = WS-CHV-TIPO
                       AND TCH-NATURAL (WS-IDX-CHV) = WS-CHV-NATURAL
                       MOVE TCH-SUBSTITUTA (WS-IDX-CHV)
                           TO WS-CHV-SUBSTITUTA
                   END-IF
               END-PERFORM
               IF WS-CHV-SUBSTITUTA = 0
                   PERFORM CRIAR-CHAVE
               END-IF
           END-IF.

       CRIAR-CHAVE.
           IF WS-QTD-CHAVES < WS-MAX-CHAVES
               ADD 1 TO WS-ULTIMA-CHAVE (WS-IDX-TIPO)
               MOVE WS-ULTIMA-CHAVE (WS-IDX-TIPO) TO WS-CHV-SUBSTITUTA
               ADD 1 TO WS-QTD-CHAVES
               MOVE WS-CHV-TIPO       TO TCH-TIPO (WS-QTD-CHAVES)
               MOVE WS-CHV-NATURAL    TO TCH-NATURAL (WS-QTD-CHAVES)
               MOVE WS-CHV-SUBSTITUTA TO TCH-SUBSTITUTA (WS-QTD-CHAVES)
               MOVE WS-DATA-HOJE
                   TO TCH-DATA-CRIACAO (WS-QTD-CHAVES)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.

       OBTER-CHAVE-DA-EMPRESA.
           MOVE "E" TO WS-CHV-TIPO.
           MOVE SPACES TO WS-CHV-NATURAL.
           IF WS-CHV-EMPRESA > 0
               MOVE WS-CHV-EMPRESA TO WS-CHV-NATURAL (1:3)
           END-IF.
           PERFORM OBTER-CHAVE.

       GRAVAR-CHAVES.
           OPEN OUTPUT ARQ-CHAVES.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > WS-QTD-CHAVES
               MOVE TCH-TIPO (WS-IDX-CHV)         TO CHV-TIPO
               MOVE TCH-NATURAL (WS-IDX-CHV)      TO CHV-NATURAL
               MOVE TCH-SUBSTITUTA (WS-IDX-CHV)   TO CHV-SUBSTITUTA
               MOVE TCH-DATA-CRIACAO (WS-IDX-CHV) TO CHV-DATA-CRIACAO
               WRITE REG-CHAVE-ANALITICA
           END-PERFORM.
           CLOSE ARQ-CHAVES.

      *--------------------------------------------------------------*
      *    CADASTROS DAS DIMENSOES.
      *--------------------------------------------------------------*
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
           IF WS-QTD-SETORES < 100
               ADD 1 TO WS-QTD-SETORES
               MOVE SET-CODIGO     TO TST-CODIGO (WS-QTD-SETORES)
               MOVE SET-DESCRICAO  TO TST-DESCRICAO (WS-QTD-SETORES)
               MOVE SET-CENTRO-CUSTO
                   TO TST-CENTRO-CUSTO (WS-QTD-SETORES)
               MOVE "S"            TO WS-CHV-TIPO
               MOVE SET-CODIGO     TO WS-CHV-NATURAL
               PERFORM OBTER-CHAVE
           END-IF.
           PERFORM LER-SETOR.

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
           IF WS-QTD-CARGOS < 100
               ADD 1 TO WS-QTD-CARGOS
               MOVE CRG-CODIGO     TO TCG-CODIGO (WS-QTD-CARGOS)
               MOVE CRG-DESCRICAO  TO TCG-DESCRICAO (WS-QTD-CARGOS)
               MOVE "C"            TO WS-CHV-TIPO
               MOVE CRG-CODIGO     TO WS-CHV-NATURAL
               PERFORM OBTER-CHAVE
           END-IF.
           PERFORM LER-CARGO.

       CARREGAR-EMPRESAS.
           OPEN INPUT ARQ-EMPRESAS.
           IF WS-STATUS-EMPRESAS = "00"
               PERFORM LER-EMPRESA
               PERFORM GUARDAR-UMA-EMPRESA UNTIL FIM-EMPRESAS
               CLOSE ARQ-EMPRESAS
           END-IF.

       LER-EMPRESA.
           READ ARQ-EMPRESAS
               AT END SET FIM-EMPRESAS TO TRUE
           END-READ.

       GUARDAR-UMA-EMPRESA.
           IF WS-QTD-EMPRESAS < 50 AND EMC-EMPRESA IS NUMERIC
               ADD 1 TO WS-QTD-EMPRESAS
               MOVE EMC-EMPRESA    TO TEM-EMPRESA (WS-QTD-EMPRESAS)
               MOVE EMC-NOME       TO TEM-NOME (WS-QTD-EMPRESAS)
               MOVE EMC-CNPJ       TO TEM-CNPJ (WS-QTD-EMPRESAS)
               MOVE EMC-EMPRESA    TO WS-CHV-EMPRESA
               PERFORM OBTER-CHAVE-DA-EMPRESA
           END-IF.
           PERFORM LER-EMPRESA.

      *    MESTRE - CHAVES DO FUNCIONARIO E A CONTA DO BALANCEAMENTO
      *    (PROG35): ATIVOS, SOMA DE SALARIO E DE LIQUIDO.
       CARREGAR-FUNCIONARIOS.
           PERFORM LER-FUNCIONARIO.
           PERFORM GUARDAR-UM-FUNCIONARIO UNTIL FIM-MASTER.

       LER-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-UM-FUNCIONARIO.
           IF SITUACAO-ATIVA
               ADD 1 TO WS-QTD-ATIVOS
               ADD SALARIO         TO WS-SOMA-SALARIOS
               ADD SALARIO-LIQUIDO TO WS-SOMA-LIQUIDOS
           END-IF.
           IF WS-QTD-FUNCS < WS-MAX-FUNCS
               ADD 1 TO WS-QTD-FUNCS
               MOVE WS-QTD-FUNCS   TO WS-IDX-FUN
               MOVE CODIGO         TO TFU-CODIGO (WS-IDX-FUN)
               MOVE NOME           TO TFU-NOME (WS-IDX-FUN)
               MOVE SETOR          TO TFU-SETOR (WS-IDX-FUN)
               MOVE CARGO          TO TFU-CARGO (WS-IDX-FUN)
               MOVE EMPRESA        TO TFU-EMPRESA (WS-IDX-FUN)
               MOVE SITUACAO       TO TFU-SITUACAO (WS-IDX-FUN)
               MOVE DATA-ADMISSAO  TO TFU-DATA-ADMISSAO (WS-IDX-FUN)
               MOVE TIPO-CONTRATO  TO TFU-TIPO-CONTRATO (WS-IDX-FUN)
               PERFORM APURAR-CHAVES-DO-FUNCIONARIO
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.
           PERFORM LER-FUNCIONARIO.

       APURAR-CHAVES-DO-FUNCIONARIO.
           MOVE "F" TO WS-CHV-TIPO.
           MOVE SPACES TO WS-CHV-NATURAL.
           MOVE TFU-CODIGO (WS-IDX-FUN) TO WS-CHV-NATURAL (1:5).
           PERFORM OBTER-CHAVE.
           MOVE WS-CHV-SUBSTITUTA TO TFU-SK-FUNCIONARIO (WS-IDX-FUN).
           MOVE "S" TO WS-CHV-TIPO.
           MOVE TFU-SETOR (WS-IDX-FUN) TO WS-CHV-NATURAL.
           PERFORM OBTER-CHAVE.
           MOVE WS-CHV-SUBSTITUTA TO TFU-SK-SETOR (WS-IDX-FUN).
           MOVE "C" TO WS-CHV-TIPO.
           MOVE TFU-CARGO (WS-IDX-FUN) TO WS-CHV-NATURAL.
           PERFORM OBTER-CHAVE.
           MOVE WS-CHV-SUBSTITUTA TO TFU-SK-CARGO (WS-IDX-FUN).
           MOVE TFU-EMPRESA (WS-IDX-FUN) TO WS-CHV-EMPRESA.
           PERFORM OBTER-CHAVE-DA-EMPRESA.
           MOVE WS-CHV-SUBSTITUTA TO TFU-SK-EMPRESA (WS-IDX-FUN).
           MOVE "N" TO TFU-COM-FATO (WS-IDX-FUN).

      *    FUNCIONARIO DO CODIGO PROCURADO; O QUE SO EXISTE NO
      *    FOLHAHIST ENTRA COM NOME E SETOR DO HISTORICO.
       LOCALIZAR-FUNCIONARIO.
           MOVE 0 TO WS-IDX-FUN-ACHADO.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
                      OR WS-IDX-FUN-ACHADO > 0
               IF TFU-CODIGO (WS-IDX-FUN) = WS-CODIGO-PROCURADO
                   MOVE WS-IDX-FUN TO WS-IDX-FUN-ACHADO
               END-IF
           END-PERFORM.

       INCLUIR-FUNCIONARIO-DO-HISTORICO.
           IF WS-QTD-FUNCS < WS-MAX-FUNCS
               ADD 1 TO WS-QTD-FUNCS
               MOVE WS-QTD-FUNCS   TO WS-IDX-FUN
               MOVE FHS-CODIGO     TO TFU-CODIGO (WS-IDX-FUN)
               MOVE FHS-NOME       TO TFU-NOME (WS-IDX-FUN)
               MOVE FHS-SETOR      TO TFU-SETOR (WS-IDX-FUN)
               MOVE SPACES         TO TFU-CARGO (WS-IDX-FUN)
               MOVE 0              TO TFU-EMPRESA (WS-IDX-FUN)
               MOVE SPACE          TO TFU-SITUACAO (WS-IDX-FUN)
               MOVE 0              TO TFU-DATA-ADMISSAO (WS-IDX-FUN)
               MOVE SPACE          TO TFU-TIPO-CONTRATO (WS-IDX-FUN)
               PERFORM APURAR-CHAVES-DO-FUNCIONARIO
               MOVE WS-IDX-FUN     TO WS-IDX-FUN-ACHADO
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.

       CARREGAR-DEPOSITOS.
           OPEN INPUT ARQ-DEPOSITOS.
           IF WS-STATUS-DEPOSITOS = "00"
               PERFORM LER-DEPOSITO
               PERFORM GUARDAR-UM-DEPOSITO UNTIL FIM-DEPOSITOS
               CLOSE ARQ-DEPOSITOS
           END-IF.

       LER-DEPOSITO.
           READ ARQ-DEPOSITOS
               AT END SET FIM-DEPOSITOS TO TRUE
           END-READ.

       GUARDAR-UM-DEPOSITO.
           IF WS-QTD-DEPOSITOS < 1000
               ADD 1 TO WS-QTD-DEPOSITOS
               MOVE DEPO-CODIGO TO TDP-CODIGO (WS-QTD-DEPOSITOS)
               MOVE DEPO-FGTS   TO TDP-FGTS (WS-QTD-DEPOSITOS)
               MOVE DEPO-INSS-PATRONAL
                   TO TDP-INSS-PATRONAL (WS-QTD-DEPOSITOS)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.
           PERFORM LER-DEPOSITO.

      *--------------------------------------------------------------*
      *    FATOS - FOLHAHIST DA COMPETENCIA, ENCARGOS E PROVISOES.
      *--------------------------------------------------------------*
       GERAR-FATOS.
           OPEN OUTPUT ARQ-FATOS.
           MOVE SPACES TO LINHA-FATO.
           STRING "H," WS-COMPETENCIA "," WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-FATO
           END-STRING.
           WRITE LINHA-FATO.
           MOVE SPACES TO LINHA-FATO.
           STRING "SK_FUNCIONARIO,SK_SETOR,SK_CARGO,SK_EMPRESA,"
                   DELIMITED BY SIZE
               "COMPETENCIA,TIPO_FOLHA,VERBA,CLASSE,VALOR"
                   DELIMITED BY SIZE
               INTO LINHA-FATO
           END-STRING.
           WRITE LINHA-FATO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM TRATAR-UM-HISTORICO UNTIL FIM-HISTORICO
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-DEPOSITOS
               PERFORM GRAVAR-ENCARGOS-DO-DEPOSITO
           END-PERFORM.
           OPEN INPUT ARQ-PROVISAO.
           IF WS-STATUS-PROVISAO = "00"
               PERFORM LER-PROVISAO
               PERFORM TRATAR-UMA-PROVISAO UNTIL FIM-PROVISAO
               CLOSE ARQ-PROVISAO
           END-IF.
           MOVE SPACES TO LINHA-FATO.
           STRING "T," WS-QTD-FATOS "," WS-SOMA-FATOS
               "," WS-QTD-FUNCS-COM-FATO
               "," WS-SOMA-BASE-NORMAL "," WS-SOMA-LIQUIDO-NORMAL
               DELIMITED BY SIZE INTO LINHA-FATO
           END-STRING.
           WRITE LINHA-FATO.
           CLOSE ARQ-FATOS.

       LER-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       TRATAR-UM-HISTORICO.
           IF FHS-COMPETENCIA = WS-COMPETENCIA
               MOVE FHS-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM LOCALIZAR-FUNCIONARIO
               IF WS-IDX-FUN-ACHADO = 0
                   PERFORM INCLUIR-FUNCIONARIO-DO-HISTORICO
               END-IF
               IF WS-IDX-FUN-ACHADO > 0
                   PERFORM GRAVAR-VERBAS-DO-HISTORICO
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

       GRAVAR-VERBAS-DO-HISTORICO.
           MOVE WS-IDX-FUN-ACHADO TO WS-IDX-FUN.
           PERFORM MARCAR-FUNCIONARIO-COM-FATO.
           MOVE TFU-SK-FUNCIONARIO (WS-IDX-FUN)
                                  TO WS-FAT-SK-FUNCIONARIO.
           MOVE TFU-SK-CARGO (WS-IDX-FUN)   TO WS-FAT-SK-CARGO.
           MOVE TFU-SK-EMPRESA (WS-IDX-FUN) TO WS-FAT-SK-EMPRESA.
           MOVE "S" TO WS-CHV-TIPO.
           MOVE FHS-SETOR TO WS-CHV-NATURAL.
           PERFORM OBTER-CHAVE.
           MOVE WS-CHV-SUBSTITUTA TO WS-FAT-SK-SETOR.
           EVALUATE TRUE
               WHEN FOLHA-COMPLEMENTAR
                   MOVE "C" TO WS-FAT-TIPO-FOLHA
               WHEN FOLHA-PLR
                   MOVE "P" TO WS-FAT-TIPO-FOLHA
               WHEN OTHER
                   MOVE "N" TO WS-FAT-TIPO-FOLHA
                   ADD FHS-SALARIO-BASE TO WS-SOMA-BASE-NORMAL
                   ADD FHS-LIQUIDO      TO WS-SOMA-LIQUIDO-NORMAL
           END-EVALUATE.
      *    CAMPOS ACRESCENTADOS AO FOLHAHIST AO LONGO DO TEMPO LEEM
      *    COMO BRANCO NOS REGISTROS ANTIGOS - SO VALEM SE NUMERICOS.
           MOVE "P" TO WS-FAT-CLASSE.
           MOVE "BASE"     TO WS-FAT-VERBA.
           MOVE FHS-SALARIO-BASE TO WS-FAT-VALOR.
           PERFORM GRAVAR-FATO.
           MOVE "ANUENIO"  TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-ADICIONAL-TEMPO IS NUMERIC
               MOVE FHS-ADICIONAL-TEMPO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "HEXTRAS"  TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-HORAS-EXTRAS IS NUMERIC
               MOVE FHS-HORAS-EXTRAS TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "NOTURNO"  TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-ADICIONAL-NOTURNO IS NUMERIC
               MOVE FHS-ADICIONAL-NOTURNO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "DSRHE"    TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-DSR-HORAS-EXTRAS IS NUMERIC
               MOVE FHS-DSR-HORAS-EXTRAS TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "DSRHOR"   TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-DSR-HORISTA IS NUMERIC
               MOVE FHS-DSR-HORISTA TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "RISCO"    TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-ADICIONAL-RISCO IS NUMERIC
               MOVE FHS-ADICIONAL-RISCO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "GRATIF"   TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-GRATIFICACAO-FUNCAO IS NUMERIC
               MOVE FHS-GRATIFICACAO-FUNCAO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "SALFAM"   TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-SALARIO-FAMILIA IS NUMERIC
               MOVE FHS-SALARIO-FAMILIA TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "REEMBOLS" TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-REEMBOLSO IS NUMERIC
               MOVE FHS-REEMBOLSO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "D" TO WS-FAT-CLASSE.
           MOVE "DSRPERD"  TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-DSR-PERDIDO IS NUMERIC
               MOVE FHS-DSR-PERDIDO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "ATRASOS"  TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-DESCONTO-ATRASOS IS NUMERIC
               MOVE FHS-DESCONTO-ATRASOS TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "VT"       TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-VALE-TRANSPORTE IS NUMERIC
               MOVE FHS-VALE-TRANSPORTE TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "SINDICAL" TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-CONTRIB-SINDICAL IS NUMERIC
               MOVE FHS-CONTRIB-SINDICAL TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "PREVFUNC" TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-PREV-FUNCIONARIO IS NUMERIC
               MOVE FHS-PREV-FUNCIONARIO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "COPART"   TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-COPARTICIPACAO IS NUMERIC
               MOVE FHS-COPARTICIPACAO TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "BENEF"    TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-BENEFICIOS IS NUMERIC
               MOVE FHS-BENEFICIOS TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.
           MOVE "T" TO WS-FAT-CLASSE.
           MOVE "BRUTO"    TO WS-FAT-VERBA.
           MOVE FHS-BRUTO TO WS-FAT-VALOR.
           PERFORM GRAVAR-FATO.
           MOVE "INSS"     TO WS-FAT-VERBA.
           MOVE FHS-INSS TO WS-FAT-VALOR.
           PERFORM GRAVAR-FATO.
           MOVE "IRRF"     TO WS-FAT-VERBA.
           MOVE FHS-IRRF TO WS-FAT-VALOR.
           PERFORM GRAVAR-FATO.
           MOVE "LIQUIDO"  TO WS-FAT-VERBA.
           MOVE FHS-LIQUIDO TO WS-FAT-VALOR.
           PERFORM GRAVAR-FATO.
           MOVE "E" TO WS-FAT-CLASSE.
           MOVE "PREVEMP"  TO WS-FAT-VERBA.
           MOVE 0 TO WS-FAT-VALOR.
           IF FHS-PREV-EMPRESA IS NUMERIC
               MOVE FHS-PREV-EMPRESA TO WS-FAT-VALOR
           END-IF.
           PERFORM GRAVAR-FATO.

      *    ENCARGOS PATRONAIS DO PROG51 - O SETOR E O ATUAL DO
      *    FUNCIONARIO (O FGTSDEP NAO TRAZ SETOR).
       GRAVAR-ENCARGOS-DO-DEPOSITO.
           MOVE TDP-CODIGO (WS-IDX-DEP) TO WS-CODIGO-PROCURADO.
           PERFORM LOCALIZAR-FUNCIONARIO.
           IF WS-IDX-FUN-ACHADO > 0
               MOVE WS-IDX-FUN-ACHADO TO WS-IDX-FUN
               PERFORM MARCAR-FUNCIONARIO-COM-FATO
               MOVE TFU-SK-FUNCIONARIO (WS-IDX-FUN)
                                      TO WS-FAT-SK-FUNCIONARIO
               MOVE TFU-SK-SETOR (WS-IDX-FUN)   TO WS-FAT-SK-SETOR
               MOVE TFU-SK-CARGO (WS-IDX-FUN)   TO WS-FAT-SK-CARGO
               MOVE TFU-SK-EMPRESA (WS-IDX-FUN) TO WS-FAT-SK-EMPRESA
           ELSE
               MOVE 0 TO WS-FAT-SK-FUNCIONARIO WS-FAT-SK-SETOR
                         WS-FAT-SK-CARGO WS-FAT-SK-EMPRESA
           END-IF.
           MOVE "N" TO WS-FAT-TIPO-FOLHA.
           MOVE "E" TO WS-FAT-CLASSE.
           MOVE "FGTS"     TO WS-FAT-VERBA.
           MOVE TDP-FGTS (WS-IDX-DEP) TO WS-FAT-VALOR.
           PERFORM GRAVAR-FATO.
           MOVE "INSSPAT"  TO WS-FAT-VERBA.
           MOVE TDP-INSS-PATRONAL (WS-IDX-DEP) TO WS-FAT-VALOR.
           PERFORM GRAVAR-FATO.

       LER-PROVISAO.
           READ ARQ-PROVISAO
               AT END SET FIM-PROVISAO TO TRUE
           END-READ.

      *    PROVISOES DO PROG95 - POR SETOR, SEM FUNCIONARIO.
       TRATAR-UMA-PROVISAO.
           IF PRV-COMPETENCIA = WS-COMPETENCIA
               MOVE 0 TO WS-FAT-SK-FUNCIONARIO WS-FAT-SK-CARGO
                         WS-FAT-SK-EMPRESA
               MOVE "S" TO WS-CHV-TIPO
               MOVE PRV-SETOR TO WS-CHV-NATURAL
               PERFORM OBTER-CHAVE
               MOVE WS-CHV-SUBSTITUTA TO WS-FAT-SK-SETOR
               MOVE "N" TO WS-FAT-TIPO-FOLHA
               MOVE "V" TO WS-FAT-CLASSE
               MOVE "PROV13"   TO WS-FAT-VERBA
               MOVE PRV-VALOR-13 TO WS-FAT-VALOR
               PERFORM GRAVAR-FATO
               MOVE "PROVFER"  TO WS-FAT-VERBA
               MOVE PRV-VALOR-FERIAS TO WS-FAT-VALOR
               PERFORM GRAVAR-FATO
               MOVE "PROVENC"  TO WS-FAT-VERBA
               MOVE PRV-VALOR-ENCARGOS TO WS-FAT-VALOR
               PERFORM GRAVAR-FATO
           END-IF.
           PERFORM LER-PROVISAO.

       MARCAR-FUNCIONARIO-COM-FATO.
           IF TFU-COM-FATO (WS-IDX-FUN) NOT = "S"
               MOVE "S" TO TFU-COM-FATO (WS-IDX-FUN)
               ADD 1 TO WS-QTD-FUNCS-COM-FATO
           END-IF.

       GRAVAR-FATO.
           IF WS-FAT-VALOR > 0
               ADD 1 TO WS-QTD-FATOS
               ADD WS-FAT-VALOR TO WS-SOMA-FATOS
               MOVE SPACES TO LINHA-FATO
               STRING WS-FAT-SK-FUNCIONARIO "," WS-FAT-SK-SETOR
                   "," WS-FAT-SK-CARGO "," WS-FAT-SK-EMPRESA
                   "," WS-COMPETENCIA "," WS-FAT-TIPO-FOLHA
                   "," WS-FAT-VERBA DELIMITED BY SPACE
                   "," WS-FAT-CLASSE "," WS-FAT-VALOR
                   DELIMITED BY SIZE INTO LINHA-FATO
               END-STRING
               WRITE LINHA-FATO
           END-IF.

      *--------------------------------------------------------------*
      *    DIMENSOES.
      *--------------------------------------------------------------*
       GERAR-DIMENSAO-FUNCIONARIO.
           OPEN OUTPUT ARQ-DIM-FUNCIONARIO.
           MOVE SPACES TO LINHA-DIM-FUNCIONARIO.
           STRING "H," WS-COMPETENCIA "," WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-DIM-FUNCIONARIO
           END-STRING.
           WRITE LINHA-DIM-FUNCIONARIO.
           MOVE SPACES TO LINHA-DIM-FUNCIONARIO.
           STRING "SK_FUNCIONARIO,CODIGO,NOME,SK_SETOR,SK_CARGO,"
                   DELIMITED BY SIZE
               "SK_EMPRESA,SITUACAO,DATA_ADMISSAO,TIPO_CONTRATO"
                   DELIMITED BY SIZE
               INTO LINHA-DIM-FUNCIONARIO
           END-STRING.
           WRITE LINHA-DIM-FUNCIONARIO.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
               ADD 1 TO WS-QTD-DIM-FUNCS
               MOVE SPACES TO LINHA-DIM-FUNCIONARIO
               STRING TFU-SK-FUNCIONARIO (WS-IDX-FUN)
                   "," TFU-CODIGO (WS-IDX-FUN)
                   "," TFU-NOME (WS-IDX-FUN)
                   "," TFU-SK-SETOR (WS-IDX-FUN)
                   "," TFU-SK-CARGO (WS-IDX-FUN)
                   "," TFU-SK-EMPRESA (WS-IDX-FUN)
                   "," TFU-SITUACAO (WS-IDX-FUN)
                   "," TFU-DATA-ADMISSAO (WS-IDX-FUN)
                   "," TFU-TIPO-CONTRATO (WS-IDX-FUN)
                   DELIMITED BY SIZE INTO LINHA-DIM-FUNCIONARIO
               END-STRING
               WRITE LINHA-DIM-FUNCIONARIO
           END-PERFORM.
           MOVE SPACES TO LINHA-DIM-FUNCIONARIO.
           STRING "T," WS-QTD-DIM-FUNCS "," WS-QTD-ATIVOS
               "," WS-SOMA-SALARIOS "," WS-SOMA-LIQUIDOS
               DELIMITED BY SIZE INTO LINHA-DIM-FUNCIONARIO
           END-STRING.
           WRITE LINHA-DIM-FUNCIONARIO.
           CLOSE ARQ-DIM-FUNCIONARIO.

      *    AS DIMENSOES DE SETOR, CARGO E EMPRESA SAO TODAS AS CHAVES
      *    JA DADAS NO TIPO - INCLUSIVE AS DE CODIGOS QUE SAIRAM DO
      *    CADASTRO, PARA O HISTORICO NAO FICAR SEM PAR.
       GERAR-DIMENSAO-SETOR.
           OPEN OUTPUT ARQ-DIM-SETOR.
           MOVE SPACES TO LINHA-DIM-SETOR.
           STRING "H," WS-COMPETENCIA "," WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-DIM-SETOR
           END-STRING.
           WRITE LINHA-DIM-SETOR.
           MOVE "SK_SETOR,SETOR,DESCRICAO,CENTRO_CUSTO"
               TO LINHA-DIM-SETOR.
           WRITE LINHA-DIM-SETOR.
           MOVE 0 TO WS-QTD-DIM-OUTRAS.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > WS-QTD-CHAVES
               IF TCH-TIPO (WS-IDX-CHV) = "S"
                   PERFORM GRAVAR-UM-SETOR-DA-DIMENSAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-DIM-SETOR.
           STRING "T," WS-QTD-DIM-OUTRAS
               DELIMITED BY SIZE INTO LINHA-DIM-SETOR
           END-STRING.
           WRITE LINHA-DIM-SETOR.
           CLOSE ARQ-DIM-SETOR.

       GRAVAR-UM-SETOR-DA-DIMENSAO.
           ADD 1 TO WS-QTD-DIM-OUTRAS.
           MOVE 0 TO WS-IDX-SET.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-QTD-SETORES
               IF TST-CODIGO (WS-IDX-CRG) = TCH-NATURAL (WS-IDX-CHV)
                   MOVE WS-IDX-CRG TO WS-IDX-SET
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-DIM-SETOR.
           IF WS-IDX-SET > 0
               STRING TCH-SUBSTITUTA (WS-IDX-CHV)
                   "," TCH-NATURAL (WS-IDX-CHV)
                   "," TST-DESCRICAO (WS-IDX-SET)
                   "," TST-CENTRO-CUSTO (WS-IDX-SET)
                   DELIMITED BY SIZE INTO LINHA-DIM-SETOR
               END-STRING
           ELSE
               STRING TCH-SUBSTITUTA (WS-IDX-CHV)
                   "," TCH-NATURAL (WS-IDX-CHV)
                   ",NAO CADASTRADO      ,00000"
                   DELIMITED BY SIZE INTO LINHA-DIM-SETOR
               END-STRING
           END-IF.
           WRITE LINHA-DIM-SETOR.

       GERAR-DIMENSAO-CARGO.
           OPEN OUTPUT ARQ-DIM-CARGO.
           MOVE SPACES TO LINHA-DIM-CARGO.
           STRING "H," WS-COMPETENCIA "," WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-DIM-CARGO
           END-STRING.
           WRITE LINHA-DIM-CARGO.
           MOVE "SK_CARGO,CARGO,DESCRICAO" TO LINHA-DIM-CARGO.
           WRITE LINHA-DIM-CARGO.
           MOVE 0 TO WS-QTD-DIM-OUTRAS.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > WS-QTD-CHAVES
               IF TCH-TIPO (WS-IDX-CHV) = "C"
                   PERFORM GRAVAR-UM-CARGO-DA-DIMENSAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-DIM-CARGO.
           STRING "T," WS-QTD-DIM-OUTRAS
               DELIMITED BY SIZE INTO LINHA-DIM-CARGO
           END-STRING.
           WRITE LINHA-DIM-CARGO.
           CLOSE ARQ-DIM-CARGO.

       GRAVAR-UM-CARGO-DA-DIMENSAO.
           ADD 1 TO WS-QTD-DIM-OUTRAS.
           MOVE 0 TO WS-IDX-SET.
           PERFORM VARYING WS-IDX-CRG FROM 1 BY 1
                   UNTIL WS-IDX-CRG > WS-QTD-CARGOS
               IF TCG-CODIGO (WS-IDX-CRG) = TCH-NATURAL (WS-IDX-CHV)
                   MOVE WS-IDX-CRG TO WS-IDX-SET
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-DIM-CARGO.
           IF WS-IDX-SET > 0
               STRING TCH-SUBSTITUTA (WS-IDX-CHV)
                   "," TCH-NATURAL (WS-IDX-CHV)
                   "," TCG-DESCRICAO (WS-IDX-SET)
                   DELIMITED BY SIZE INTO LINHA-DIM-CARGO
               END-STRING
           ELSE
               STRING TCH-SUBSTITUTA (WS-IDX-CHV)
                   "," TCH-NATURAL (WS-IDX-CHV)
                   ",NAO CADASTRADO"
                   DELIMITED BY SIZE INTO LINHA-DIM-CARGO
               END-STRING
           END-IF.
           WRITE LINHA-DIM-CARGO.

       GERAR-DIMENSAO-EMPRESA.
           OPEN OUTPUT ARQ-DIM-EMPRESA.
           MOVE SPACES TO LINHA-DIM-EMPRESA.
           STRING "H," WS-COMPETENCIA "," WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-DIM-EMPRESA
           END-STRING.
           WRITE LINHA-DIM-EMPRESA.
           MOVE "SK_EMPRESA,EMPRESA,NOME,CNPJ" TO LINHA-DIM-EMPRESA.
           WRITE LINHA-DIM-EMPRESA.
           MOVE 0 TO WS-QTD-DIM-OUTRAS.
           PERFORM VARYING WS-IDX-CHV FROM 1 BY 1
                   UNTIL WS-IDX-CHV > WS-QTD-CHAVES
               IF TCH-TIPO (WS-IDX-CHV) = "E"
                   PERFORM GRAVAR-UMA-EMPRESA-DA-DIMENSAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-DIM-EMPRESA.
           STRING "T," WS-QTD-DIM-OUTRAS
               DELIMITED BY SIZE INTO LINHA-DIM-EMPRESA
           END-STRING.
           WRITE LINHA-DIM-EMPRESA.
           CLOSE ARQ-DIM-EMPRESA.

       GRAVAR-UMA-EMPRESA-DA-DIMENSAO.
           ADD 1 TO WS-QTD-DIM-OUTRAS.
           MOVE 0 TO WS-IDX-SET.
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-QTD-EMPRESAS
               MOVE TEM-EMPRESA (WS-IDX-EMP) TO WS-CHV-EMPRESA
               IF TCH-NATURAL (WS-IDX-CHV) (1:3) = WS-CHV-EMPRESA
                   MOVE WS-IDX-EMP TO WS-IDX-SET
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-DIM-EMPRESA.
           IF WS-IDX-SET > 0
               STRING TCH-SUBSTITUTA (WS-IDX-CHV)
                   "," TCH-NATURAL (WS-IDX-CHV) (1:3)
                   "," TEM-NOME (WS-IDX-SET)
                   "," TEM-CNPJ (WS-IDX-SET)
                   DELIMITED BY SIZE INTO LINHA-DIM-EMPRESA
               END-STRING
           ELSE
               STRING TCH-SUBSTITUTA (WS-IDX-CHV)
                   "," TCH-NATURAL (WS-IDX-CHV) (1:3)
                   ",NAO CADASTRADA      ,00000000000000"
                   DELIMITED BY SIZE INTO LINHA-DIM-EMPRESA
               END-STRING
           END-IF.
           WRITE LINHA-DIM-EMPRESA.

      *--------------------------------------------------------------*
      *    CONFERENCIA COM A ULTIMA RODADA DO BALANCEAMENTO (PROG35).
      *--------------------------------------------------------------*
       CONFERIR-COM-BALANCEAMENTO.
           OPEN INPUT ARQ-TOTAIS-BALANCEAMENTO.
           IF WS-STATUS-TOTAIS = "00"
               READ ARQ-TOTAIS-BALANCEAMENTO
                   NOT AT END
                       SET HA-BALANCEAMENTO TO TRUE
               END-READ
               CLOSE ARQ-TOTAIS-BALANCEAMENTO
           END-IF.
           IF HA-BALANCEAMENTO
               IF TOT-VALOR-BRUTO = WS-SOMA-SALARIOS
                   AND TOT-VALOR-LIQUIDO = WS-SOMA-LIQUIDOS
                   DISPLAY "TOTAIS CONFEREM COM O BALANCEAMENTO DE "
                       TOT-DATA-EXECUCAO
               ELSE
                   MOVE "N" TO WS-BALANCEAMENTO-CONFERE
                   DISPLAY "** TOTAIS DIVERGEM DO BALANCEAMENTO DE "
                       TOT-DATA-EXECUCAO " **"
                   DISPLAY "   SALARIOS: EXTRATO " WS-SOMA-SALARIOS
                       " BALANCEAMENTO " TOT-VALOR-BRUTO
                   DISPLAY "   LIQUIDOS: EXTRATO " WS-SOMA-LIQUIDOS
                       " BALANCEAMENTO " TOT-VALOR-LIQUIDO
               END-IF
           ELSE
               DISPLAY "SEM TOTAIS DO BALANCEAMENTO (FOLHATOT) PARA"
                   " CONFERIR"
           END-IF.

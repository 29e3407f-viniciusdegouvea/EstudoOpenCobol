       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG167.
      *     CONCILIACAO DA EXPORTACAO CONTABIL DA FOLHA CONTRA O
      *     RAZAO GERAL. O PROG52 MANDA OS LANCAMENTOS DA FOLHA
      *     (CONTABIL) E O PROG95 OS DA PROVISAO (PROVCTB), MAS NADA
      *     CONFIRMAVA QUE A CONTABILIDADE OS LANCOU COMO FORAM - E O
      *     RAZAO EDITADO NA MAO DEPOIS DO FECHAMENTO FAZIA A FOLHA E
      *     A CONTABILIDADE SE DESENCONTRAREM SEM NINGUEM VER.
      *       - MONTA O SALDO QUE A FOLHA MANDOU PARA CADA CONTA E
      *         CENTRO DE CUSTO NA COMPETENCIA DO CONTABIL (A DATA DO
      *         REGISTRO DE CONTROLE): DEBITOS MENOS CREDITOS DO
      *         CONTABIL MAIS OS DO PROVCTB DA MESMA COMPETENCIA. A
      *         PROVISAO VEM POR SETOR, COM O CENTRO DE CUSTO TIRADO
      *         DO CADASTRO DE SETORES (SETORMST), COMO NO PROG52;
      *       - GUARDA ESSE SALDO NA BASE DA CONCILIACAO (CTBBASE),
      *         QUE MANTEM AS ULTIMAS 12 COMPETENCIAS - UM
      *         REPROCESSAMENTO DO MES SUBSTITUI A COMPETENCIA;
      *       - CONFERE O EXTRATO DO BALANCETE DO RAZAO (RAZAOSLD -
      *         CONTA, CENTRO DE CUSTO, COMPETENCIA E SALDO) CONTRA A
      *         BASE, EM TODAS AS COMPETENCIAS QUE O EXTRATO TRAZ.
      *         CONTA/CENTRO QUE SO EXISTE NO RAZAO TAMBEM E
      *         DIFERENCA (LANCAMENTO MANUAL NUMA CONTA DA FOLHA).
      *         LINHA INVALIDA VAI PARA AS EXCECOES; COMPETENCIA QUE
      *         NAO ESTA NA BASE E SO CONTADA;
      *       - TRANSPORTA AS DIFERENCAS EM ABERTO (CTBDIFER) DE
      *         RODADA EM RODADA, COM A DATA EM QUE APARECERAM, ATE
      *         QUE UM EXTRATO DAQUELA COMPETENCIA (OU UM
      *         REPROCESSAMENTO DA FOLHA) FACA OS SALDOS BATEREM;
      *       - LISTA NO RELCTBCN AS DIFERENCAS EM ABERTO POR
      *         COMPETENCIA, CONTA E SETOR E AS REGULARIZADAS NA
      *         RODADA, COM O RESUMO.
      *     DIFERENCA EM ABERTO DEVOLVE RETURN-CODE 4. BASE MAIOR QUE
      *     A TABELA EM MEMORIA ENCERRA COM RETURN-CODE 16 SEM
      *     REGRAVAR A BASE NEM AS DIFERENCAS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CONTABIL ASSIGN TO "CONTABIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTABIL.

           SELECT ARQ-PROVISAO ASSIGN TO "PROVCTB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROVISAO.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-RAZAO ASSIGN TO "RAZAOSLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RAZAO.

           SELECT ARQ-BASE ASSIGN TO "CTBBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BASE.

           SELECT ARQ-DIFERENCAS ASSIGN TO "CTBDIFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DIFERENCAS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELCTBCN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-CONTABIL.
       01  REG-LANCAMENTO.
           05  LCT-TIPO                PIC X(01).
           05  LCT-CONTA               PIC 9(05).
           05  LCT-SETOR               PIC X(10).
           05  LCT-VALOR               PIC 9(8)V9(2).
           05  LCT-HISTORICO           PIC X(30).
           05  LCT-CENTRO-CUSTO        PIC 9(05).
       01  REG-CONTROLE-LANC.
           05  LCC-TIPO                PIC X(01).
           05  LCC-DATA                PIC 9(08).
           05  LCC-TOTAL-DEBITOS       PIC 9(8)V9(2).
           05  LCC-TOTAL-CREDITOS      PIC 9(8)V9(2).

      *    O PROVCTB TEM O LAYOUT DO CONTABIL (PROG95).
       FD  ARQ-PROVISAO.
       01  REG-LANCAMENTO-PROV.
           05  LPV-TIPO                PIC X(01).
           05  LPV-CONTA               PIC 9(05).
           05  LPV-SETOR               PIC X(10).
           05  LPV-VALOR               PIC 9(8)V9(2).
           05  LPV-HISTORICO           PIC X(30).
           05  LPV-CENTRO-CUSTO        PIC 9(05).
       01  REG-CONTROLE-PROV.
           05  LPC-TIPO                PIC X(01).
           05  LPC-DATA                PIC 9(08).
           05  LPC-TOTAL-DEBITOS       PIC 9(8)V9(2).
           05  LPC-TOTAL-CREDITOS      PIC 9(8)V9(2).

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-RAZAO.
       COPY CPRAZAO.

       FD  ARQ-BASE.
       COPY CPCTBBAS.

       FD  ARQ-DIFERENCAS.
       COPY CPCTBDIF.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-CONTABIL          PIC X(02).
       01  WS-STATUS-PROVISAO          PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-RAZAO             PIC X(02).
       01  WS-STATUS-BASE              PIC X(02).
       01  WS-STATUS-DIFERENCAS        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-CONTABIL             PIC X VALUE "N".
           88  FIM-CONTABIL                VALUE "S".
       01  WS-FIM-PROVISAO             PIC X VALUE "N".
           88  FIM-PROVISAO                VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-RAZAO                PIC X VALUE "N".
           88  FIM-RAZAO                   VALUE "S".
       01  WS-FIM-BASE                 PIC X VALUE "N".
           88  FIM-BASE                    VALUE "S".
       01  WS-FIM-DIFERENCAS           PIC X VALUE "N".
           88  FIM-DIFERENCAS              VALUE "S".

       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    COMPETENCIA DOS LANCAMENTOS - A DATA DO REGISTRO DE
      *    CONTROLE DE CADA ARQUIVO (ZERO = ARQUIVO AUSENTE).
       01  WS-COMPETENCIA-FOLHA        PIC 9(06) VALUE 0.
       01  WS-COMPETENCIA-PROVISAO     PIC 9(06) VALUE 0.

      *    JANELA DA BASE - AS ULTIMAS 12 COMPETENCIAS ATE HOJE,
      *    CONTADAS EM MESES (ANO * 12 + MES).
       01  WS-COMPETENCIA-CALCULO      PIC 9(06).
       01  FILLER REDEFINES WS-COMPETENCIA-CALCULO.
           05  WS-CCL-ANO              PIC 9(04).
           05  WS-CCL-MES              PIC 9(02).
       01  WS-MESES-HOJE               PIC 9(06).
       01  WS-MESES-COMPETENCIA        PIC 9(06).

      *    CENTRO DE CUSTO DE CADA SETOR (SETORMST).
       01  WS-QTD-SETORES-MST          PIC 9(02) VALUE 0.
       01  TAB-SETORES-CC.
           05  SCC-ITEM OCCURS 50 TIMES.
               10  SCC-SETOR           PIC X(10).
               10  SCC-CENTRO-CUSTO    PIC 9(05).
       01  WS-IDX-SCC                  PIC 9(02).

      *    CONFRONTO - UMA ENTRADA POR COMPETENCIA, CONTA E CENTRO DE
      *    CUSTO, COM O SALDO DA FOLHA (BASE), O DO RAZAO (EXTRATO) E
      *    A DIFERENCA QUE JA ESTAVA EM ABERTO. SALDOS COM SINAL:
      *    DEVEDOR POSITIVO, CREDOR NEGATIVO.
       01  WS-QTD-CONFRONTOS           PIC 9(04) VALUE 0.
       01  TAB-CONFRONTO.
           05  CNF-ITEM OCCURS 3000 TIMES.
               10  CNF-CHAVE.
                   15  CNF-COMPETENCIA PIC 9(06).
                   15  CNF-CONTA       PIC 9(05).
                   15  CNF-CENTRO-CUSTO
                                       PIC 9(05).
               10  CNF-SETOR           PIC X(10).
               10  CNF-TEM-BASE        PIC X(01).
               10  CNF-SALDO-FOLHA     PIC S9(10)V9(2).
               10  CNF-TEM-RAZAO       PIC X(01).
               10  CNF-SALDO-RAZAO     PIC S9(10)V9(2).
               10  CNF-PENDENTE        PIC X(01).
               10  CNF-FOLHA-PENDENTE  PIC S9(10)V9(2).
               10  CNF-RAZAO-PENDENTE  PIC S9(10)V9(2).
               10  CNF-DATA-ABERTURA   PIC 9(08).
               10  CNF-SITUACAO        PIC X(01).
       01  WS-IDX-CNF                  PIC 9(04).
       01  WS-IDX-CNF-ACHADO           PIC 9(04).

       01  WS-CHAVE-NOVA.
           05  WS-NOVA-COMPETENCIA     PIC 9(06).
           05  WS-NOVA-CONTA           PIC 9(05).
           05  WS-NOVO-CENTRO-CUSTO    PIC 9(05).
       01  WS-SETOR-NOVO               PIC X(10).
       01  WS-VALOR-NOVO               PIC S9(10)V9(2).

      *    COMPETENCIAS DA BASE E DO EXTRATO DO RAZAO.
       01  WS-QTD-COMPETENCIAS         PIC 9(02) VALUE 0.
       01  TAB-COMPETENCIAS.
           05  CMP-ITEM OCCURS 40 TIMES.
               10  CMP-COMPETENCIA     PIC 9(06).
               10  CMP-NA-BASE         PIC X(01).
               10  CMP-NO-RAZAO        PIC X(01).
       01  WS-IDX-CMP                  PIC 9(02).
       01  WS-IDX-CMP-ACHADO           PIC 9(02).

      *    SALDOS DA CONFERENCIA DE UMA ENTRADA.
       01  WS-CONFERE                  PIC X VALUE "N".
           88  HA-O-QUE-CONFERIR           VALUE "S".
       01  WS-SALDO-FOLHA              PIC S9(10)V9(2).
       01  WS-SALDO-RAZAO              PIC S9(10)V9(2).
       01  WS-DIFERENCA                PIC S9(10)V9(2).

      *    SALDO COM SINAL -> NATUREZA E VALOR, PARA ARQUIVO E
      *    RELATORIO.
       01  WS-SALDO-COM-SINAL          PIC S9(10)V9(2).
       01  WS-NATUREZA                 PIC X(01).
       01  WS-SALDO-SEM-SINAL          PIC 9(10)V9(2).
       01  WS-COLUNA-FOLHA             PIC X(13).
       01  WS-COLUNA-RAZAO             PIC X(13).
       01  WS-COLUNA-DIFERENCA         PIC X(13).
       01  WS-COLUNA-MONTADA.
           05  WS-CLM-VALOR            PIC 9(10)V9(2).
           05  WS-CLM-NATUREZA         PIC X(01).

       01  WS-SITUACAO-LISTADA         PIC X(01).

       01  WS-DATA-COMPETENCIA         PIC 9(08).
       01  FILLER REDEFINES WS-DATA-COMPETENCIA.
           05  WS-DCP-ANO-MES          PIC 9(06).
           05  WS-DCP-DIA              PIC 9(02).

       01  WS-LINHA-VALIDA             PIC X VALUE "N".
           88  LINHA-VALIDA                VALUE "S".
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).
       01  WS-MOTIVO-REJEICAO          PIC X(40).

       01  WS-CONTADORES.
           05  WS-QTD-LINHAS-RAZAO     PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADAS       PIC 9(05) VALUE 0.
           05  WS-QTD-SEM-BASE         PIC 9(05) VALUE 0.
           05  WS-QTD-CONFERIDAS       PIC 9(05) VALUE 0.
           05  WS-QTD-BATEM            PIC 9(05) VALUE 0.
           05  WS-QTD-EM-ABERTO        PIC 9(05) VALUE 0.
           05  WS-QTD-REGULARIZADAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA-CALCULO.
           COMPUTE WS-MESES-HOJE = WS-CCL-ANO * 12 + WS-CCL-MES.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           PERFORM CARREGAR-SETORES.
           PERFORM DESCOBRIR-COMPETENCIA-DA-FOLHA.
           PERFORM DESCOBRIR-COMPETENCIA-DA-PROVISAO.
           PERFORM CARREGAR-BASE.
           IF WS-COMPETENCIA-FOLHA > 0
               PERFORM CARREGAR-LANCAMENTOS-DA-FOLHA
               IF WS-COMPETENCIA-PROVISAO = WS-COMPETENCIA-FOLHA
                   PERFORM CARREGAR-LANCAMENTOS-DA-PROVISAO
               END-IF
           END-IF.
           PERFORM CARREGAR-DIFERENCAS-EM-ABERTO.
           PERFORM CARREGAR-EXTRATO-DO-RAZAO.
           IF TABELA-ESTOUROU
               DISPLAY "** BASE DA CONCILIACAO MAIOR QUE A TABELA EM"
                   " MEMORIA - NADA REGRAVADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CONFRONTAR-UMA-ENTRADA
                   VARYING WS-IDX-CNF FROM 1 BY 1
                   UNTIL WS-IDX-CNF > WS-QTD-CONFRONTOS
               PERFORM IMPRIMIR-CONCILIACAO
               PERFORM REGRAVAR-BASE
               PERFORM REGRAVAR-DIFERENCAS
               DISPLAY "CONCILIACAO CONTABIL - CONFERIDAS: "
                   WS-QTD-CONFERIDAS " - EM ABERTO: "
                   WS-QTD-EM-ABERTO " - REGULARIZADAS: "
                   WS-QTD-REGULARIZADAS
               IF WS-QTD-EM-ABERTO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE ARQ-EXCECOES.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CADASTRO DE SETORES - CENTRO DE CUSTO DE CADA SETOR.
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
           IF WS-QTD-SETORES-MST < 50
               ADD 1 TO WS-QTD-SETORES-MST
               MOVE SET-CODIGO
                   TO SCC-SETOR (WS-QTD-SETORES-MST)
               MOVE SET-CENTRO-CUSTO
                   TO SCC-CENTRO-CUSTO (WS-QTD-SETORES-MST)
           END-IF.
           PERFORM LER-SETOR.

      *--------------------------------------------------------------*
      *    COMPETENCIA DE CADA ARQUIVO DE LANCAMENTOS - A DO REGISTRO
      *    DE CONTROLE, QUE FECHA O ARQUIVO.
      *--------------------------------------------------------------*
       DESCOBRIR-COMPETENCIA-DA-FOLHA.
           OPEN INPUT ARQ-CONTABIL.
           IF WS-STATUS-CONTABIL = "00"
               MOVE "N" TO WS-FIM-CONTABIL
               PERFORM LER-LANCAMENTO-DA-FOLHA
               PERFORM PROCURAR-CONTROLE-DA-FOLHA UNTIL FIM-CONTABIL
               CLOSE ARQ-CONTABIL
           END-IF.

       LER-LANCAMENTO-DA-FOLHA.
           READ ARQ-CONTABIL
               AT END SET FIM-CONTABIL TO TRUE
           END-READ.

       PROCURAR-CONTROLE-DA-FOLHA.
           IF LCC-TIPO = "T"
               MOVE LCC-DATA (1:6) TO WS-COMPETENCIA-FOLHA
           END-IF.
           PERFORM LER-LANCAMENTO-DA-FOLHA.

       DESCOBRIR-COMPETENCIA-DA-PROVISAO.
           OPEN INPUT ARQ-PROVISAO.
           IF WS-STATUS-PROVISAO = "00"
               MOVE "N" TO WS-FIM-PROVISAO
               PERFORM LER-LANCAMENTO-DA-PROVISAO
               PERFORM PROCURAR-CONTROLE-DA-PROVISAO
                   UNTIL FIM-PROVISAO
               CLOSE ARQ-PROVISAO
           END-IF.

       LER-LANCAMENTO-DA-PROVISAO.
           READ ARQ-PROVISAO
               AT END SET FIM-PROVISAO TO TRUE
           END-READ.

       PROCURAR-CONTROLE-DA-PROVISAO.
           IF LPC-TIPO = "T"
               MOVE LPC-DATA (1:6) TO WS-COMPETENCIA-PROVISAO
           END-IF.
           PERFORM LER-LANCAMENTO-DA-PROVISAO.

      *--------------------------------------------------------------*
      *    BASE - AS COMPETENCIAS DA JANELA, MENOS A QUE O CONTABIL
      *    DESTA RODADA SUBSTITUI.
      *--------------------------------------------------------------*
       CARREGAR-BASE.
           OPEN INPUT ARQ-BASE.
           IF WS-STATUS-BASE = "00"
               PERFORM LER-BASE
               PERFORM GUARDAR-UMA-LINHA-DA-BASE UNTIL FIM-BASE
               CLOSE ARQ-BASE
           END-IF.

       LER-BASE.
           READ ARQ-BASE
               AT END SET FIM-BASE TO TRUE
           END-READ.

       GUARDAR-UMA-LINHA-DA-BASE.
           MOVE CTB-COMPETENCIA TO WS-COMPETENCIA-CALCULO.
           COMPUTE WS-MESES-COMPETENCIA =
               WS-CCL-ANO * 12 + WS-CCL-MES.
           IF CTB-COMPETENCIA NOT = WS-COMPETENCIA-FOLHA
               AND WS-MESES-COMPETENCIA + 12 > WS-MESES-HOJE
               MOVE CTB-COMPETENCIA  TO WS-NOVA-COMPETENCIA
               MOVE CTB-CONTA        TO WS-NOVA-CONTA
               MOVE CTB-CENTRO-CUSTO TO WS-NOVO-CENTRO-CUSTO
               MOVE CTB-SETOR        TO WS-SETOR-NOVO
               IF CTB-SALDO-CREDOR
                   COMPUTE WS-VALOR-NOVO = 0 - CTB-SALDO
               ELSE
                   MOVE CTB-SALDO TO WS-VALOR-NOVO
               END-IF
               PERFORM SOMAR-NA-BASE
           END-IF.
           PERFORM LER-BASE.

      *    LANCAMENTO DA FOLHA OU DA PROVISAO (OU LINHA DA BASE) SOMA
      *    NO SALDO DA FOLHA DA SUA CHAVE.
       SOMAR-NA-BASE.
           PERFORM LOCALIZAR-OU-CRIAR-CONFRONTO.
           IF WS-IDX-CNF-ACHADO > 0
               MOVE "S" TO CNF-TEM-BASE (WS-IDX-CNF-ACHADO)
               ADD WS-VALOR-NOVO
                   TO CNF-SALDO-FOLHA (WS-IDX-CNF-ACHADO)
               IF CNF-SETOR (WS-IDX-CNF-ACHADO) = SPACES
                   MOVE WS-SETOR-NOVO
                       TO CNF-SETOR (WS-IDX-CNF-ACHADO)
               END-IF
               MOVE WS-NOVA-COMPETENCIA TO WS-DCP-ANO-MES
               PERFORM MARCAR-COMPETENCIA
               IF WS-IDX-CMP-ACHADO > 0
                   MOVE "S" TO CMP-NA-BASE (WS-IDX-CMP-ACHADO)
               END-IF
           END-IF.

       LOCALIZAR-OU-CRIAR-CONFRONTO.
           MOVE 0 TO WS-IDX-CNF-ACHADO.
           PERFORM VARYING WS-IDX-CNF FROM 1 BY 1
                   UNTIL WS-IDX-CNF > WS-QTD-CONFRONTOS
                      OR WS-IDX-CNF-ACHADO > 0
               IF CNF-CHAVE (WS-IDX-CNF) = WS-CHAVE-NOVA
                   MOVE WS-IDX-CNF TO WS-IDX-CNF-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-CNF-ACHADO = 0
               IF WS-QTD-CONFRONTOS < 3000
                   ADD 1 TO WS-QTD-CONFRONTOS
                   MOVE WS-QTD-CONFRONTOS TO WS-IDX-CNF-ACHADO
                   MOVE WS-CHAVE-NOVA
                       TO CNF-CHAVE (WS-IDX-CNF-ACHADO)
                   MOVE SPACES TO CNF-SETOR (WS-IDX-CNF-ACHADO)
                   MOVE "N"    TO CNF-TEM-BASE (WS-IDX-CNF-ACHADO)
                   MOVE "N"    TO CNF-TEM-RAZAO (WS-IDX-CNF-ACHADO)
                   MOVE "N"    TO CNF-PENDENTE (WS-IDX-CNF-ACHADO)
                   MOVE 0 TO CNF-SALDO-FOLHA (WS-IDX-CNF-ACHADO)
                   MOVE 0 TO CNF-SALDO-RAZAO (WS-IDX-CNF-ACHADO)
                   MOVE 0 TO CNF-FOLHA-PENDENTE (WS-IDX-CNF-ACHADO)
                   MOVE 0 TO CNF-RAZAO-PENDENTE (WS-IDX-CNF-ACHADO)
                   MOVE 0 TO CNF-DATA-ABERTURA (WS-IDX-CNF-ACHADO)
                   MOVE SPACE  TO CNF-SITUACAO (WS-IDX-CNF-ACHADO)
               ELSE
                   SET TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF.

       MARCAR-COMPETENCIA.
           MOVE 0 TO WS-IDX-CMP-ACHADO.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > WS-QTD-COMPETENCIAS
                      OR WS-IDX-CMP-ACHADO > 0
               IF CMP-COMPETENCIA (WS-IDX-CMP) = WS-DCP-ANO-MES
                   MOVE WS-IDX-CMP TO WS-IDX-CMP-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-CMP-ACHADO = 0
               IF WS-QTD-COMPETENCIAS < 40
                   ADD 1 TO WS-QTD-COMPETENCIAS
                   MOVE WS-QTD-COMPETENCIAS TO WS-IDX-CMP-ACHADO
                   MOVE WS-DCP-ANO-MES
                       TO CMP-COMPETENCIA (WS-IDX-CMP-ACHADO)
                   MOVE "N" TO CMP-NA-BASE (WS-IDX-CMP-ACHADO)
                   MOVE "N" TO CMP-NO-RAZAO (WS-IDX-CMP-ACHADO)
               ELSE
                   SET TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    LANCAMENTOS DESTA RODADA - DEBITO SOMA, CREDITO SUBTRAI.
      *--------------------------------------------------------------*
       CARREGAR-LANCAMENTOS-DA-FOLHA.
           OPEN INPUT ARQ-CONTABIL.
           MOVE "N" TO WS-FIM-CONTABIL.
           PERFORM LER-LANCAMENTO-DA-FOLHA.
           PERFORM SOMAR-LANCAMENTO-DA-FOLHA UNTIL FIM-CONTABIL.
           CLOSE ARQ-CONTABIL.

       SOMAR-LANCAMENTO-DA-FOLHA.
           IF LCT-TIPO = "D" OR LCT-TIPO = "C"
               MOVE WS-COMPETENCIA-FOLHA TO WS-NOVA-COMPETENCIA
               MOVE LCT-CONTA            TO WS-NOVA-CONTA
               MOVE LCT-CENTRO-CUSTO     TO WS-NOVO-CENTRO-CUSTO
               MOVE LCT-SETOR            TO WS-SETOR-NOVO
               IF LCT-TIPO = "C"
                   COMPUTE WS-VALOR-NOVO = 0 - LCT-VALOR
               ELSE
                   MOVE LCT-VALOR TO WS-VALOR-NOVO
               END-IF
               PERFORM SOMAR-NA-BASE
           END-IF.
           PERFORM LER-LANCAMENTO-DA-FOLHA.

      *    A PROVISAO E GRAVADA POR SETOR, COM O CENTRO ZERADO - O
      *    CENTRO DE CUSTO VEM DO CADASTRO DE SETORES.
       CARREGAR-LANCAMENTOS-DA-PROVISAO.
           OPEN INPUT ARQ-PROVISAO.
           MOVE "N" TO WS-FIM-PROVISAO.
           PERFORM LER-LANCAMENTO-DA-PROVISAO.
           PERFORM SOMAR-LANCAMENTO-DA-PROVISAO UNTIL FIM-PROVISAO.
           CLOSE ARQ-PROVISAO.

       SOMAR-LANCAMENTO-DA-PROVISAO.
           IF LPV-TIPO = "D" OR LPV-TIPO = "C"
               MOVE WS-COMPETENCIA-FOLHA TO WS-NOVA-COMPETENCIA
               MOVE LPV-CONTA            TO WS-NOVA-CONTA
               MOVE LPV-CENTRO-CUSTO     TO WS-NOVO-CENTRO-CUSTO
               MOVE LPV-SETOR            TO WS-SETOR-NOVO
               IF WS-NOVO-CENTRO-CUSTO = 0
                   PERFORM VARYING WS-IDX-SCC FROM 1 BY 1
                           UNTIL WS-IDX-SCC > WS-QTD-SETORES-MST
                       IF SCC-SETOR (WS-IDX-SCC) = LPV-SETOR
                           MOVE SCC-CENTRO-CUSTO (WS-IDX-SCC)
                               TO WS-NOVO-CENTRO-CUSTO
                       END-IF
                   END-PERFORM
               END-IF
               IF LPV-TIPO = "C"
                   COMPUTE WS-VALOR-NOVO = 0 - LPV-VALOR
               ELSE
                   MOVE LPV-VALOR TO WS-VALOR-NOVO
               END-IF
               PERFORM SOMAR-NA-BASE
           END-IF.
           PERFORM LER-LANCAMENTO-DA-PROVISAO.

      *--------------------------------------------------------------*
      *    DIFERENCAS QUE JA ESTAVAM EM ABERTO.
      *--------------------------------------------------------------*
       CARREGAR-DIFERENCAS-EM-ABERTO.
           OPEN INPUT ARQ-DIFERENCAS.
           IF WS-STATUS-DIFERENCAS = "00"
               PERFORM LER-DIFERENCA
               PERFORM GUARDAR-UMA-DIFERENCA UNTIL FIM-DIFERENCAS
               CLOSE ARQ-DIFERENCAS
           END-IF.

       LER-DIFERENCA.
           READ ARQ-DIFERENCAS
               AT END SET FIM-DIFERENCAS TO TRUE
           END-READ.

       GUARDAR-UMA-DIFERENCA.
           MOVE CDF-COMPETENCIA  TO WS-NOVA-COMPETENCIA.
           MOVE CDF-CONTA        TO WS-NOVA-CONTA.
           MOVE CDF-CENTRO-CUSTO TO WS-NOVO-CENTRO-CUSTO.
           PERFORM LOCALIZAR-OU-CRIAR-CONFRONTO.
           IF WS-IDX-CNF-ACHADO > 0
               MOVE "S" TO CNF-PENDENTE (WS-IDX-CNF-ACHADO)
               IF CNF-SETOR (WS-IDX-CNF-ACHADO) = SPACES
                   MOVE CDF-SETOR TO CNF-SETOR (WS-IDX-CNF-ACHADO)
               END-IF
               IF CDF-NATUREZA-FOLHA = "C"
                   COMPUTE CNF-FOLHA-PENDENTE (WS-IDX-CNF-ACHADO) =
                       0 - CDF-SALDO-FOLHA
               ELSE
                   MOVE CDF-SALDO-FOLHA
                       TO CNF-FOLHA-PENDENTE (WS-IDX-CNF-ACHADO)
               END-IF
               IF CDF-NATUREZA-RAZAO = "C"
                   COMPUTE CNF-RAZAO-PENDENTE (WS-IDX-CNF-ACHADO) =
                       0 - CDF-SALDO-RAZAO
               ELSE
                   MOVE CDF-SALDO-RAZAO
                       TO CNF-RAZAO-PENDENTE (WS-IDX-CNF-ACHADO)
               END-IF
               MOVE CDF-DATA-ABERTURA
                   TO CNF-DATA-ABERTURA (WS-IDX-CNF-ACHADO)
               MOVE CDF-COMPETENCIA TO WS-DCP-ANO-MES
               PERFORM MARCAR-COMPETENCIA
           END-IF.
           PERFORM LER-DIFERENCA.

      *--------------------------------------------------------------*
      *    EXTRATO DO BALANCETE DO RAZAO - VARIAS LINHAS DA MESMA
      *    CHAVE SAO SOMADAS.
      *--------------------------------------------------------------*
       CARREGAR-EXTRATO-DO-RAZAO.
           OPEN INPUT ARQ-RAZAO.
           IF WS-STATUS-RAZAO = "00"
               PERFORM LER-RAZAO
               PERFORM GUARDAR-UMA-LINHA-DO-RAZAO UNTIL FIM-RAZAO
               CLOSE ARQ-RAZAO
           ELSE
               DISPLAY "SEM EXTRATO DO RAZAO (RAZAOSLD) NESTA RODADA"
           END-IF.

       LER-RAZAO.
           READ ARQ-RAZAO
               AT END SET FIM-RAZAO TO TRUE
           END-READ.

       GUARDAR-UMA-LINHA-DO-RAZAO.
           ADD 1 TO WS-QTD-LINHAS-RAZAO.
           PERFORM CONFERIR-LINHA-DO-RAZAO.
           IF LINHA-VALIDA
               MOVE RZS-COMPETENCIA  TO WS-NOVA-COMPETENCIA
               MOVE RZS-CONTA        TO WS-NOVA-CONTA
               MOVE RZS-CENTRO-CUSTO TO WS-NOVO-CENTRO-CUSTO
               PERFORM LOCALIZAR-OU-CRIAR-CONFRONTO
               IF WS-IDX-CNF-ACHADO > 0
                   MOVE "S" TO CNF-TEM-RAZAO (WS-IDX-CNF-ACHADO)
                   IF RZS-SALDO-CREDOR
                       SUBTRACT RZS-SALDO
                           FROM CNF-SALDO-RAZAO (WS-IDX-CNF-ACHADO)
                   ELSE
                       ADD RZS-SALDO
                           TO CNF-SALDO-RAZAO (WS-IDX-CNF-ACHADO)
                   END-IF
                   MOVE RZS-COMPETENCIA TO WS-DCP-ANO-MES
                   PERFORM MARCAR-COMPETENCIA
                   IF WS-IDX-CMP-ACHADO > 0
                       MOVE "S" TO CMP-NO-RAZAO (WS-IDX-CMP-ACHADO)
                   END-IF
               END-IF
           ELSE
               PERFORM REJEITAR-LINHA
           END-IF.
           PERFORM LER-RAZAO.

       CONFERIR-LINHA-DO-RAZAO.
           MOVE "N" TO WS-LINHA-VALIDA.
           MOVE RZS-COMPETENCIA TO WS-DCP-ANO-MES.
           MOVE 01 TO WS-DCP-DIA.
           EVALUATE TRUE
               WHEN RZS-CONTA IS NOT NUMERIC OR RZS-CONTA = 0
                   MOVE "RZS-CONTA"        TO WS-CAMPO-REJEITADO
                   MOVE RZS-CONTA          TO WS-VALOR-REJEITADO
                   MOVE "CONTA DEVE SER NUMERICA"
                                           TO WS-MOTIVO-REJEICAO
               WHEN RZS-CENTRO-CUSTO IS NOT NUMERIC
                   MOVE "RZS-CENTRO-CUSTO" TO WS-CAMPO-REJEITADO
                   MOVE RZS-CENTRO-CUSTO   TO WS-VALOR-REJEITADO
                   MOVE "CENTRO DE CUSTO DEVE SER NUMERICO"
                                           TO WS-MOTIVO-REJEICAO
               WHEN RZS-COMPETENCIA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (WS-DATA-COMPETENCIA) NOT = 0
                   MOVE "RZS-COMPETENCIA"  TO WS-CAMPO-REJEITADO
                   MOVE RZS-COMPETENCIA    TO WS-VALOR-REJEITADO
                   MOVE "COMPETENCIA DEVE SER AAAAMM"
                                           TO WS-MOTIVO-REJEICAO
               WHEN NOT RZS-SALDO-DEVEDOR AND NOT RZS-SALDO-CREDOR
                   MOVE "RZS-NATUREZA"     TO WS-CAMPO-REJEITADO
                   MOVE RZS-NATUREZA       TO WS-VALOR-REJEITADO
                   MOVE "NATUREZA DO SALDO DEVE SER D OU C"
                                           TO WS-MOTIVO-REJEICAO
               WHEN RZS-SALDO IS NOT NUMERIC
                   MOVE "RZS-SALDO"        TO WS-CAMPO-REJEITADO
                   MOVE REG-SALDO-RAZAO (18:12)
                                           TO WS-VALOR-REJEITADO
                   MOVE "SALDO DEVE SER NUMERICO"
                                           TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-LINHA-VALIDA
           END-EVALUATE.

       REJEITAR-LINHA.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE "PROG167"          TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE       TO EXC-DATA.
           MOVE WS-HORA-AGORA      TO EXC-HORA.
           WRITE REG-EXCECAO.

      *--------------------------------------------------------------*
      *    CONFRONTO DE UMA ENTRADA. O SALDO DA FOLHA VEM DA BASE
      *    QUANDO A COMPETENCIA ESTA NELA, SENAO DA DIFERENCA EM
      *    ABERTO; O DO RAZAO VEM DO EXTRATO QUANDO ELE TRAZ A
      *    COMPETENCIA, SENAO DA DIFERENCA EM ABERTO. SEM UM DOS
      *    DOIS NAO HA O QUE CONFERIR.
      *--------------------------------------------------------------*
       CONFRONTAR-UMA-ENTRADA.
           MOVE "S" TO WS-CONFERE.
           MOVE CNF-COMPETENCIA (WS-IDX-CNF) TO WS-DCP-ANO-MES.
           PERFORM MARCAR-COMPETENCIA.
           EVALUATE TRUE
               WHEN CMP-NA-BASE (WS-IDX-CMP-ACHADO) = "S"
                   MOVE CNF-SALDO-FOLHA (WS-IDX-CNF)
                       TO WS-SALDO-FOLHA
               WHEN CNF-PENDENTE (WS-IDX-CNF) = "S"
                   MOVE CNF-FOLHA-PENDENTE (WS-IDX-CNF)
                       TO WS-SALDO-FOLHA
               WHEN OTHER
                   MOVE "N" TO WS-CONFERE
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CMP-NO-RAZAO (WS-IDX-CMP-ACHADO) = "S"
                   MOVE CNF-SALDO-RAZAO (WS-IDX-CNF)
                       TO WS-SALDO-RAZAO
               WHEN CNF-PENDENTE (WS-IDX-CNF) = "S"
                   MOVE CNF-RAZAO-PENDENTE (WS-IDX-CNF)
                       TO WS-SALDO-RAZAO
               WHEN OTHER
                   MOVE "N" TO WS-CONFERE
           END-EVALUATE.
           IF CNF-TEM-RAZAO (WS-IDX-CNF) = "S"
               AND CMP-NA-BASE (WS-IDX-CMP-ACHADO) NOT = "S"
               AND CNF-PENDENTE (WS-IDX-CNF) NOT = "S"
               ADD 1 TO WS-QTD-SEM-BASE
           END-IF.
           IF HA-O-QUE-CONFERIR
               MOVE WS-SALDO-FOLHA TO CNF-SALDO-FOLHA (WS-IDX-CNF)
               MOVE WS-SALDO-RAZAO TO CNF-SALDO-RAZAO (WS-IDX-CNF)
               IF CMP-NO-RAZAO (WS-IDX-CMP-ACHADO) = "S"
                   ADD 1 TO WS-QTD-CONFERIDAS
               END-IF
               IF WS-SALDO-FOLHA NOT = WS-SALDO-RAZAO
                   MOVE "A" TO CNF-SITUACAO (WS-IDX-CNF)
                   ADD 1 TO WS-QTD-EM-ABERTO
                   IF CNF-PENDENTE (WS-IDX-CNF) NOT = "S"
                       MOVE WS-DATA-HOJE
                           TO CNF-DATA-ABERTURA (WS-IDX-CNF)
                   END-IF
               ELSE
                   IF CNF-PENDENTE (WS-IDX-CNF) = "S"
                       MOVE "R" TO CNF-SITUACAO (WS-IDX-CNF)
                       ADD 1 TO WS-QTD-REGULARIZADAS
                   ELSE
                       ADD 1 TO WS-QTD-BATEM
                   END-IF
               END-IF
           END-IF.
           IF CNF-SETOR (WS-IDX-CNF) = SPACES
               AND CNF-CENTRO-CUSTO (WS-IDX-CNF) NOT = 0
               PERFORM VARYING WS-IDX-SCC FROM WS-QTD-SETORES-MST
                       BY -1 UNTIL WS-IDX-SCC < 1
                   IF SCC-CENTRO-CUSTO (WS-IDX-SCC)
                       = CNF-CENTRO-CUSTO (WS-IDX-CNF)
                       MOVE SCC-SETOR (WS-IDX-SCC)
                           TO CNF-SETOR (WS-IDX-CNF)
                   END-IF
               END-PERFORM
           END-IF.

      *--------------------------------------------------------------*
      *    RELATORIO - DIFERENCAS EM ABERTO, REGULARIZADAS E O RESUMO.
      *    DIFERENCA = RAZAO MENOS FOLHA.
      *--------------------------------------------------------------*
       IMPRIMIR-CONCILIACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO CONTABIL DA FOLHA X RAZAO - "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-COMPETENCIA-FOLHA > 0
               STRING "COMPETENCIA DO CONTABIL " WS-COMPETENCIA-FOLHA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               IF WS-COMPETENCIA-PROVISAO = WS-COMPETENCIA-FOLHA
                   MOVE "- COM A PROVISAO DO MES"
                       TO LINHA-RELATORIO (32:23)
               ELSE
                   MOVE "- SEM PROVISAO DO MES"
                       TO LINHA-RELATORIO (32:21)
               END-IF
           ELSE
               MOVE "SEM CONTABIL NESTA RODADA - SO A BASE"
                   TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DIFERENCAS EM ABERTO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO-DAS-COLUNAS.
           MOVE "A" TO WS-SITUACAO-LISTADA.
           PERFORM IMPRIMIR-UMA-ENTRADA
               VARYING WS-IDX-CNF FROM 1 BY 1
               UNTIL WS-IDX-CNF > WS-QTD-CONFRONTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "REGULARIZADAS NESTA RODADA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO-DAS-COLUNAS.
           MOVE "R" TO WS-SITUACAO-LISTADA.
           PERFORM IMPRIMIR-UMA-ENTRADA
               VARYING WS-IDX-CNF FROM 1 BY 1
               UNTIL WS-IDX-CNF > WS-QTD-CONFRONTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LINHAS DO RAZAO " WS-QTD-LINHAS-RAZAO
               " - REJEITADAS " WS-QTD-REJEITADAS
               " - SEM BASE NA FOLHA " WS-QTD-SEM-BASE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTAS CONFERIDAS " WS-QTD-CONFERIDAS
               " - BATEM " WS-QTD-BATEM
               " - EM ABERTO " WS-QTD-EM-ABERTO
               " - REGULARIZADAS " WS-QTD-REGULARIZADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-CABECALHO-DAS-COLUNAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPET CONTA SETOR      CC    FOLHA         "
               "RAZAO         DIFERENCA     DESDE"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-ENTRADA.
           IF CNF-SITUACAO (WS-IDX-CNF) = WS-SITUACAO-LISTADA
               MOVE CNF-SALDO-FOLHA (WS-IDX-CNF)
                   TO WS-SALDO-COM-SINAL
               PERFORM MONTAR-COLUNA-DE-SALDO
               MOVE WS-COLUNA-MONTADA TO WS-COLUNA-FOLHA
               MOVE CNF-SALDO-RAZAO (WS-IDX-CNF)
                   TO WS-SALDO-COM-SINAL
               PERFORM MONTAR-COLUNA-DE-SALDO
               MOVE WS-COLUNA-MONTADA TO WS-COLUNA-RAZAO
               COMPUTE WS-SALDO-COM-SINAL =
                   CNF-SALDO-RAZAO (WS-IDX-CNF)
                   - CNF-SALDO-FOLHA (WS-IDX-CNF)
               PERFORM MONTAR-COLUNA-DE-SALDO
               MOVE WS-COLUNA-MONTADA TO WS-COLUNA-DIFERENCA
               MOVE SPACES TO LINHA-RELATORIO
               STRING CNF-COMPETENCIA (WS-IDX-CNF) " "
                   CNF-CONTA (WS-IDX-CNF) " "
                   CNF-SETOR (WS-IDX-CNF) " "
                   CNF-CENTRO-CUSTO (WS-IDX-CNF) " "
                   WS-COLUNA-FOLHA " "
                   WS-COLUNA-RAZAO " "
                   WS-COLUNA-DIFERENCA " "
                   CNF-DATA-ABERTURA (WS-IDX-CNF)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       MONTAR-COLUNA-DE-SALDO.
           PERFORM SEPARAR-NATUREZA-DO-SALDO.
           MOVE WS-SALDO-SEM-SINAL TO WS-CLM-VALOR.
           MOVE WS-NATUREZA        TO WS-CLM-NATUREZA.

       SEPARAR-NATUREZA-DO-SALDO.
           IF WS-SALDO-COM-SINAL < 0
               MOVE "C" TO WS-NATUREZA
               COMPUTE WS-SALDO-SEM-SINAL = 0 - WS-SALDO-COM-SINAL
           ELSE
               MOVE "D" TO WS-NATUREZA
               MOVE WS-SALDO-COM-SINAL TO WS-SALDO-SEM-SINAL
           END-IF.

      *--------------------------------------------------------------*
      *    REGRAVACAO DA BASE (JANELA DE 12 COMPETENCIAS) E DAS
      *    DIFERENCAS QUE CONTINUAM EM ABERTO.
      *--------------------------------------------------------------*
       REGRAVAR-BASE.
           OPEN OUTPUT ARQ-BASE.
           PERFORM GRAVAR-UMA-LINHA-DA-BASE
               VARYING WS-IDX-CNF FROM 1 BY 1
               UNTIL WS-IDX-CNF > WS-QTD-CONFRONTOS.
           CLOSE ARQ-BASE.

       GRAVAR-UMA-LINHA-DA-BASE.
           IF CNF-TEM-BASE (WS-IDX-CNF) = "S"
               MOVE CNF-COMPETENCIA (WS-IDX-CNF)  TO CTB-COMPETENCIA
               MOVE CNF-CONTA (WS-IDX-CNF)        TO CTB-CONTA
               MOVE CNF-CENTRO-CUSTO (WS-IDX-CNF) TO CTB-CENTRO-CUSTO
               MOVE CNF-SETOR (WS-IDX-CNF)        TO CTB-SETOR
               MOVE CNF-SALDO-FOLHA (WS-IDX-CNF)
                   TO WS-SALDO-COM-SINAL
               PERFORM SEPARAR-NATUREZA-DO-SALDO
               MOVE WS-NATUREZA                   TO CTB-NATUREZA
               MOVE WS-SALDO-SEM-SINAL            TO CTB-SALDO
               WRITE REG-BASE-CONCILIACAO
           END-IF.

       REGRAVAR-DIFERENCAS.
           OPEN OUTPUT ARQ-DIFERENCAS.
           PERFORM GRAVAR-UMA-DIFERENCA
               VARYING WS-IDX-CNF FROM 1 BY 1
               UNTIL WS-IDX-CNF > WS-QTD-CONFRONTOS.
           CLOSE ARQ-DIFERENCAS.

       GRAVAR-UMA-DIFERENCA.
           IF CNF-SITUACAO (WS-IDX-CNF) = "A"
               MOVE CNF-COMPETENCIA (WS-IDX-CNF)  TO CDF-COMPETENCIA
               MOVE CNF-CONTA (WS-IDX-CNF)        TO CDF-CONTA
               MOVE CNF-CENTRO-CUSTO (WS-IDX-CNF) TO CDF-CENTRO-CUSTO
               MOVE CNF-SETOR (WS-IDX-CNF)        TO CDF-SETOR
               MOVE CNF-SALDO-FOLHA (WS-IDX-CNF)
                   TO WS-SALDO-COM-SINAL
               PERFORM SEPARAR-NATUREZA-DO-SALDO
               MOVE WS-NATUREZA         TO CDF-NATUREZA-FOLHA
               MOVE WS-SALDO-SEM-SINAL  TO CDF-SALDO-FOLHA
               MOVE CNF-SALDO-RAZAO (WS-IDX-CNF)
                   TO WS-SALDO-COM-SINAL
               PERFORM SEPARAR-NATUREZA-DO-SALDO
               MOVE WS-NATUREZA         TO CDF-NATUREZA-RAZAO
               MOVE WS-SALDO-SEM-SINAL  TO CDF-SALDO-RAZAO
               MOVE CNF-DATA-ABERTURA (WS-IDX-CNF)
                   TO CDF-DATA-ABERTURA
               WRITE REG-DIFERENCA-CONTABIL
           END-IF.

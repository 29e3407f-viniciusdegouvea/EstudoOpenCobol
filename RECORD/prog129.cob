       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG129.
      *     PEDIDOS DE REEMBOLSO DE DESPESA E A APROVACAO DELES.
      *     LE AS TRANSACOES (REEMBTRN) E MANTEM OS PEDIDOS
      *     (REEMBOLS - A/C/D POR CODIGO DO FUNCIONARIO E NUMERO DO
      *     RECIBO, SO ENQUANTO O PEDIDO AGUARDA O GERENTE), NO MESMO
      *     DESENHO DA AUTORIZACAO DE HORA EXTRA (PROG125). A
      *     INCLUSAO CONFERE O CODIGO NO MESTRE, A DATA DA DESPESA, A
      *     CATEGORIA NA TABELA DE CATEGORIAS (REEMBCAT) E O VALOR
      *     CONTRA O LIMITE DA CATEGORIA, E GUARDA O SETOR DO
      *     FUNCIONARIO, QUE RECEBE A DESPESA NA CONTABILIZACAO.
      *
      *     "P" APROVA E "R" RECUSA O PEDIDO: PRIMEIRO O GERENTE DO
      *     SETOR DO PEDIDO (SET-GERENTE DO SETORMST); QUANDO A
      *     CATEGORIA EXIGE OUTRO APROVADOR, O PEDIDO FICA "G" ATE
      *     ELE DECIDIR. NINGUEM DECIDE O PROPRIO PEDIDO. APROVADO,
      *     O PEDIDO E PAGO SEM INCIDENCIA DE INSS/IRRF NA PROXIMA
      *     FOLHA (PROG29) OU EM CREDITO AVULSO NA REMESSA (PROG45),
      *     CONFORME A FORMA DE PAGAMENTO ESCOLHIDA.
      *
      *     A LISTAGEM (RELREEMB) TRAZ OS PEDIDOS INCLUIDOS OU
      *     DECIDIDOS NO DIA; OS PENDENTES POR SETOR SAEM NO PROG130.
      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-CATEGORIAS ASSIGN TO "REEMBCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATEGORIAS.

           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REEMBOLSOS.

           SELECT TRANS-REEMBOLSO-FILE ASSIGN TO "REEMBTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELREEMB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-CATEGORIAS.
       COPY CPREBCAT.

       FD  ARQ-REEMBOLSOS.
       COPY CPREEMB.

       FD  TRANS-REEMBOLSO-FILE.
       01  TRANS-REEMBOLSO-REG.
           05  TRB-CODOP               PIC X(01).
               88  TRB-INCLUSAO            VALUE "A".
               88  TRB-ALTERACAO           VALUE "C".
               88  TRB-EXCLUSAO            VALUE "D".
               88  TRB-APROVACAO           VALUE "P".
               88  TRB-RECUSA              VALUE "R".
               88  TRB-CODOP-VALIDO        VALUES "A" "C" "D"
                                                  "P" "R".
           05  TRB-APROVADOR           PIC 9(05).
           05  TRB-CODIGO              PIC 9(05).
           05  TRB-RECIBO              PIC X(15).
           05  TRB-DATA-DESPESA        PIC 9(08).
           05  TRB-CATEGORIA           PIC X(03).
           05  TRB-VALOR               PIC 9(6)V9(2).
           05  TRB-FORMA-PAGTO         PIC X(01).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-CATEGORIAS        PIC X(02).
       01  WS-STATUS-REEMBOLSOS        PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-CATEGORIAS           PIC X VALUE "N".
           88  FIM-CATEGORIAS              VALUE "S".
       01  WS-FIM-REEMBOLSOS           PIC X VALUE "N".
           88  FIM-REEMBOLSOS              VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".

      *    GERENTE DE CADA SETOR DO CADASTRO.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 50 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-GERENTE         PIC 9(05).
       01  WS-IDX-SST                  PIC 9(02).

      *    CATEGORIAS DE REEMBOLSO, COM O LIMITE POR PEDIDO E O
      *    APROVADOR EXIGIDO ALEM DO GERENTE.
       01  WS-QTD-CATEGORIAS           PIC 9(02) VALUE 0.
       01  TAB-CATEGORIAS.
           05  CTG-ITEM OCCURS 50 TIMES.
               10  CTG-CATEGORIA       PIC X(03).
               10  CTG-DESCRICAO       PIC X(20).
               10  CTG-LIMITE          PIC 9(6)V9(2).
               10  CTG-APROVADOR       PIC 9(05).
       01  WS-IDX-CTG                  PIC 9(02).
       01  WS-IDX-CTG-ACHADO           PIC 9(02).
       01  WS-CATEGORIA-PROCURADA      PIC X(03).

      *    PEDIDOS DE REEMBOLSO EM MEMORIA.
       01  WS-QTD-PEDIDOS              PIC 9(04) VALUE 0.
       01  TAB-PEDIDOS-MEMORIA.
           05  PDM-ITEM OCCURS 3000 TIMES.
               10  PDM-CODIGO          PIC 9(05).
               10  PDM-RECIBO          PIC X(15).
               10  PDM-DATA-DESPESA    PIC 9(08).
               10  PDM-CATEGORIA       PIC X(03).
               10  PDM-VALOR           PIC 9(6)V9(2).
               10  PDM-FORMA-PAGTO     PIC X(01).
               10  PDM-SETOR           PIC X(10).
               10  PDM-SITUACAO        PIC X(01).
               10  PDM-DATA-INCLUSAO   PIC 9(08).
               10  PDM-GERENTE         PIC 9(05).
               10  PDM-DATA-GERENTE    PIC 9(08).
               10  PDM-APROVADOR       PIC 9(05).
               10  PDM-DATA-APROVACAO  PIC 9(08).
               10  PDM-COMPETENCIA-PAGTO
                                       PIC 9(06).
       01  WS-IDX                      PIC 9(04).
       01  WS-IDX-ACHADO               PIC 9(04).
       01  WS-ACHOU-PEDIDO             PIC X VALUE "N".
           88  ACHOU-O-PEDIDO              VALUE "S".

       01  WS-FUNC-VALIDO              PIC X(01).
           88  FUNC-VALIDO                 VALUE "S".
       01  WS-PEDIDO-VALIDO            PIC X(01).
           88  PEDIDO-VALIDO               VALUE "S".
       01  WS-SETOR-DO-FUNC            PIC X(10).
       01  WS-GERENTE-DO-SETOR         PIC 9(05).
       01  WS-APROVADOR-DA-CATEGORIA   PIC 9(05).

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-INCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-ALTERADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-EXCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-APROVADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-RECUSADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT TRANS-REEMBOLSO-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-SETORES.
           PERFORM CARREGAR-CATEGORIAS.
           PERFORM CARREGAR-PEDIDOS.
           IF HA-TRANSACOES
               PERFORM LER-TRANSACAO
               PERFORM PROCESSAR-UMA-TRANSACAO UNTIL FIM-TRANSACOES
               PERFORM REGRAVAR-PEDIDOS
               CLOSE TRANS-REEMBOLSO-FILE
           END-IF.
           PERFORM IMPRIMIR-LISTAGEM.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "PEDIDOS DE REEMBOLSO - INCLUIDOS: "
               WS-QTD-INCLUIDOS " - ALTERADOS: " WS-QTD-ALTERADOS
               " - EXCLUIDOS: " WS-QTD-EXCLUIDOS.
           DISPLAY "PEDIDOS DE REEMBOLSO - APROVACOES: "
               WS-QTD-APROVADOS " - RECUSADOS: " WS-QTD-RECUSADOS
               " - TRANSACOES REJEITADAS: " WS-QTD-REJEITADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS SETORES, DAS CATEGORIAS E DOS PEDIDOS.
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
           IF WS-QTD-SETORES < 50
               ADD 1 TO WS-QTD-SETORES
               MOVE SET-CODIGO  TO SST-CODIGO (WS-QTD-SETORES)
               MOVE SET-GERENTE TO SST-GERENTE (WS-QTD-SETORES)
           END-IF.
           PERFORM LER-SETOR.

       CARREGAR-CATEGORIAS.
           OPEN INPUT ARQ-CATEGORIAS.
           IF WS-STATUS-CATEGORIAS = "00"
               PERFORM LER-CATEGORIA
               PERFORM GUARDAR-UMA-CATEGORIA UNTIL FIM-CATEGORIAS
               CLOSE ARQ-CATEGORIAS
           END-IF.

       LER-CATEGORIA.
           READ ARQ-CATEGORIAS
               AT END SET FIM-CATEGORIAS TO TRUE
           END-READ.

       GUARDAR-UMA-CATEGORIA.
           IF WS-QTD-CATEGORIAS < 50
               ADD 1 TO WS-QTD-CATEGORIAS
               MOVE RBC-CATEGORIA
                   TO CTG-CATEGORIA (WS-QTD-CATEGORIAS)
               MOVE RBC-DESCRICAO
                   TO CTG-DESCRICAO (WS-QTD-CATEGORIAS)
               MOVE 0 TO CTG-LIMITE (WS-QTD-CATEGORIAS)
               IF RBC-LIMITE IS NUMERIC
                   MOVE RBC-LIMITE TO CTG-LIMITE (WS-QTD-CATEGORIAS)
               END-IF
               MOVE 0 TO CTG-APROVADOR (WS-QTD-CATEGORIAS)
               IF RBC-APROVADOR IS NUMERIC
                   MOVE RBC-APROVADOR
                       TO CTG-APROVADOR (WS-QTD-CATEGORIAS)
               END-IF
           END-IF.
           PERFORM LER-CATEGORIA.

       CARREGAR-PEDIDOS.
           OPEN INPUT ARQ-REEMBOLSOS.
           IF WS-STATUS-REEMBOLSOS = "00"
               PERFORM LER-PEDIDO
               PERFORM GUARDAR-UM-PEDIDO UNTIL FIM-REEMBOLSOS
               CLOSE ARQ-REEMBOLSOS
           END-IF.

       LER-PEDIDO.
           READ ARQ-REEMBOLSOS
               AT END SET FIM-REEMBOLSOS TO TRUE
           END-READ.

       GUARDAR-UM-PEDIDO.
           IF WS-QTD-PEDIDOS < 3000
               ADD 1 TO WS-QTD-PEDIDOS
               MOVE REG-REEMBOLSO TO PDM-ITEM (WS-QTD-PEDIDOS)
           END-IF.
           PERFORM LER-PEDIDO.

       REGRAVAR-PEDIDOS.
           OPEN OUTPUT ARQ-REEMBOLSOS.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UM-PEDIDO
               UNTIL WS-IDX > WS-QTD-PEDIDOS.
           CLOSE ARQ-REEMBOLSOS.

       GRAVAR-UM-PEDIDO.
           MOVE PDM-ITEM (WS-IDX) TO REG-REEMBOLSO.
           WRITE REG-REEMBOLSO.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES - O CODIGO DA TRANSACAO TEM DE ESTAR NO
      *    MESTRE; A/C/D SO MEXEM NO PEDIDO QUE AINDA AGUARDA O
      *    GERENTE.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-REEMBOLSO-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM CONFERIR-FUNCIONARIO.
           IF FUNC-VALIDO
               PERFORM LOCALIZAR-PEDIDO-NA-MEMORIA
               EVALUATE TRUE
                   WHEN NOT TRB-CODOP-VALIDO
                       MOVE "TRB-CODOP"       TO WS-CAMPO-REJEITADO
                       MOVE TRB-CODOP         TO WS-VALOR-REJEITADO
                       MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D/P/R)"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN TRB-INCLUSAO AND ACHOU-O-PEDIDO
                       MOVE "TRB-RECIBO"      TO WS-CAMPO-REJEITADO
                       MOVE TRB-RECIBO        TO WS-VALOR-REJEITADO
                       MOVE "RECIBO JA CADASTRADO PARA O CODIGO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN TRB-INCLUSAO
                       PERFORM INCLUIR-PEDIDO
                   WHEN NOT ACHOU-O-PEDIDO
                       MOVE "TRB-RECIBO"      TO WS-CAMPO-REJEITADO
                       MOVE TRB-RECIBO        TO WS-VALOR-REJEITADO
                       MOVE "PEDIDO DE REEMBOLSO NAO CADASTRADO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN (TRB-ALTERACAO OR TRB-EXCLUSAO)
                       AND PDM-SITUACAO (WS-IDX-ACHADO) NOT = "P"
                       MOVE "TRB-RECIBO"      TO WS-CAMPO-REJEITADO
                       MOVE TRB-RECIBO        TO WS-VALOR-REJEITADO
                       MOVE "PEDIDO JA PASSOU PELO GERENTE"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN TRB-ALTERACAO
                       PERFORM ALTERAR-PEDIDO
                   WHEN TRB-EXCLUSAO
                       PERFORM EXCLUIR-PEDIDO
                   WHEN OTHER
                       PERFORM DECIDIR-PEDIDO
               END-EVALUATE
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.
           PERFORM LER-TRANSACAO.

       CONFERIR-FUNCIONARIO.
           MOVE "S" TO WS-FUNC-VALIDO.
           MOVE SPACES TO WS-SETOR-DO-FUNC.
           MOVE TRB-CODIGO TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FUNC-VALIDO
                   MOVE "TRB-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TRB-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE SETOR TO WS-SETOR-DO-FUNC
           END-READ.

       LOCALIZAR-PEDIDO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-PEDIDO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UM-PEDIDO
               UNTIL WS-IDX > WS-QTD-PEDIDOS
                  OR ACHOU-O-PEDIDO.

       COMPARAR-UM-PEDIDO.
           IF PDM-CODIGO (WS-IDX) = TRB-CODIGO
               AND PDM-RECIBO (WS-IDX) = TRB-RECIBO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-O-PEDIDO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       LOCALIZAR-CATEGORIA.
           MOVE 0 TO WS-IDX-CTG-ACHADO.
           PERFORM VARYING WS-IDX-CTG FROM 1 BY 1
                   UNTIL WS-IDX-CTG > WS-QTD-CATEGORIAS
               IF CTG-CATEGORIA (WS-IDX-CTG) = WS-CATEGORIA-PROCURADA
                   MOVE WS-IDX-CTG TO WS-IDX-CTG-ACHADO
               END-IF
           END-PERFORM.

      *    DADOS DA DESPESA NA INCLUSAO E NA ALTERACAO - O VALOR NAO
      *    PASSA DO LIMITE DA CATEGORIA (ZERO = SEM LIMITE).
       CONFERIR-DADOS-DO-PEDIDO.
           MOVE "N" TO WS-PEDIDO-VALIDO.
           MOVE TRB-CATEGORIA TO WS-CATEGORIA-PROCURADA.
           PERFORM LOCALIZAR-CATEGORIA.
           EVALUATE TRUE
               WHEN TRB-RECIBO = SPACES
                   MOVE "TRB-RECIBO"      TO WS-CAMPO-REJEITADO
                   MOVE TRB-RECIBO        TO WS-VALOR-REJEITADO
                   MOVE "NUMERO DO RECIBO OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRB-DATA-DESPESA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (TRB-DATA-DESPESA)
                       NOT = 0
                   MOVE "TRB-DATA-DESPESA" TO WS-CAMPO-REJEITADO
                   MOVE TRB-DATA-DESPESA  TO WS-VALOR-REJEITADO
                   MOVE "DATA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRB-DATA-DESPESA > WS-DATA-HOJE
                   MOVE "TRB-DATA-DESPESA" TO WS-CAMPO-REJEITADO
                   MOVE TRB-DATA-DESPESA  TO WS-VALOR-REJEITADO
                   MOVE "DATA DA DESPESA POSTERIOR A HOJE"
                                          TO WS-MOTIVO-REJEICAO
               WHEN WS-IDX-CTG-ACHADO = 0
                   MOVE "TRB-CATEGORIA"   TO WS-CAMPO-REJEITADO
                   MOVE TRB-CATEGORIA     TO WS-VALOR-REJEITADO
                   MOVE "CATEGORIA NAO CADASTRADA EM REEMBCAT"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRB-VALOR IS NOT NUMERIC OR TRB-VALOR = 0
                   MOVE "TRB-VALOR"       TO WS-CAMPO-REJEITADO
                   MOVE TRB-VALOR         TO WS-VALOR-REJEITADO
                   MOVE "VALOR DEVE SER MAIOR QUE ZERO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN CTG-LIMITE (WS-IDX-CTG-ACHADO) > 0
                   AND TRB-VALOR > CTG-LIMITE (WS-IDX-CTG-ACHADO)
                   MOVE "TRB-VALOR"       TO WS-CAMPO-REJEITADO
                   MOVE TRB-VALOR         TO WS-VALOR-REJEITADO
                   MOVE "VALOR ACIMA DO LIMITE DA CATEGORIA"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRB-FORMA-PAGTO NOT = "F"
                   AND TRB-FORMA-PAGTO NOT = "C"
                   AND TRB-FORMA-PAGTO NOT = SPACE
                   MOVE "TRB-FORMA-PAGTO" TO WS-CAMPO-REJEITADO
                   MOVE TRB-FORMA-PAGTO   TO WS-VALOR-REJEITADO
                   MOVE "FORMA DE PAGAMENTO DEVE SER F OU C"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-PEDIDO-VALIDO
           END-EVALUATE.

       INCLUIR-PEDIDO.
           PERFORM CONFERIR-DADOS-DO-PEDIDO.
           EVALUATE TRUE
               WHEN NOT PEDIDO-VALIDO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-PEDIDOS < 3000
                   ADD 1 TO WS-QTD-PEDIDOS
                   MOVE WS-QTD-PEDIDOS TO WS-IDX-ACHADO
                   MOVE TRB-CODIGO   TO PDM-CODIGO (WS-IDX-ACHADO)
                   MOVE TRB-RECIBO   TO PDM-RECIBO (WS-IDX-ACHADO)
                   MOVE WS-SETOR-DO-FUNC
                                     TO PDM-SETOR (WS-IDX-ACHADO)
                   MOVE "P"          TO PDM-SITUACAO (WS-IDX-ACHADO)
                   MOVE WS-DATA-HOJE
                       TO PDM-DATA-INCLUSAO (WS-IDX-ACHADO)
                   MOVE 0            TO PDM-GERENTE (WS-IDX-ACHADO)
                   MOVE 0 TO PDM-DATA-GERENTE (WS-IDX-ACHADO)
                   MOVE 0            TO PDM-APROVADOR (WS-IDX-ACHADO)
                   MOVE 0 TO PDM-DATA-APROVACAO (WS-IDX-ACHADO)
                   MOVE 0 TO PDM-COMPETENCIA-PAGTO (WS-IDX-ACHADO)
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TRB-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TRB-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE REEMBOLSOS CHEIO (3000)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-PEDIDO.
           PERFORM CONFERIR-DADOS-DO-PEDIDO.
           IF PEDIDO-VALIDO
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

       EXCLUIR-PEDIDO.
           MOVE PDM-ITEM (WS-QTD-PEDIDOS)
               TO PDM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-PEDIDOS.
           ADD 1 TO WS-QTD-EXCLUIDOS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TRB-DATA-DESPESA TO PDM-DATA-DESPESA (WS-IDX-ACHADO).
           MOVE TRB-CATEGORIA    TO PDM-CATEGORIA (WS-IDX-ACHADO).
           MOVE TRB-VALOR        TO PDM-VALOR (WS-IDX-ACHADO).
           IF TRB-FORMA-PAGTO = SPACE
               MOVE "F" TO PDM-FORMA-PAGTO (WS-IDX-ACHADO)
           ELSE
               MOVE TRB-FORMA-PAGTO TO PDM-FORMA-PAGTO (WS-IDX-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    DECISAO - O PEDIDO "P" E DO GERENTE DO SETOR DO PEDIDO; O
      *    "G" E DO APROVADOR DA CATEGORIA. QUANDO A CATEGORIA NAO
      *    EXIGE OUTRO APROVADOR (OU ELE E O PROPRIO GERENTE), A
      *    APROVACAO DO GERENTE JA LIBERA O PEDIDO PARA PAGAMENTO.
      *--------------------------------------------------------------*
       DECIDIR-PEDIDO.
           MOVE 0 TO WS-GERENTE-DO-SETOR.
           PERFORM VARYING WS-IDX-SST FROM 1 BY 1
                   UNTIL WS-IDX-SST > WS-QTD-SETORES
               IF SST-CODIGO (WS-IDX-SST) = PDM-SETOR (WS-IDX-ACHADO)
                   MOVE SST-GERENTE (WS-IDX-SST)
                       TO WS-GERENTE-DO-SETOR
               END-IF
           END-PERFORM.
           MOVE PDM-CATEGORIA (WS-IDX-ACHADO)
               TO WS-CATEGORIA-PROCURADA.
           PERFORM LOCALIZAR-CATEGORIA.
           MOVE 0 TO WS-APROVADOR-DA-CATEGORIA.
           IF WS-IDX-CTG-ACHADO > 0
               MOVE CTG-APROVADOR (WS-IDX-CTG-ACHADO)
                   TO WS-APROVADOR-DA-CATEGORIA
           END-IF.
           MOVE "TRB-APROVADOR" TO WS-CAMPO-REJEITADO.
           MOVE TRB-APROVADOR   TO WS-VALOR-REJEITADO.
           EVALUATE TRUE
               WHEN TRB-APROVADOR IS NOT NUMERIC
                   OR TRB-APROVADOR = 0
                   MOVE "CODIGO DO APROVADOR OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TRB-APROVADOR = TRB-CODIGO
                   MOVE "APROVADOR NAO DECIDE O PROPRIO PEDIDO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN PDM-SITUACAO (WS-IDX-ACHADO) NOT = "P"
                   AND PDM-SITUACAO (WS-IDX-ACHADO) NOT = "G"
                   MOVE "PEDIDO JA DECIDIDO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN PDM-SITUACAO (WS-IDX-ACHADO) = "P"
                   AND TRB-APROVADOR NOT = WS-GERENTE-DO-SETOR
                   MOVE "NAO E O GERENTE DO SETOR DO PEDIDO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN PDM-SITUACAO (WS-IDX-ACHADO) = "G"
                   AND TRB-APROVADOR NOT = WS-APROVADOR-DA-CATEGORIA
                   MOVE "NAO E O APROVADOR DA CATEGORIA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TRB-RECUSA
                   PERFORM RECUSAR-PEDIDO
               WHEN OTHER
                   PERFORM APROVAR-PEDIDO
           END-EVALUATE.

       APROVAR-PEDIDO.
           IF PDM-SITUACAO (WS-IDX-ACHADO) = "P"
               MOVE TRB-APROVADOR TO PDM-GERENTE (WS-IDX-ACHADO)
               MOVE WS-DATA-HOJE TO PDM-DATA-GERENTE (WS-IDX-ACHADO)
               IF WS-APROVADOR-DA-CATEGORIA = 0
                   OR WS-APROVADOR-DA-CATEGORIA = TRB-APROVADOR
                   MOVE "A" TO PDM-SITUACAO (WS-IDX-ACHADO)
                   MOVE TRB-APROVADOR
                       TO PDM-APROVADOR (WS-IDX-ACHADO)
                   MOVE WS-DATA-HOJE
                       TO PDM-DATA-APROVACAO (WS-IDX-ACHADO)
               ELSE
                   MOVE "G" TO PDM-SITUACAO (WS-IDX-ACHADO)
               END-IF
           ELSE
               MOVE "A" TO PDM-SITUACAO (WS-IDX-ACHADO)
               MOVE TRB-APROVADOR TO PDM-APROVADOR (WS-IDX-ACHADO)
               MOVE WS-DATA-HOJE
                   TO PDM-DATA-APROVACAO (WS-IDX-ACHADO)
           END-IF.
           ADD 1 TO WS-QTD-APROVADOS.

       RECUSAR-PEDIDO.
           IF PDM-SITUACAO (WS-IDX-ACHADO) = "P"
               MOVE TRB-APROVADOR TO PDM-GERENTE (WS-IDX-ACHADO)
               MOVE WS-DATA-HOJE TO PDM-DATA-GERENTE (WS-IDX-ACHADO)
           ELSE
               MOVE TRB-APROVADOR TO PDM-APROVADOR (WS-IDX-ACHADO)
               MOVE WS-DATA-HOJE
                   TO PDM-DATA-APROVACAO (WS-IDX-ACHADO)
           END-IF.
           MOVE "R" TO PDM-SITUACAO (WS-IDX-ACHADO).
           ADD 1 TO WS-QTD-RECUSADOS.

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES - PEDIDOS INCLUIDOS OU DECIDIDOS HOJE.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PEDIDOS DE REEMBOLSO MOVIMENTADOS EM "
               WS-DATA-HOJE
               " (P/G/A/R = SITUACAO)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " CODIGO RECIBO          DESPESA  CAT VALOR    F"
               " S GERENTE APROVADOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UM-PEDIDO
               UNTIL WS-IDX > WS-QTD-PEDIDOS.

       IMPRIMIR-UM-PEDIDO.
           IF PDM-DATA-INCLUSAO (WS-IDX) = WS-DATA-HOJE
               OR PDM-DATA-GERENTE (WS-IDX) = WS-DATA-HOJE
               OR PDM-DATA-APROVACAO (WS-IDX) = WS-DATA-HOJE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " PDM-CODIGO (WS-IDX)
                   " " PDM-RECIBO (WS-IDX)
                   " " PDM-DATA-DESPESA (WS-IDX)
                   " " PDM-CATEGORIA (WS-IDX)
                   " " PDM-VALOR (WS-IDX)
                   " " PDM-FORMA-PAGTO (WS-IDX)
                   " " PDM-SITUACAO (WS-IDX)
                   " " PDM-GERENTE (WS-IDX)
                   "   " PDM-APROVADOR (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG129"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

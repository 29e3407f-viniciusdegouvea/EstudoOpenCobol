       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG125.
      *     AUTORIZACAO DE HORA EXTRA PELO GERENTE DO SETOR.
      *     LE AS TRANSACOES DO GERENTE (HEAUTTRN) E MANTEM AS
      *     AUTORIZACOES PREVIAS (HEAUTORI - A/C/D POR CODIGO DO
      *     FUNCIONARIO E DATA, COM AS HORAS AUTORIZADAS) E A DECISAO
      *     SOBRE AS HORAS RETIDAS (HERETIDA - "P" APROVA, "R"
      *     RECUSA AS PENDENTES DO CODIGO NA DATA), NO MESMO DESENHO
      *     DA MANUTENCAO DE SETORES (PROG76). SO O GERENTE DO SETOR
      *     DO FUNCIONARIO (SET-GERENTE DO SETORMST) AUTORIZA OU
      *     DECIDE; A TRANSACAO DE OUTRO CODIGO E RECUSADA.
      *
      *     A IMPORTACAO DO PONTO (PROG50) PAGA A EXTRA DO DIA ATE O
      *     AUTORIZADO E RETEM O QUE PASSA; A RETIDA APROVADA AQUI
      *     ENTRA NO RESUMO DA PROXIMA IMPORTACAO. A LISTAGEM
      *     (RELHEAUT) TRAZ AS AUTORIZACOES DE HOJE EM DIANTE E AS
      *     DECISOES DO DIA.
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

           SELECT ARQ-AUTORIZACOES ASSIGN TO "HEAUTORI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACOES.

           SELECT ARQ-RETIDAS ASSIGN TO "HERETIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDAS.

           SELECT TRANS-AUTORIZ-FILE ASSIGN TO "HEAUTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELHEAUT"
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

       FD  ARQ-AUTORIZACOES.
       COPY CPHEAUT.

       FD  ARQ-RETIDAS.
       COPY CPHERET.

       FD  TRANS-AUTORIZ-FILE.
       01  TRANS-AUTORIZ-REG.
           05  TAU-CODOP               PIC X(01).
               88  TAU-INCLUSAO            VALUE "A".
               88  TAU-ALTERACAO           VALUE "C".
               88  TAU-EXCLUSAO            VALUE "D".
               88  TAU-APROVACAO           VALUE "P".
               88  TAU-RECUSA              VALUE "R".
           05  TAU-GERENTE             PIC 9(05).
           05  TAU-CODIGO              PIC 9(05).
           05  TAU-DATA                PIC 9(08).
           05  TAU-HORAS               PIC 9(2)V9(2).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-AUTORIZACOES      PIC X(02).
       01  WS-STATUS-RETIDAS           PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-AUTORIZACOES         PIC X VALUE "N".
           88  FIM-AUTORIZACOES            VALUE "S".
       01  WS-FIM-RETIDAS              PIC X VALUE "N".
           88  FIM-RETIDAS                 VALUE "S".
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

      *    AUTORIZACOES E HORAS RETIDAS EM MEMORIA.
       01  WS-QTD-AUTORIZACOES         PIC 9(04) VALUE 0.
       01  TAB-AUTORIZACOES-MEMORIA.
           05  AUM-ITEM OCCURS 2000 TIMES.
               10  AUM-CODIGO          PIC 9(05).
               10  AUM-DATA            PIC 9(08).
               10  AUM-HORAS           PIC 9(2)V9(2).
               10  AUM-GERENTE         PIC 9(05).
               10  AUM-DATA-AUTORIZACAO
                                       PIC 9(08).
       01  WS-QTD-RETIDAS              PIC 9(04) VALUE 0.
       01  TAB-RETIDAS-MEMORIA.
           05  RTM-ITEM OCCURS 2000 TIMES.
               10  RTM-CODIGO          PIC 9(05).
               10  RTM-DATA            PIC 9(08).
               10  RTM-HORAS           PIC 9(2)V9(2).
               10  RTM-TIPO-DIA        PIC X(01).
               10  RTM-SETOR           PIC X(10).
               10  RTM-SITUACAO        PIC X(01).
               10  RTM-GERENTE         PIC 9(05).
               10  RTM-DATA-DECISAO    PIC 9(08).
               10  RTM-DATA-LANCAMENTO PIC 9(08).
       01  WS-IDX                      PIC 9(04).
       01  WS-IDX-ACHADO               PIC 9(04).
       01  WS-ACHOU-AUTORIZACAO        PIC X VALUE "N".
           88  ACHOU-A-AUTORIZACAO         VALUE "S".
       01  WS-QTD-DECIDIDAS            PIC 9(03).

       01  WS-GERENTE-VALIDO           PIC X(01).
           88  GERENTE-VALIDO              VALUE "S".
       01  WS-SETOR-DO-FUNC            PIC X(10).

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-INCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-ALTERADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-EXCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-APROVADAS        PIC 9(05) VALUE 0.
           05  WS-QTD-RECUSADAS        PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT TRANS-AUTORIZ-FILE.
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
           PERFORM CARREGAR-AUTORIZACOES.
           PERFORM CARREGAR-RETIDAS.
           IF HA-TRANSACOES
               PERFORM LER-TRANSACAO
               PERFORM PROCESSAR-UMA-TRANSACAO UNTIL FIM-TRANSACOES
               PERFORM REGRAVAR-AUTORIZACOES
               PERFORM REGRAVAR-RETIDAS
               CLOSE TRANS-AUTORIZ-FILE
           END-IF.
           PERFORM IMPRIMIR-LISTAGEM.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "AUTORIZACOES DE HORA EXTRA - INCLUIDAS: "
               WS-QTD-INCLUIDOS " - ALTERADAS: " WS-QTD-ALTERADOS
               " - EXCLUIDAS: " WS-QTD-EXCLUIDOS.
           DISPLAY "RETIDAS - APROVADAS: " WS-QTD-APROVADAS
               " - RECUSADAS: " WS-QTD-RECUSADAS
               " - TRANSACOES REJEITADAS: " WS-QTD-REJEITADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS SETORES, DAS AUTORIZACOES E DAS RETIDAS.
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

       CARREGAR-AUTORIZACOES.
           OPEN INPUT ARQ-AUTORIZACOES.
           IF WS-STATUS-AUTORIZACOES = "00"
               PERFORM LER-AUTORIZACAO
               PERFORM GUARDAR-UMA-AUTORIZACAO UNTIL FIM-AUTORIZACOES
               CLOSE ARQ-AUTORIZACOES
           END-IF.

       LER-AUTORIZACAO.
           READ ARQ-AUTORIZACOES
               AT END SET FIM-AUTORIZACOES TO TRUE
           END-READ.

       GUARDAR-UMA-AUTORIZACAO.
           IF WS-QTD-AUTORIZACOES < 2000
               ADD 1 TO WS-QTD-AUTORIZACOES
               MOVE REG-AUTORIZACAO-HE
                   TO AUM-ITEM (WS-QTD-AUTORIZACOES)
           END-IF.
           PERFORM LER-AUTORIZACAO.

       CARREGAR-RETIDAS.
           OPEN INPUT ARQ-RETIDAS.
           IF WS-STATUS-RETIDAS = "00"
               PERFORM LER-RETIDA
               PERFORM GUARDAR-UMA-RETIDA UNTIL FIM-RETIDAS
               CLOSE ARQ-RETIDAS
           END-IF.

       LER-RETIDA.
           READ ARQ-RETIDAS
               AT END SET FIM-RETIDAS TO TRUE
           END-READ.

       GUARDAR-UMA-RETIDA.
           IF WS-QTD-RETIDAS < 2000
               ADD 1 TO WS-QTD-RETIDAS
               MOVE REG-HORA-RETIDA TO RTM-ITEM (WS-QTD-RETIDAS)
           END-IF.
           PERFORM LER-RETIDA.

       REGRAVAR-AUTORIZACOES.
           OPEN OUTPUT ARQ-AUTORIZACOES.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UMA-AUTORIZACAO
               UNTIL WS-IDX > WS-QTD-AUTORIZACOES.
           CLOSE ARQ-AUTORIZACOES.

       GRAVAR-UMA-AUTORIZACAO.
           MOVE AUM-ITEM (WS-IDX) TO REG-AUTORIZACAO-HE.
           WRITE REG-AUTORIZACAO-HE.
           ADD 1 TO WS-IDX.

       REGRAVAR-RETIDAS.
           OPEN OUTPUT ARQ-RETIDAS.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UMA-RETIDA
               UNTIL WS-IDX > WS-QTD-RETIDAS.
           CLOSE ARQ-RETIDAS.

       GRAVAR-UMA-RETIDA.
           MOVE RTM-ITEM (WS-IDX) TO REG-HORA-RETIDA.
           WRITE REG-HORA-RETIDA.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES - TODA TRANSACAO PASSA PRIMEIRO PELA
      *    CONFERENCIA DO GERENTE.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-AUTORIZ-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM CONFERIR-GERENTE-DO-SETOR.
           IF GERENTE-VALIDO
               PERFORM LOCALIZAR-AUTORIZACAO-NA-MEMORIA
               EVALUATE TRUE
                   WHEN TAU-INCLUSAO AND ACHOU-A-AUTORIZACAO
                       MOVE "TAU-DATA"        TO WS-CAMPO-REJEITADO
                       MOVE TAU-DATA          TO WS-VALOR-REJEITADO
                       MOVE "AUTORIZACAO JA CADASTRADA"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN TAU-INCLUSAO
                       PERFORM INCLUIR-AUTORIZACAO
                   WHEN TAU-ALTERACAO AND ACHOU-A-AUTORIZACAO
                       PERFORM ALTERAR-AUTORIZACAO
                   WHEN TAU-EXCLUSAO AND ACHOU-A-AUTORIZACAO
                       PERFORM EXCLUIR-AUTORIZACAO
                   WHEN TAU-ALTERACAO OR TAU-EXCLUSAO
                       MOVE "TAU-DATA"        TO WS-CAMPO-REJEITADO
                       MOVE TAU-DATA          TO WS-VALOR-REJEITADO
                       MOVE "AUTORIZACAO NAO CADASTRADA"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN TAU-APROVACAO OR TAU-RECUSA
                       PERFORM DECIDIR-RETIDAS
                   WHEN OTHER
                       MOVE "TAU-CODOP"       TO WS-CAMPO-REJEITADO
                       MOVE TAU-CODOP         TO WS-VALOR-REJEITADO
                       MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D/P/R)"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
               END-EVALUATE
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.
           PERFORM LER-TRANSACAO.

      *    O FUNCIONARIO TEM DE ESTAR NO MESTRE, O SETOR DELE NO
      *    CADASTRO DE SETORES E O GERENTE DA TRANSACAO TEM DE SER O
      *    SET-GERENTE DESSE SETOR.
       CONFERIR-GERENTE-DO-SETOR.
           MOVE "S" TO WS-GERENTE-VALIDO.
           MOVE SPACES TO WS-SETOR-DO-FUNC.
           MOVE TAU-CODIGO TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "N" TO WS-GERENTE-VALIDO
                   MOVE "TAU-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TAU-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE SETOR TO WS-SETOR-DO-FUNC
           END-READ.
           IF GERENTE-VALIDO
               MOVE "N" TO WS-GERENTE-VALIDO
               PERFORM VARYING WS-IDX-SST FROM 1 BY 1
                       UNTIL WS-IDX-SST > WS-QTD-SETORES
                   IF SST-CODIGO (WS-IDX-SST) = WS-SETOR-DO-FUNC
                       AND SST-GERENTE (WS-IDX-SST) = TAU-GERENTE
                       AND TAU-GERENTE IS NUMERIC
                       AND TAU-GERENTE > 0
                       MOVE "S" TO WS-GERENTE-VALIDO
                   END-IF
               END-PERFORM
               IF NOT GERENTE-VALIDO
                   MOVE "TAU-GERENTE"     TO WS-CAMPO-REJEITADO
                   MOVE TAU-GERENTE       TO WS-VALOR-REJEITADO
                   MOVE "NAO E O GERENTE DO SETOR DO FUNCIONARIO"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

       LOCALIZAR-AUTORIZACAO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-AUTORIZACAO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UMA-AUTORIZACAO
               UNTIL WS-IDX > WS-QTD-AUTORIZACOES
                  OR ACHOU-A-AUTORIZACAO.

       COMPARAR-UMA-AUTORIZACAO.
           IF AUM-CODIGO (WS-IDX) = TAU-CODIGO
               AND AUM-DATA (WS-IDX) = TAU-DATA
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-A-AUTORIZACAO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       INCLUIR-AUTORIZACAO.
           EVALUATE TRUE
               WHEN TAU-DATA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (TAU-DATA) NOT = 0
                   MOVE "TAU-DATA"        TO WS-CAMPO-REJEITADO
                   MOVE TAU-DATA          TO WS-VALOR-REJEITADO
                   MOVE "DATA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TAU-HORAS IS NOT NUMERIC OR TAU-HORAS = 0
                   MOVE "TAU-HORAS"       TO WS-CAMPO-REJEITADO
                   MOVE TAU-HORAS         TO WS-VALOR-REJEITADO
                   MOVE "HORAS AUTORIZADAS DEVEM SER MAIOR QUE ZERO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-AUTORIZACOES < 2000
                   ADD 1 TO WS-QTD-AUTORIZACOES
                   MOVE WS-QTD-AUTORIZACOES TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TAU-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TAU-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE AUTORIZACOES CHEIO (2000)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-AUTORIZACAO.
           IF TAU-HORAS IS NOT NUMERIC OR TAU-HORAS = 0
               MOVE "TAU-HORAS"       TO WS-CAMPO-REJEITADO
               MOVE TAU-HORAS         TO WS-VALOR-REJEITADO
               MOVE "HORAS AUTORIZADAS DEVEM SER MAIOR QUE ZERO"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           ELSE
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           END-IF.

       EXCLUIR-AUTORIZACAO.
           MOVE AUM-ITEM (WS-QTD-AUTORIZACOES)
               TO AUM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-AUTORIZACOES.
           ADD 1 TO WS-QTD-EXCLUIDOS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TAU-CODIGO   TO AUM-CODIGO (WS-IDX-ACHADO).
           MOVE TAU-DATA     TO AUM-DATA (WS-IDX-ACHADO).
           MOVE TAU-HORAS    TO AUM-HORAS (WS-IDX-ACHADO).
           MOVE TAU-GERENTE  TO AUM-GERENTE (WS-IDX-ACHADO).
           MOVE WS-DATA-HOJE TO AUM-DATA-AUTORIZACAO (WS-IDX-ACHADO).

      *    APROVACAO OU RECUSA DE TODAS AS RETIDAS PENDENTES DO
      *    CODIGO NA DATA.
       DECIDIR-RETIDAS.
           MOVE 0 TO WS-QTD-DECIDIDAS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-RETIDAS
               IF RTM-CODIGO (WS-IDX) = TAU-CODIGO
                   AND RTM-DATA (WS-IDX) = TAU-DATA
                   AND RTM-SITUACAO (WS-IDX) = "P"
                   IF TAU-APROVACAO
                       MOVE "A" TO RTM-SITUACAO (WS-IDX)
                   ELSE
                       MOVE "R" TO RTM-SITUACAO (WS-IDX)
                   END-IF
                   MOVE TAU-GERENTE  TO RTM-GERENTE (WS-IDX)
                   MOVE WS-DATA-HOJE TO RTM-DATA-DECISAO (WS-IDX)
                   ADD 1 TO WS-QTD-DECIDIDAS
               END-IF
           END-PERFORM.
           IF WS-QTD-DECIDIDAS = 0
               MOVE "TAU-DATA"        TO WS-CAMPO-REJEITADO
               MOVE TAU-DATA          TO WS-VALOR-REJEITADO
               MOVE "SEM HORA RETIDA PENDENTE NA DATA"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           ELSE
               IF TAU-APROVACAO
                   ADD WS-QTD-DECIDIDAS TO WS-QTD-APROVADAS
               ELSE
                   ADD WS-QTD-DECIDIDAS TO WS-QTD-RECUSADAS
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES - AUTORIZACOES DE HOJE EM DIANTE E AS
      *    RETIDAS DECIDIDAS HOJE.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AUTORIZACOES DE HORA EXTRA A PARTIR DE "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-AUTORIZACAO
               UNTIL WS-IDX > WS-QTD-AUTORIZACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HORAS RETIDAS DECIDIDAS EM " WS-DATA-HOJE
               " (A = APROVADA, R = RECUSADA)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-DECISAO
               UNTIL WS-IDX > WS-QTD-RETIDAS.

       IMPRIMIR-UMA-AUTORIZACAO.
           IF AUM-DATA (WS-IDX) NOT < WS-DATA-HOJE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CODIGO " AUM-CODIGO (WS-IDX)
                   " DATA " AUM-DATA (WS-IDX)
                   " HORAS " AUM-HORAS (WS-IDX)
                   " GERENTE " AUM-GERENTE (WS-IDX)
                   " EM " AUM-DATA-AUTORIZACAO (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX.

       IMPRIMIR-UMA-DECISAO.
           IF RTM-DATA-DECISAO (WS-IDX) = WS-DATA-HOJE
               AND (RTM-SITUACAO (WS-IDX) = "A"
                    OR RTM-SITUACAO (WS-IDX) = "R")
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CODIGO " RTM-CODIGO (WS-IDX)
                   " DATA " RTM-DATA (WS-IDX)
                   " HORAS " RTM-HORAS (WS-IDX)
                   " DIA " RTM-TIPO-DIA (WS-IDX)
                   " " RTM-SITUACAO (WS-IDX)
                   " GERENTE " RTM-GERENTE (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG125"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

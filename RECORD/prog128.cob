       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG128.
      *     MANUTENCAO DAS ADESOES AO PLANO DE PREVIDENCIA
      *     COMPLEMENTAR. LE TRANSACOES DE INCLUSAO/ALTERACAO/
      *     EXCLUSAO DE ADESAO (PREVTRN - A/C/D POR CODIGO DO
      *     FUNCIONARIO), APLICA NO ARQUIVO (PREVPLAN) E IMPRIME A
      *     LISTAGEM RESULTANTE (RELPREVP) - O MESMO DESENHO DA
      *     MANUTENCAO DE JUSTIFICATIVAS (PROG124). O CALCULO DE
      *     FOLHA (PROG29) DESCONTA A CONTRIBUICAO E APURA A
      *     CONTRAPARTIDA DA EMPRESA DAS ADESOES EM VIGOR.
      *
      *     UMA ADESAO POR FUNCIONARIO: O CODIGO TEM DE ESTAR NO
      *     MESTRE, A CONTRIBUICAO VAI DE 0,01% A 20% DO BRUTO, A
      *     CONTRAPARTIDA ATE 200% DA CONTRIBUICAO, O TETO DA
      *     CONTRAPARTIDA ATE 20% DO BRUTO (ZERO = SEM TETO), O
      *     INICIO E AAAAMMDD E O FIM E ZERO (EM VIGOR) OU AAAAMMDD
      *     NAO ANTERIOR AO INICIO. A SAIDA DO PLANO SE FAZ PELA
      *     ALTERACAO COM A DATA DE FIM, PARA O HISTORICO FICAR.
      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA O
      *     ARQUIVO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-PLANOS-PREVIDENCIA ASSIGN TO "PREVPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANOS.

           SELECT TRANS-PREV-FILE ASSIGN TO "PREVTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELPREVP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-PLANOS-PREVIDENCIA.
       COPY CPPREVPL.

       FD  TRANS-PREV-FILE.
       01  TRANS-PREV-REG.
           05  TPV-CODOP               PIC X(01).
               88  TPV-INCLUSAO            VALUE "A".
               88  TPV-ALTERACAO           VALUE "C".
               88  TPV-EXCLUSAO            VALUE "D".
           05  TPV-CODIGO              PIC 9(05).
           05  TPV-PCT-CONTRIB         PIC 9(2)V9(2).
           05  TPV-PCT-CONTRAPARTIDA   PIC 9(3)V9(2).
           05  TPV-PCT-TETO-CONTRAP    PIC 9(2)V9(2).
           05  TPV-DATA-INICIO         PIC 9(08).
           05  TPV-DATA-FIM            PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PLANOS            PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-PLANOS               PIC X VALUE "N".
           88  FIM-PLANOS                  VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".

      *    ADESOES EM MEMORIA - ATE 500 REGISTROS.
       01  WS-QTD-PLANOS               PIC 9(03) VALUE 0.
       01  TAB-PLANOS-MEMORIA.
           05  PVM-ITEM OCCURS 500 TIMES.
               10  PVM-CODIGO          PIC 9(05).
               10  PVM-PCT-CONTRIB     PIC 9(2)V9(2).
               10  PVM-PCT-CONTRAPARTIDA
                                       PIC 9(3)V9(2).
               10  PVM-PCT-TETO-CONTRAP
                                       PIC 9(2)V9(2).
               10  PVM-DATA-INICIO     PIC 9(08).
               10  PVM-DATA-FIM        PIC 9(08).
       01  WS-IDX                      PIC 9(03).
       01  WS-IDX-ACHADO               PIC 9(03).
       01  WS-ACHOU-PLANO              PIC X VALUE "N".
           88  ACHOU-O-PLANO               VALUE "S".

      *    LIMITES DO REGULAMENTO DO PLANO.
       01  WS-PCT-MAX-CONTRIB          PIC 9(2)V9(2) VALUE 20.00.
       01  WS-PCT-MAX-CONTRAPARTIDA    PIC 9(3)V9(2) VALUE 200.00.
       01  WS-PCT-MAX-TETO             PIC 9(2)V9(2) VALUE 20.00.

       01  WS-PLANO-VALIDO             PIC X(01).
           88  PLANO-VALIDO                VALUE "S".

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-INCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-ALTERADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-EXCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT TRANS-PREV-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-PLANOS.
           IF HA-TRANSACOES
               PERFORM LER-TRANSACAO
               PERFORM PROCESSAR-UMA-TRANSACAO UNTIL FIM-TRANSACOES
               PERFORM REGRAVAR-PLANOS
               CLOSE TRANS-PREV-FILE
           END-IF.
           PERFORM IMPRIMIR-LISTAGEM.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "MANUTENCAO DE PREVIDENCIA - INCLUIDAS: "
               WS-QTD-INCLUIDOS " - ALTERADAS: " WS-QTD-ALTERADOS
               " - EXCLUIDAS: " WS-QTD-EXCLUIDOS
               " - REJEITADAS: " WS-QTD-REJEITADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA E REGRAVACAO DO ARQUIVO.
      *--------------------------------------------------------------*
       CARREGAR-PLANOS.
           OPEN INPUT ARQ-PLANOS-PREVIDENCIA.
           IF WS-STATUS-PLANOS = "00"
               PERFORM LER-PLANO
               PERFORM GUARDAR-UM-PLANO UNTIL FIM-PLANOS
               CLOSE ARQ-PLANOS-PREVIDENCIA
           END-IF.

       LER-PLANO.
           READ ARQ-PLANOS-PREVIDENCIA
               AT END SET FIM-PLANOS TO TRUE
           END-READ.

       GUARDAR-UM-PLANO.
           IF WS-QTD-PLANOS < 500
               ADD 1 TO WS-QTD-PLANOS
               MOVE REG-PLANO-PREVIDENCIA TO PVM-ITEM (WS-QTD-PLANOS)
           END-IF.
           PERFORM LER-PLANO.

       REGRAVAR-PLANOS.
           OPEN OUTPUT ARQ-PLANOS-PREVIDENCIA.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UM-PLANO UNTIL WS-IDX > WS-QTD-PLANOS.
           CLOSE ARQ-PLANOS-PREVIDENCIA.

       GRAVAR-UM-PLANO.
           MOVE PVM-ITEM (WS-IDX) TO REG-PLANO-PREVIDENCIA.
           WRITE REG-PLANO-PREVIDENCIA.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-PREV-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM LOCALIZAR-PLANO-NA-MEMORIA.
           EVALUATE TRUE
               WHEN TPV-INCLUSAO AND ACHOU-O-PLANO
                   MOVE "TPV-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TPV-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "FUNCIONARIO JA TEM ADESAO AO PLANO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TPV-INCLUSAO
                   PERFORM INCLUIR-PLANO
               WHEN TPV-ALTERACAO AND ACHOU-O-PLANO
                   PERFORM ALTERAR-PLANO
               WHEN TPV-EXCLUSAO AND ACHOU-O-PLANO
                   PERFORM EXCLUIR-PLANO
               WHEN TPV-ALTERACAO OR TPV-EXCLUSAO
                   MOVE "TPV-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TPV-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ADESAO AO PLANO NAO CADASTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   MOVE "TPV-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TPV-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LOCALIZAR-PLANO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-PLANO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UM-PLANO
               UNTIL WS-IDX > WS-QTD-PLANOS
                  OR ACHOU-O-PLANO.

       COMPARAR-UM-PLANO.
           IF PVM-CODIGO (WS-IDX) = TPV-CODIGO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-O-PLANO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       INCLUIR-PLANO.
           PERFORM CONFERIR-PLANO.
           EVALUATE TRUE
               WHEN NOT PLANO-VALIDO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-PLANOS < 500
                   ADD 1 TO WS-QTD-PLANOS
                   MOVE WS-QTD-PLANOS TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TPV-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TPV-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE ADESOES CHEIO (500)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-PLANO.
           PERFORM CONFERIR-PLANO.
           IF PLANO-VALIDO
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *    CODIGO NO MESTRE, PERCENTUAIS DENTRO DO REGULAMENTO E
      *    DATAS VALIDAS E EM ORDEM.
       CONFERIR-PLANO.
           MOVE "S" TO WS-PLANO-VALIDO.
           MOVE TPV-CODIGO TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "TPV-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TPV-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-PLANO-VALIDO
           END-READ.
           IF PLANO-VALIDO
               EVALUATE TRUE
                   WHEN TPV-PCT-CONTRIB IS NOT NUMERIC
                       OR TPV-PCT-CONTRIB = 0
                       OR TPV-PCT-CONTRIB > WS-PCT-MAX-CONTRIB
                       MOVE "TPV-PCT-CONTRIB" TO WS-CAMPO-REJEITADO
                       MOVE TPV-PCT-CONTRIB   TO WS-VALOR-REJEITADO
                       MOVE "CONTRIBUICAO DEVE SER DE 0,01 A 20%"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       MOVE "N" TO WS-PLANO-VALIDO
                   WHEN TPV-PCT-CONTRAPARTIDA IS NOT NUMERIC
                       OR TPV-PCT-CONTRAPARTIDA
                           > WS-PCT-MAX-CONTRAPARTIDA
                       MOVE "TPV-PCT-CONTRAP" TO WS-CAMPO-REJEITADO
                       MOVE TPV-PCT-CONTRAPARTIDA
                                              TO WS-VALOR-REJEITADO
                       MOVE "CONTRAPARTIDA DEVE SER DE 0 A 200%"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       MOVE "N" TO WS-PLANO-VALIDO
                   WHEN TPV-PCT-TETO-CONTRAP IS NOT NUMERIC
                       OR TPV-PCT-TETO-CONTRAP > WS-PCT-MAX-TETO
                       MOVE "TPV-PCT-TETO"    TO WS-CAMPO-REJEITADO
                       MOVE TPV-PCT-TETO-CONTRAP
                                              TO WS-VALOR-REJEITADO
                       MOVE "TETO DA CONTRAPARTIDA DE 0 A 20%"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       MOVE "N" TO WS-PLANO-VALIDO
               END-EVALUATE
           END-IF.
           IF PLANO-VALIDO
               IF TPV-DATA-INICIO IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (TPV-DATA-INICIO)
                       NOT = 0
                   MOVE "TPV-DATA-INICIO" TO WS-CAMPO-REJEITADO
                   MOVE TPV-DATA-INICIO   TO WS-VALOR-REJEITADO
                   MOVE "DATA DE INICIO DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-PLANO-VALIDO
               END-IF
           END-IF.
           IF PLANO-VALIDO
               IF TPV-DATA-FIM IS NOT NUMERIC
                   MOVE "TPV-DATA-FIM"    TO WS-CAMPO-REJEITADO
                   MOVE TPV-DATA-FIM      TO WS-VALOR-REJEITADO
                   MOVE "FIM ZERO OU AAAAMMDD APOS O INICIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-PLANO-VALIDO
               END-IF
           END-IF.
           IF PLANO-VALIDO AND TPV-DATA-FIM NOT = 0
               IF FUNCTION TEST-DATE-YYYYMMDD (TPV-DATA-FIM) NOT = 0
                   OR TPV-DATA-FIM < TPV-DATA-INICIO
                   MOVE "TPV-DATA-FIM"    TO WS-CAMPO-REJEITADO
                   MOVE TPV-DATA-FIM      TO WS-VALOR-REJEITADO
                   MOVE "FIM ZERO OU AAAAMMDD APOS O INICIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-PLANO-VALIDO
               END-IF
           END-IF.

       EXCLUIR-PLANO.
           MOVE PVM-ITEM (WS-QTD-PLANOS) TO PVM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-PLANOS.
           ADD 1 TO WS-QTD-EXCLUIDOS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TPV-CODIGO      TO PVM-CODIGO (WS-IDX-ACHADO).
           MOVE TPV-PCT-CONTRIB TO PVM-PCT-CONTRIB (WS-IDX-ACHADO).
           MOVE TPV-PCT-CONTRAPARTIDA
                                TO PVM-PCT-CONTRAPARTIDA
                                       (WS-IDX-ACHADO).
           MOVE TPV-PCT-TETO-CONTRAP
                                TO PVM-PCT-TETO-CONTRAP
                                       (WS-IDX-ACHADO).
           MOVE TPV-DATA-INICIO TO PVM-DATA-INICIO (WS-IDX-ACHADO).
           MOVE TPV-DATA-FIM    TO PVM-DATA-FIM (WS-IDX-ACHADO).

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ADESOES A PREVIDENCIA COMPLEMENTAR - EMITIDO EM "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PERCENTUAIS: CONTRIB. SOBRE O BRUTO, CONTRAP. SOBRE"
               " A CONTRIB., TETO SOBRE O BRUTO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UM-PLANO UNTIL WS-IDX > WS-QTD-PLANOS.

       IMPRIMIR-UM-PLANO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO " PVM-CODIGO (WS-IDX)
               " CONTRIB " PVM-PCT-CONTRIB (WS-IDX)
               " CONTRAP " PVM-PCT-CONTRAPARTIDA (WS-IDX)
               " TETO " PVM-PCT-TETO-CONTRAP (WS-IDX)
               " INICIO " PVM-DATA-INICIO (WS-IDX)
               " FIM " PVM-DATA-FIM (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG128"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG152.
      *     REALIZACOES DE EXAMES PERIODICOS (ASO) E TREINAMENTOS
      *     OBRIGATORIOS POR FUNCIONARIO. LE AS TRANSACOES (CERTTRN)
      *     E MANTEM O CERTIFIC - UM REGISTRO POR FUNCIONARIO E
      *     REQUISITO, NO MESMO DESENHO DOS PEDIDOS DE REEMBOLSO
      *     (PROG129). OS REQUISITOS E A VALIDADE EM MESES VEM DO
      *     CADASTRO DE CARGOS (CARGOMST, PROG86):
      *       A - REGISTRA A REALIZACAO. SE O FUNCIONARIO JA TEM O
      *           REQUISITO, E A RENOVACAO E SUBSTITUI A ANTERIOR -
      *           SO COM DATA POSTERIOR A JA REGISTRADA.
      *       C - CORRIGE A DATA OU O FORNECEDOR DA REALIZACAO
      *           REGISTRADA (SEM A EXIGENCIA DA DATA POSTERIOR).
      *       D - EXCLUI O REGISTRO.
      *     A VALIDADE E A DATA DA REALIZACAO MAIS OS MESES DO
      *     REQUISITO NO CARGO DO FUNCIONARIO; REQUISITO DE OUTRO
      *     CARGO (TREINAMENTO FEITO ANTES DE UMA PROMOCAO) USA A
      *     VALIDADE DO PRIMEIRO CARGO DO CADASTRO QUE O EXIGE.
      *     REQUISITO QUE NENHUM CARGO EXIGE E RECUSADO, ASSIM COMO
      *     FUNCIONARIO FORA DO MESTRE OU INATIVO (SALVO NA EXCLUSAO).
      *
      *     A LISTAGEM (RELCERTF) TRAZ OS REGISTROS DO DIA; O QUE
      *     VENCE OU JA VENCEU SAI POR SETOR NO PROG153. SEM ARQUIVO
      *     DE TRANSACOES, O PROGRAMA SO LISTA. CERTIFIC MAIOR QUE A
      *     TABELA EM MEMORIA ENCERRA COM RETURN-CODE 16 SEM APLICAR
      *     NADA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-CARGOS ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-CERTIFICACOES ASSIGN TO "CERTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CERTIFICACOES.

           SELECT TRANS-CERTIFICACAO-FILE ASSIGN TO "CERTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELCERTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-CERTIFICACOES.
       COPY CPCERTIF.

       FD  TRANS-CERTIFICACAO-FILE.
       01  TRANS-CERTIFICACAO-REG.
           05  TCE-CODOP               PIC X(01).
               88  TCE-INCLUSAO            VALUE "A".
               88  TCE-ALTERACAO           VALUE "C".
               88  TCE-EXCLUSAO            VALUE "D".
               88  TCE-CODOP-VALIDO        VALUES "A" "C" "D".
           05  TCE-CODIGO              PIC 9(05).
           05  TCE-REQUISITO           PIC X(10).
           05  TCE-DATA-REALIZACAO     PIC 9(08).
           05  TCE-FORNECEDOR          PIC X(20).
           05  TCE-OPERADOR            PIC X(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-STATUS-CERTIFICACOES     PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".
       01  WS-FIM-CERTIFICACOES        PIC X VALUE "N".
           88  FIM-CERTIFICACOES           VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    REQUISITOS DE CADA CARGO DO CADASTRO.
       01  WS-QTD-CARGOS               PIC 9(02) VALUE 0.
       01  TAB-CARGOS-REQUISITOS.
           05  CRQ-ITEM OCCURS 50 TIMES.
               10  CRQ-CARGO           PIC X(10).
               10  CRQ-REQUISITO OCCURS 5 TIMES.
                   15  CRQ-REQ-TIPO    PIC X(01).
                   15  CRQ-REQ-CODIGO  PIC X(10).
                   15  CRQ-REQ-VALIDADE
                                       PIC 9(03).
       01  WS-IDX-CRQ                  PIC 9(02).
       01  WS-IDX-REQ                  PIC 9(01).
       01  WS-REQ-TIPO-ACHADO          PIC X(01).
       01  WS-REQ-VALIDADE-ACHADA      PIC 9(03).

      *    REALIZACOES EM MEMORIA (MESMO DESENHO DO CPCERTIF).
       01  WS-QTD-CERTIFICACOES        PIC 9(04) VALUE 0.
       01  TAB-CERTIFICACOES-MEMORIA.
           05  CEM-ITEM OCCURS 5000 TIMES.
               10  CEM-CODIGO          PIC 9(05).
               10  CEM-REQUISITO       PIC X(10).
               10  CEM-TIPO            PIC X(01).
               10  CEM-DATA-REALIZACAO PIC 9(08).
               10  CEM-DATA-VALIDADE   PIC 9(08).
               10  CEM-FORNECEDOR      PIC X(20).
               10  CEM-DATA-REGISTRO   PIC 9(08).
               10  CEM-OPERADOR        PIC X(08).
       01  WS-IDX                      PIC 9(04).
       01  WS-IDX-ACHADO               PIC 9(04).
       01  WS-ACHOU-CERTIFICACAO       PIC X VALUE "N".
           88  ACHOU-A-CERTIFICACAO        VALUE "S".

       01  WS-FUNC-VALIDO              PIC X(01).
           88  FUNC-VALIDO                 VALUE "S".
       01  WS-REALIZACAO-VALIDA        PIC X(01).
           88  REALIZACAO-VALIDA           VALUE "S".
       01  WS-CARGO-DO-FUNC            PIC X(10).
       01  WS-FUNC-ATIVO               PIC X(01).
           88  FUNC-ATIVO                  VALUE "S".

      *    VALIDADE = REALIZACAO + MESES DO REQUISITO. DIA QUE NAO
      *    EXISTE NO MES DE DESTINO (31/04, 30/02) VAI PARA O ULTIMO
      *    DIA DO MES.
       01  WS-DATA-CALCULO             PIC 9(08).
       01  WS-DATA-CALCULO-R REDEFINES WS-DATA-CALCULO.
           05  WS-CALC-ANO             PIC 9(04).
           05  WS-CALC-MES             PIC 9(02).
           05  WS-CALC-DIA             PIC 9(02).
       01  WS-DIA-ORIGINAL             PIC 9(02).
       01  WS-MESES-CORRIDOS           PIC 9(06).
       01  WS-ULTIMO-DIA-DO-MES        PIC 9(08).
       01  WS-ULTIMO-DIA-R REDEFINES WS-ULTIMO-DIA-DO-MES.
           05  FILLER                  PIC 9(06).
           05  WS-ULTIMO-DIA           PIC 9(02).

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-INCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-RENOVADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-ALTERADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-EXCLUIDOS        PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT TRANS-CERTIFICACAO-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-CARGOS.
           PERFORM CARREGAR-CERTIFICACOES.
           IF TABELA-ESTOUROU
               DISPLAY "** CERTIFIC MAIOR QUE A TABELA EM MEMORIA -"
                   " NADA FOI APLICADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF HA-TRANSACOES
                   PERFORM LER-TRANSACAO
                   PERFORM PROCESSAR-UMA-TRANSACAO
                       UNTIL FIM-TRANSACOES
                   PERFORM REGRAVAR-CERTIFICACOES
               END-IF
               PERFORM IMPRIMIR-LISTAGEM
           END-IF.
           IF HA-TRANSACOES
               CLOSE TRANS-CERTIFICACAO-FILE
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "EXAMES E TREINAMENTOS - INCLUIDOS: "
               WS-QTD-INCLUIDOS " - RENOVADOS: " WS-QTD-RENOVADOS
               " - ALTERADOS: " WS-QTD-ALTERADOS
               " - EXCLUIDOS: " WS-QTD-EXCLUIDOS
               " - REJEITADOS: " WS-QTD-REJEITADOS.
           IF RETURN-CODE = 0 AND WS-QTD-REJEITADOS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS REQUISITOS POR CARGO E DAS REALIZACOES.
      *--------------------------------------------------------------*
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
           IF WS-QTD-CARGOS < 50
               ADD 1 TO WS-QTD-CARGOS
               MOVE CRG-CODIGO TO CRQ-CARGO (WS-QTD-CARGOS)
               PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                       UNTIL WS-IDX-REQ > 5
                   MOVE CRG-REQ-TIPO (WS-IDX-REQ)
                       TO CRQ-REQ-TIPO (WS-QTD-CARGOS, WS-IDX-REQ)
                   MOVE CRG-REQ-CODIGO (WS-IDX-REQ)
                       TO CRQ-REQ-CODIGO (WS-QTD-CARGOS, WS-IDX-REQ)
                   MOVE 0
                       TO CRQ-REQ-VALIDADE (WS-QTD-CARGOS, WS-IDX-REQ)
                   IF CRG-REQ-VALIDADE (WS-IDX-REQ) IS NUMERIC
                       MOVE CRG-REQ-VALIDADE (WS-IDX-REQ)
                         TO CRQ-REQ-VALIDADE (WS-QTD-CARGOS, WS-IDX-REQ)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LER-CARGO.

       CARREGAR-CERTIFICACOES.
           OPEN INPUT ARQ-CERTIFICACOES.
           IF WS-STATUS-CERTIFICACOES = "00"
               PERFORM LER-CERTIFICACAO
               PERFORM GUARDAR-UMA-CERTIFICACAO
                   UNTIL FIM-CERTIFICACOES
               CLOSE ARQ-CERTIFICACOES
           END-IF.

       LER-CERTIFICACAO.
           READ ARQ-CERTIFICACOES
               AT END SET FIM-CERTIFICACOES TO TRUE
           END-READ.

       GUARDAR-UMA-CERTIFICACAO.
           IF WS-QTD-CERTIFICACOES < 5000
               ADD 1 TO WS-QTD-CERTIFICACOES
               MOVE REG-CERTIFICACAO
                   TO CEM-ITEM (WS-QTD-CERTIFICACOES)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-CERTIFICACAO.

       REGRAVAR-CERTIFICACOES.
           OPEN OUTPUT ARQ-CERTIFICACOES.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UMA-CERTIFICACAO
               UNTIL WS-IDX > WS-QTD-CERTIFICACOES.
           CLOSE ARQ-CERTIFICACOES.

       GRAVAR-UMA-CERTIFICACAO.
           MOVE CEM-ITEM (WS-IDX) TO REG-CERTIFICACAO.
           WRITE REG-CERTIFICACAO.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES - O CODIGO DA TRANSACAO TEM DE ESTAR NO
      *    MESTRE; INCLUSAO E CORRECAO SO PARA FUNCIONARIO ATIVO.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-CERTIFICACAO-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM CONFERIR-FUNCIONARIO.
           IF FUNC-VALIDO
               PERFORM LOCALIZAR-CERTIFICACAO-NA-MEMORIA
               EVALUATE TRUE
                   WHEN NOT TCE-CODOP-VALIDO
                       MOVE "TCE-CODOP"       TO WS-CAMPO-REJEITADO
                       MOVE TCE-CODOP         TO WS-VALOR-REJEITADO
                       MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN TCE-EXCLUSAO AND ACHOU-A-CERTIFICACAO
                       PERFORM EXCLUIR-CERTIFICACAO
                   WHEN TCE-ALTERACAO AND NOT ACHOU-A-CERTIFICACAO
                     OR TCE-EXCLUSAO
                       MOVE "TCE-REQUISITO"   TO WS-CAMPO-REJEITADO
                       MOVE TCE-REQUISITO     TO WS-VALOR-REJEITADO
                       MOVE "REALIZACAO NAO REGISTRADA PARA O CODIGO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN NOT FUNC-ATIVO
                       MOVE "TCE-CODIGO"      TO WS-CAMPO-REJEITADO
                       MOVE TCE-CODIGO        TO WS-VALOR-REJEITADO
                       MOVE "FUNCIONARIO NAO ESTA ATIVO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADOS
                   WHEN TCE-INCLUSAO AND ACHOU-A-CERTIFICACAO
                       PERFORM RENOVAR-CERTIFICACAO
                   WHEN TCE-INCLUSAO
                       PERFORM INCLUIR-CERTIFICACAO
                   WHEN OTHER
                       PERFORM ALTERAR-CERTIFICACAO
               END-EVALUATE
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.
           PERFORM LER-TRANSACAO.

       CONFERIR-FUNCIONARIO.
           MOVE "S" TO WS-FUNC-VALIDO.
           MOVE "N" TO WS-FUNC-ATIVO.
           MOVE SPACES TO WS-CARGO-DO-FUNC.
           MOVE TCE-CODIGO TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FUNC-VALIDO
                   MOVE "TCE-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TCE-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE CARGO TO WS-CARGO-DO-FUNC
                   IF NOT SITUACAO-INATIVA
                       MOVE "S" TO WS-FUNC-ATIVO
                   END-IF
           END-READ.

       LOCALIZAR-CERTIFICACAO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-CERTIFICACAO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UMA-CERTIFICACAO
               UNTIL WS-IDX > WS-QTD-CERTIFICACOES
                  OR ACHOU-A-CERTIFICACAO.

       COMPARAR-UMA-CERTIFICACAO.
           IF CEM-CODIGO (WS-IDX) = TCE-CODIGO
               AND CEM-REQUISITO (WS-IDX) = TCE-REQUISITO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-A-CERTIFICACAO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *    O REQUISITO NO CARGO DO FUNCIONARIO; NA FALTA, NO PRIMEIRO
      *    CARGO DO CADASTRO QUE O EXIGE.
       LOCALIZAR-REQUISITO.
           MOVE SPACE TO WS-REQ-TIPO-ACHADO.
           MOVE 0     TO WS-REQ-VALIDADE-ACHADA.
           PERFORM VARYING WS-IDX-CRQ FROM 1 BY 1
                   UNTIL WS-IDX-CRQ > WS-QTD-CARGOS
               IF CRQ-CARGO (WS-IDX-CRQ) = WS-CARGO-DO-FUNC
                   PERFORM PROCURAR-REQUISITO-NO-CARGO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-CRQ FROM 1 BY 1
                   UNTIL WS-IDX-CRQ > WS-QTD-CARGOS
                      OR WS-REQ-TIPO-ACHADO NOT = SPACE
               PERFORM PROCURAR-REQUISITO-NO-CARGO
           END-PERFORM.

       PROCURAR-REQUISITO-NO-CARGO.
           PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                   UNTIL WS-IDX-REQ > 5
               IF WS-REQ-TIPO-ACHADO = SPACE
                   AND CRQ-REQ-TIPO (WS-IDX-CRQ, WS-IDX-REQ)
                       NOT = SPACE
                   AND CRQ-REQ-CODIGO (WS-IDX-CRQ, WS-IDX-REQ)
                       = TCE-REQUISITO
                   MOVE CRQ-REQ-TIPO (WS-IDX-CRQ, WS-IDX-REQ)
                       TO WS-REQ-TIPO-ACHADO
                   MOVE CRQ-REQ-VALIDADE (WS-IDX-CRQ, WS-IDX-REQ)
                       TO WS-REQ-VALIDADE-ACHADA
               END-IF
           END-PERFORM.

      *    DADOS DA REALIZACAO NA INCLUSAO, RENOVACAO E CORRECAO.
       CONFERIR-DADOS-DA-REALIZACAO.
           MOVE "N" TO WS-REALIZACAO-VALIDA.
           PERFORM LOCALIZAR-REQUISITO.
           EVALUATE TRUE
               WHEN TCE-REQUISITO = SPACES
                 OR WS-REQ-TIPO-ACHADO = SPACE
                   MOVE "TCE-REQUISITO"   TO WS-CAMPO-REJEITADO
                   MOVE TCE-REQUISITO     TO WS-VALOR-REJEITADO
                   MOVE "REQUISITO NAO EXIGIDO POR NENHUM CARGO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TCE-DATA-REALIZACAO IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (TCE-DATA-REALIZACAO)
                       NOT = 0
                   MOVE "TCE-DATA-REALIZ" TO WS-CAMPO-REJEITADO
                   MOVE TCE-DATA-REALIZACAO TO WS-VALOR-REJEITADO
                   MOVE "DATA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TCE-DATA-REALIZACAO > WS-DATA-HOJE
                   MOVE "TCE-DATA-REALIZ" TO WS-CAMPO-REJEITADO
                   MOVE TCE-DATA-REALIZACAO TO WS-VALOR-REJEITADO
                   MOVE "DATA DA REALIZACAO POSTERIOR A HOJE"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TCE-FORNECEDOR = SPACES
                   MOVE "TCE-FORNECEDOR"  TO WS-CAMPO-REJEITADO
                   MOVE TCE-REQUISITO     TO WS-VALOR-REJEITADO
                   MOVE "FORNECEDOR (CLINICA/ENTIDADE) OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-REALIZACAO-VALIDA
           END-EVALUATE.

       INCLUIR-CERTIFICACAO.
           PERFORM CONFERIR-DADOS-DA-REALIZACAO.
           EVALUATE TRUE
               WHEN NOT REALIZACAO-VALIDA
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-CERTIFICACOES < 5000
                   ADD 1 TO WS-QTD-CERTIFICACOES
                   MOVE WS-QTD-CERTIFICACOES TO WS-IDX-ACHADO
                   MOVE TCE-CODIGO    TO CEM-CODIGO (WS-IDX-ACHADO)
                   MOVE TCE-REQUISITO TO CEM-REQUISITO (WS-IDX-ACHADO)
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TCE-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TCE-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE REALIZACOES CHEIO (5000)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       RENOVAR-CERTIFICACAO.
           PERFORM CONFERIR-DADOS-DA-REALIZACAO.
           EVALUATE TRUE
               WHEN NOT REALIZACAO-VALIDA
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TCE-DATA-REALIZACAO NOT >
                    CEM-DATA-REALIZACAO (WS-IDX-ACHADO)
                   MOVE "TCE-DATA-REALIZ" TO WS-CAMPO-REJEITADO
                   MOVE TCE-DATA-REALIZACAO TO WS-VALOR-REJEITADO
                   MOVE "RENOVACAO NAO E POSTERIOR A REGISTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-RENOVADOS
           END-EVALUATE.

       ALTERAR-CERTIFICACAO.
           PERFORM CONFERIR-DADOS-DA-REALIZACAO.
           IF REALIZACAO-VALIDA
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

       EXCLUIR-CERTIFICACAO.
           MOVE CEM-ITEM (WS-QTD-CERTIFICACOES)
               TO CEM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-CERTIFICACOES.
           ADD 1 TO WS-QTD-EXCLUIDOS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE WS-REQ-TIPO-ACHADO  TO CEM-TIPO (WS-IDX-ACHADO).
           MOVE TCE-DATA-REALIZACAO
               TO CEM-DATA-REALIZACAO (WS-IDX-ACHADO).
           MOVE TCE-DATA-REALIZACAO TO WS-DATA-CALCULO.
           PERFORM SOMAR-MESES-DA-VALIDADE.
           MOVE WS-DATA-CALCULO
               TO CEM-DATA-VALIDADE (WS-IDX-ACHADO).
           MOVE TCE-FORNECEDOR      TO CEM-FORNECEDOR (WS-IDX-ACHADO).
           MOVE WS-DATA-HOJE
               TO CEM-DATA-REGISTRO (WS-IDX-ACHADO).
           MOVE TCE-OPERADOR        TO CEM-OPERADOR (WS-IDX-ACHADO).

       SOMAR-MESES-DA-VALIDADE.
           MOVE WS-CALC-DIA TO WS-DIA-ORIGINAL.
           COMPUTE WS-MESES-CORRIDOS = WS-CALC-ANO * 12
               + WS-CALC-MES - 1 + WS-REQ-VALIDADE-ACHADA.
           DIVIDE WS-MESES-CORRIDOS BY 12
               GIVING WS-CALC-ANO REMAINDER WS-CALC-MES.
           ADD 1 TO WS-CALC-MES.
           MOVE 1 TO WS-CALC-DIA.
           COMPUTE WS-ULTIMO-DIA-DO-MES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-CALCULO) + 31).
           MOVE 1 TO WS-ULTIMO-DIA.
           COMPUTE WS-ULTIMO-DIA-DO-MES = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-ULTIMO-DIA-DO-MES) - 1).
           IF WS-DIA-ORIGINAL > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-CALC-DIA
           ELSE
               MOVE WS-DIA-ORIGINAL TO WS-CALC-DIA
           END-IF.

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES - REALIZACOES REGISTRADAS HOJE.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXAMES E TREINAMENTOS REGISTRADOS EM "
               WS-DATA-HOJE
               " (E = EXAME, T = TREINAMENTO)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " CODIGO REQUISITO  T REALIZ.  VALIDADE"
               " FORNECEDOR           OPERADOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-CERTIFICACAO
               UNTIL WS-IDX > WS-QTD-CERTIFICACOES.

       IMPRIMIR-UMA-CERTIFICACAO.
           IF CEM-DATA-REGISTRO (WS-IDX) = WS-DATA-HOJE
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " CEM-CODIGO (WS-IDX)
                   " " CEM-REQUISITO (WS-IDX)
                   " " CEM-TIPO (WS-IDX)
                   " " CEM-DATA-REALIZACAO (WS-IDX)
                   " " CEM-DATA-VALIDADE (WS-IDX)
                   " " CEM-FORNECEDOR (WS-IDX)
                   " " CEM-OPERADOR (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG152"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

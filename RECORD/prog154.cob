       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG154.
      *     CICLOS E AVALIACOES DE DESEMPENHO. O AUMENTO POR MERITO
      *     DEIXA DE SAIR DE PLANILHA: O RH ABRE O CICLO (CICLOTRN -
      *     CICLO, PERIODO AVALIADO E CURVA-ALVO DAS NOTAS 1 A 5,
      *     SOMANDO 100) E OS GERENTES LANCAM AS AVALIACOES (AVALTRN)
      *     NO AVALIAC, NO MESMO DESENHO DOS PEDIDOS DE REEMBOLSO
      *     (PROG129):
      *       A - INCLUI A AVALIACAO DO FUNCIONARIO NO CICLO;
      *       C - ALTERA NOTA, AVALIADOR OU COMENTARIO;
      *       D - EXCLUI A AVALIACAO.
      *     SO UM CICLO ABERTO POR VEZ, E SO CICLO ABERTO RECEBE
      *     AVALIACAO - O PROG156 FECHA O CICLO AO GERAR AS PROPOSTAS
      *     DE MERITO. A NOTA VAI DE 1 A 5 E O AVALIADOR TEM DE SER O
      *     GERENTE DO SETOR DO FUNCIONARIO NO CADASTRO DE SETORES
      *     (SETORMST); FUNCIONARIO FORA DO MESTRE OU INATIVO E
      *     RECUSADO (SALVO NA EXCLUSAO).
      *
      *     A LISTAGEM (RELAVAL) TRAZ O CICLO ABERTO E AS AVALIACOES
      *     DO DIA; A DISTRIBUICAO DAS NOTAS CONTRA A CURVA SAI POR
      *     SETOR NO PROG155. SEM ARQUIVOS DE TRANSACOES, O PROGRAMA
      *     SO LISTA. CICLOAVL OU AVALIAC MAIOR QUE A TABELA EM
      *     MEMORIA ENCERRA COM RETURN-CODE 16 SEM APLICAR NADA.

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

           SELECT ARQ-CICLOS ASSIGN TO "CICLOAVL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CICLOS.

           SELECT TRANS-CICLO-FILE ASSIGN TO "CICLOTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS-CICLO.

           SELECT ARQ-AVALIACOES ASSIGN TO "AVALIAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AVALIACOES.

           SELECT TRANS-AVALIACAO-FILE ASSIGN TO "AVALTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELAVAL"
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

       FD  ARQ-CICLOS.
       COPY CPCICLO.

       FD  TRANS-CICLO-FILE.
       01  TRANS-CICLO-REG.
           05  TCI-CICLO               PIC X(06).
           05  TCI-DATA-INICIO         PIC 9(08).
           05  TCI-DATA-FIM            PIC 9(08).
           05  TCI-CURVA-ALVO.
               10  TCI-PERC-ALVO       PIC 9(03) OCCURS 5 TIMES.
           05  TCI-OPERADOR            PIC X(08).

       FD  ARQ-AVALIACOES.
       COPY CPAVALIA.

       FD  TRANS-AVALIACAO-FILE.
       01  TRANS-AVALIACAO-REG.
           05  TAV-CODOP               PIC X(01).
               88  TAV-INCLUSAO            VALUE "A".
               88  TAV-ALTERACAO           VALUE "C".
               88  TAV-EXCLUSAO            VALUE "D".
               88  TAV-CODOP-VALIDO        VALUES "A" "C" "D".
           05  TAV-CICLO               PIC X(06).
           05  TAV-CODIGO              PIC 9(05).
           05  TAV-NOTA                PIC 9(01).
           05  TAV-AVALIADOR           PIC 9(05).
           05  TAV-COMENTARIO          PIC X(60).
           05  TAV-OPERADOR            PIC X(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-CICLOS            PIC X(02).
       01  WS-STATUS-TRANS-CICLO       PIC X(02).
       01  WS-STATUS-AVALIACOES        PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-CICLOS               PIC X VALUE "N".
           88  FIM-CICLOS                  VALUE "S".
       01  WS-FIM-TRANS-CICLO          PIC X VALUE "N".
           88  FIM-TRANS-CICLO             VALUE "S".
       01  WS-FIM-AVALIACOES           PIC X VALUE "N".
           88  FIM-AVALIACOES              VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANS-CICLO           PIC X VALUE "N".
           88  HA-TRANS-CICLO              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    CADASTRO DE SETORES EM MEMORIA, COM O GERENTE.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 50 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-GERENTE         PIC 9(05).
       01  WS-IDX-SST                  PIC 9(02).
       01  WS-GERENTE-DO-SETOR         PIC 9(05).

      *    CICLOS EM MEMORIA (MESMO DESENHO DO CPCICLO).
       01  WS-QTD-CICLOS               PIC 9(02) VALUE 0.
       01  TAB-CICLOS-MEMORIA.
           05  CIM-ITEM OCCURS 50 TIMES.
               10  CIM-CICLO           PIC X(06).
               10  CIM-DATA-INICIO     PIC 9(08).
               10  CIM-DATA-FIM        PIC 9(08).
               10  CIM-SITUACAO        PIC X(01).
               10  CIM-PERC-ALVO       PIC 9(03) OCCURS 5 TIMES.
               10  CIM-DATA-ABERTURA   PIC 9(08).
               10  CIM-DATA-FECHAMENTO PIC 9(08).
               10  CIM-OPERADOR        PIC X(08).
       01  WS-IDX-CIC                  PIC 9(02).
       01  WS-IDX-CIC-ACHADO           PIC 9(02).
       01  WS-IDX-CIC-ABERTO           PIC 9(02).
       01  WS-IDX-NOTA                 PIC 9(01).
       01  WS-SOMA-CURVA               PIC 9(04).

      *    AVALIACOES EM MEMORIA (MESMO DESENHO DO CPAVALIA).
       01  WS-QTD-AVALIACOES           PIC 9(04) VALUE 0.
       01  TAB-AVALIACOES-MEMORIA.
           05  AVM-ITEM OCCURS 5000 TIMES.
               10  AVM-CICLO           PIC X(06).
               10  AVM-CODIGO          PIC 9(05).
               10  AVM-SETOR           PIC X(10).
               10  AVM-NOTA            PIC 9(01).
               10  AVM-AVALIADOR       PIC 9(05).
               10  AVM-COMENTARIO      PIC X(60).
               10  AVM-DATA-REGISTRO   PIC 9(08).
               10  AVM-OPERADOR        PIC X(08).
       01  WS-IDX                      PIC 9(04).
       01  WS-IDX-ACHADO               PIC 9(04).
       01  WS-ACHOU-AVALIACAO          PIC X VALUE "N".
           88  ACHOU-A-AVALIACAO           VALUE "S".

       01  WS-FUNC-VALIDO              PIC X(01).
           88  FUNC-VALIDO                 VALUE "S".
       01  WS-FUNC-ATIVO               PIC X(01).
           88  FUNC-ATIVO                  VALUE "S".
       01  WS-AVALIACAO-VALIDA         PIC X(01).
           88  AVALIACAO-VALIDA            VALUE "S".
       01  WS-SETOR-DO-FUNC            PIC X(10).

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-CICLOS-ABERTOS   PIC 9(05) VALUE 0.
           05  WS-QTD-INCLUIDAS        PIC 9(05) VALUE 0.
           05  WS-QTD-ALTERADAS        PIC 9(05) VALUE 0.
           05  WS-QTD-EXCLUIDAS        PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADAS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT TRANS-CICLO-FILE.
           IF WS-STATUS-TRANS-CICLO = "00"
               SET HA-TRANS-CICLO TO TRUE
           END-IF.
           OPEN INPUT TRANS-AVALIACAO-FILE.
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
           PERFORM CARREGAR-CICLOS.
           PERFORM CARREGAR-AVALIACOES.
           IF TABELA-ESTOUROU
               DISPLAY "** CICLOAVL OU AVALIAC MAIOR QUE A TABELA EM"
                   " MEMORIA - NADA FOI APLICADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF HA-TRANS-CICLO
                   PERFORM LER-TRANSACAO-CICLO
                   PERFORM ABRIR-UM-CICLO UNTIL FIM-TRANS-CICLO
                   PERFORM REGRAVAR-CICLOS
               END-IF
               IF HA-TRANSACOES
                   PERFORM LER-TRANSACAO
                   PERFORM PROCESSAR-UMA-TRANSACAO
                       UNTIL FIM-TRANSACOES
                   PERFORM REGRAVAR-AVALIACOES
               END-IF
               PERFORM IMPRIMIR-LISTAGEM
           END-IF.
           IF HA-TRANS-CICLO
               CLOSE TRANS-CICLO-FILE
           END-IF.
           IF HA-TRANSACOES
               CLOSE TRANS-AVALIACAO-FILE
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "AVALIACAO DE DESEMPENHO - CICLOS ABERTOS: "
               WS-QTD-CICLOS-ABERTOS
               " - INCLUIDAS: " WS-QTD-INCLUIDAS
               " - ALTERADAS: " WS-QTD-ALTERADAS
               " - EXCLUIDAS: " WS-QTD-EXCLUIDAS
               " - REJEITADAS: " WS-QTD-REJEITADAS.
           IF RETURN-CODE = 0 AND WS-QTD-REJEITADAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS SETORES, DOS CICLOS E DAS AVALIACOES.
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

       CARREGAR-CICLOS.
           MOVE 0 TO WS-IDX-CIC-ABERTO.
           OPEN INPUT ARQ-CICLOS.
           IF WS-STATUS-CICLOS = "00"
               PERFORM LER-CICLO
               PERFORM GUARDAR-UM-CICLO UNTIL FIM-CICLOS
               CLOSE ARQ-CICLOS
           END-IF.

       LER-CICLO.
           READ ARQ-CICLOS
               AT END SET FIM-CICLOS TO TRUE
           END-READ.

       GUARDAR-UM-CICLO.
           IF WS-QTD-CICLOS < 50
               ADD 1 TO WS-QTD-CICLOS
               MOVE REG-CICLO-AVALIACAO TO CIM-ITEM (WS-QTD-CICLOS)
               IF CIC-ABERTO
                   MOVE WS-QTD-CICLOS TO WS-IDX-CIC-ABERTO
               END-IF
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-CICLO.

       CARREGAR-AVALIACOES.
           OPEN INPUT ARQ-AVALIACOES.
           IF WS-STATUS-AVALIACOES = "00"
               PERFORM LER-AVALIACAO
               PERFORM GUARDAR-UMA-AVALIACAO UNTIL FIM-AVALIACOES
               CLOSE ARQ-AVALIACOES
           END-IF.

       LER-AVALIACAO.
           READ ARQ-AVALIACOES
               AT END SET FIM-AVALIACOES TO TRUE
           END-READ.

       GUARDAR-UMA-AVALIACAO.
           IF WS-QTD-AVALIACOES < 5000
               ADD 1 TO WS-QTD-AVALIACOES
               MOVE REG-AVALIACAO TO AVM-ITEM (WS-QTD-AVALIACOES)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-AVALIACAO.

       REGRAVAR-CICLOS.
           OPEN OUTPUT ARQ-CICLOS.
           PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
                   UNTIL WS-IDX-CIC > WS-QTD-CICLOS
               MOVE CIM-ITEM (WS-IDX-CIC) TO REG-CICLO-AVALIACAO
               WRITE REG-CICLO-AVALIACAO
           END-PERFORM.
           CLOSE ARQ-CICLOS.

       REGRAVAR-AVALIACOES.
           OPEN OUTPUT ARQ-AVALIACOES.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UMA-AVALIACAO
               UNTIL WS-IDX > WS-QTD-AVALIACOES.
           CLOSE ARQ-AVALIACOES.

       GRAVAR-UMA-AVALIACAO.
           MOVE AVM-ITEM (WS-IDX) TO REG-AVALIACAO.
           WRITE REG-AVALIACAO.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    ABERTURA DE CICLO - IDENTIFICACAO NOVA, PERIODO VALIDO,
      *    CURVA SOMANDO 100 E NENHUM OUTRO CICLO ABERTO.
      *--------------------------------------------------------------*
       LER-TRANSACAO-CICLO.
           READ TRANS-CICLO-FILE
               AT END SET FIM-TRANS-CICLO TO TRUE
           END-READ.

       ABRIR-UM-CICLO.
           MOVE 0 TO WS-IDX-CIC-ACHADO.
           PERFORM VARYING WS-IDX-CIC FROM 1 BY 1
                   UNTIL WS-IDX-CIC > WS-QTD-CICLOS
               IF CIM-CICLO (WS-IDX-CIC) = TCI-CICLO
                   MOVE WS-IDX-CIC TO WS-IDX-CIC-ACHADO
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SOMA-CURVA.
           PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                   UNTIL WS-IDX-NOTA > 5
               IF TCI-PERC-ALVO (WS-IDX-NOTA) IS NUMERIC
                   ADD TCI-PERC-ALVO (WS-IDX-NOTA) TO WS-SOMA-CURVA
               END-IF
           END-PERFORM.
           MOVE "TCI-CICLO"      TO WS-CAMPO-REJEITADO.
           MOVE TCI-CICLO        TO WS-VALOR-REJEITADO.
           EVALUATE TRUE
               WHEN TCI-CICLO = SPACES
                   MOVE "IDENTIFICACAO DO CICLO OBRIGATORIA"
                                      TO WS-MOTIVO-REJEICAO
               WHEN WS-IDX-CIC-ACHADO > 0
                   MOVE "CICLO JA CADASTRADO"
                                      TO WS-MOTIVO-REJEICAO
               WHEN WS-IDX-CIC-ABERTO > 0
                   MOVE "JA HA CICLO ABERTO (FECHA NO MERITO)"
                                      TO WS-MOTIVO-REJEICAO
               WHEN TCI-DATA-INICIO IS NOT NUMERIC
                 OR TCI-DATA-FIM IS NOT NUMERIC
                   MOVE "PERIODO DEVE SER AAAAMMDD AAAAMMDD"
                                      TO WS-MOTIVO-REJEICAO
               WHEN FUNCTION TEST-DATE-YYYYMMDD (TCI-DATA-INICIO)
                       NOT = 0
                 OR FUNCTION TEST-DATE-YYYYMMDD (TCI-DATA-FIM)
                       NOT = 0
                 OR TCI-DATA-INICIO > TCI-DATA-FIM
                   MOVE "PERIODO DEVE SER AAAAMMDD AAAAMMDD"
                                      TO WS-MOTIVO-REJEICAO
               WHEN WS-SOMA-CURVA NOT = 100
                   MOVE "CURVA-ALVO DAS NOTAS DEVE SOMAR 100"
                                      TO WS-MOTIVO-REJEICAO
               WHEN WS-QTD-CICLOS NOT < 50
                   MOVE "ARQUIVO DE CICLOS CHEIO (50)"
                                      TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE SPACES        TO WS-MOTIVO-REJEICAO
           END-EVALUATE.
           IF WS-MOTIVO-REJEICAO NOT = SPACES
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADAS
           ELSE
               ADD 1 TO WS-QTD-CICLOS
               MOVE WS-QTD-CICLOS   TO WS-IDX-CIC-ABERTO
               MOVE TCI-CICLO       TO CIM-CICLO (WS-IDX-CIC-ABERTO)
               MOVE TCI-DATA-INICIO
                   TO CIM-DATA-INICIO (WS-IDX-CIC-ABERTO)
               MOVE TCI-DATA-FIM    TO CIM-DATA-FIM (WS-IDX-CIC-ABERTO)
               MOVE "A"             TO CIM-SITUACAO (WS-IDX-CIC-ABERTO)
               PERFORM VARYING WS-IDX-NOTA FROM 1 BY 1
                       UNTIL WS-IDX-NOTA > 5
                   MOVE TCI-PERC-ALVO (WS-IDX-NOTA)
                       TO CIM-PERC-ALVO (WS-IDX-CIC-ABERTO, WS-IDX-NOTA)
               END-PERFORM
               MOVE WS-DATA-HOJE
                   TO CIM-DATA-ABERTURA (WS-IDX-CIC-ABERTO)
               MOVE 0 TO CIM-DATA-FECHAMENTO (WS-IDX-CIC-ABERTO)
               MOVE TCI-OPERADOR    TO CIM-OPERADOR (WS-IDX-CIC-ABERTO)
               ADD 1 TO WS-QTD-CICLOS-ABERTOS
           END-IF.
           PERFORM LER-TRANSACAO-CICLO.

      *--------------------------------------------------------------*
      *    LACO DE AVALIACOES - CICLO ABERTO, CODIGO NO MESTRE;
      *    INCLUSAO E ALTERACAO SO PARA FUNCIONARIO ATIVO.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-AVALIACAO-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM CONFERIR-FUNCIONARIO.
           IF FUNC-VALIDO
               PERFORM LOCALIZAR-AVALIACAO-NA-MEMORIA
               EVALUATE TRUE
                   WHEN NOT TAV-CODOP-VALIDO
                       MOVE "TAV-CODOP"       TO WS-CAMPO-REJEITADO
                       MOVE TAV-CODOP         TO WS-VALOR-REJEITADO
                       MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADAS
                   WHEN WS-IDX-CIC-ABERTO = 0
                     OR CIM-CICLO (WS-IDX-CIC-ABERTO) NOT = TAV-CICLO
                       MOVE "TAV-CICLO"       TO WS-CAMPO-REJEITADO
                       MOVE TAV-CICLO         TO WS-VALOR-REJEITADO
                       MOVE "CICLO NAO ESTA ABERTO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADAS
                   WHEN TAV-EXCLUSAO AND ACHOU-A-AVALIACAO
                       PERFORM EXCLUIR-AVALIACAO
                   WHEN TAV-ALTERACAO AND NOT ACHOU-A-AVALIACAO
                     OR TAV-EXCLUSAO
                       MOVE "TAV-CODIGO"      TO WS-CAMPO-REJEITADO
                       MOVE TAV-CODIGO        TO WS-VALOR-REJEITADO
                       MOVE "AVALIACAO NAO REGISTRADA NO CICLO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADAS
                   WHEN TAV-INCLUSAO AND ACHOU-A-AVALIACAO
                       MOVE "TAV-CODIGO"      TO WS-CAMPO-REJEITADO
                       MOVE TAV-CODIGO        TO WS-VALOR-REJEITADO
                       MOVE "AVALIACAO JA REGISTRADA NO CICLO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADAS
                   WHEN NOT FUNC-ATIVO
                       MOVE "TAV-CODIGO"      TO WS-CAMPO-REJEITADO
                       MOVE TAV-CODIGO        TO WS-VALOR-REJEITADO
                       MOVE "FUNCIONARIO NAO ESTA ATIVO"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       ADD 1 TO WS-QTD-REJEITADAS
                   WHEN TAV-INCLUSAO
                       PERFORM INCLUIR-AVALIACAO
                   WHEN OTHER
                       PERFORM ALTERAR-AVALIACAO
               END-EVALUATE
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF.
           PERFORM LER-TRANSACAO.

       CONFERIR-FUNCIONARIO.
           MOVE "S" TO WS-FUNC-VALIDO.
           MOVE "N" TO WS-FUNC-ATIVO.
           MOVE SPACES TO WS-SETOR-DO-FUNC.
           MOVE TAV-CODIGO TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "N" TO WS-FUNC-VALIDO
                   MOVE "TAV-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TAV-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE SETOR TO WS-SETOR-DO-FUNC
                   IF NOT SITUACAO-INATIVA
                       MOVE "S" TO WS-FUNC-ATIVO
                   END-IF
           END-READ.

       LOCALIZAR-AVALIACAO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-AVALIACAO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UMA-AVALIACAO
               UNTIL WS-IDX > WS-QTD-AVALIACOES
                  OR ACHOU-A-AVALIACAO.

       COMPARAR-UMA-AVALIACAO.
           IF AVM-CICLO (WS-IDX) = TAV-CICLO
               AND AVM-CODIGO (WS-IDX) = TAV-CODIGO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-A-AVALIACAO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *    NOTA DE 1 A 5; O AVALIADOR E O GERENTE DO SETOR DO
      *    FUNCIONARIO NO CADASTRO DE SETORES.
       CONFERIR-DADOS-DA-AVALIACAO.
           MOVE "N" TO WS-AVALIACAO-VALIDA.
           MOVE 0 TO WS-GERENTE-DO-SETOR.
           PERFORM VARYING WS-IDX-SST FROM 1 BY 1
                   UNTIL WS-IDX-SST > WS-QTD-SETORES
               IF SST-CODIGO (WS-IDX-SST) = WS-SETOR-DO-FUNC
                   MOVE SST-GERENTE (WS-IDX-SST)
                       TO WS-GERENTE-DO-SETOR
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN TAV-NOTA IS NOT NUMERIC
                 OR TAV-NOTA < 1 OR TAV-NOTA > 5
                   MOVE "TAV-NOTA"        TO WS-CAMPO-REJEITADO
                   MOVE TAV-NOTA          TO WS-VALOR-REJEITADO
                   MOVE "NOTA DEVE SER DE 1 A 5"
                                          TO WS-MOTIVO-REJEICAO
               WHEN WS-GERENTE-DO-SETOR = 0
                   MOVE "SETOR"           TO WS-CAMPO-REJEITADO
                   MOVE WS-SETOR-DO-FUNC  TO WS-VALOR-REJEITADO
                   MOVE "SETOR SEM GERENTE NO CADASTRO DE SETORES"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TAV-AVALIADOR IS NOT NUMERIC
                 OR TAV-AVALIADOR NOT = WS-GERENTE-DO-SETOR
                   MOVE "TAV-AVALIADOR"   TO WS-CAMPO-REJEITADO
                   MOVE TAV-AVALIADOR     TO WS-VALOR-REJEITADO
                   MOVE "AVALIADOR NAO E O GERENTE DO SETOR"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-AVALIACAO-VALIDA
           END-EVALUATE.

       INCLUIR-AVALIACAO.
           PERFORM CONFERIR-DADOS-DA-AVALIACAO.
           EVALUATE TRUE
               WHEN NOT AVALIACAO-VALIDA
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADAS
               WHEN WS-QTD-AVALIACOES < 5000
                   ADD 1 TO WS-QTD-AVALIACOES
                   MOVE WS-QTD-AVALIACOES TO WS-IDX-ACHADO
                   MOVE TAV-CICLO     TO AVM-CICLO (WS-IDX-ACHADO)
                   MOVE TAV-CODIGO    TO AVM-CODIGO (WS-IDX-ACHADO)
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDAS
               WHEN OTHER
                   MOVE "TAV-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TAV-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE AVALIACOES CHEIO (5000)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADAS
           END-EVALUATE.

       ALTERAR-AVALIACAO.
           PERFORM CONFERIR-DADOS-DA-AVALIACAO.
           IF AVALIACAO-VALIDA
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADAS
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF.

       EXCLUIR-AVALIACAO.
           MOVE AVM-ITEM (WS-QTD-AVALIACOES)
               TO AVM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-AVALIACOES.
           ADD 1 TO WS-QTD-EXCLUIDAS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE WS-SETOR-DO-FUNC    TO AVM-SETOR (WS-IDX-ACHADO).
           MOVE TAV-NOTA            TO AVM-NOTA (WS-IDX-ACHADO).
           MOVE TAV-AVALIADOR       TO AVM-AVALIADOR (WS-IDX-ACHADO).
           MOVE TAV-COMENTARIO      TO AVM-COMENTARIO (WS-IDX-ACHADO).
           MOVE WS-DATA-HOJE
               TO AVM-DATA-REGISTRO (WS-IDX-ACHADO).
           MOVE TAV-OPERADOR        TO AVM-OPERADOR (WS-IDX-ACHADO).

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES - CICLO ABERTO E AVALIACOES DO DIA.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AVALIACOES DE DESEMPENHO REGISTRADAS EM "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-IDX-CIC-ABERTO = 0
               MOVE "NENHUM CICLO ABERTO" TO LINHA-RELATORIO
           ELSE
               STRING "CICLO ABERTO " CIM-CICLO (WS-IDX-CIC-ABERTO)
                   " PERIODO " CIM-DATA-INICIO (WS-IDX-CIC-ABERTO)
                   " A " CIM-DATA-FIM (WS-IDX-CIC-ABERTO)
                   " CURVA " CIM-PERC-ALVO (WS-IDX-CIC-ABERTO, 1)
                   "/" CIM-PERC-ALVO (WS-IDX-CIC-ABERTO, 2)
                   "/" CIM-PERC-ALVO (WS-IDX-CIC-ABERTO, 3)
                   "/" CIM-PERC-ALVO (WS-IDX-CIC-ABERTO, 4)
                   "/" CIM-PERC-ALVO (WS-IDX-CIC-ABERTO, 5)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " CICLO  CODIGO SETOR      N AVALIADOR OPERADOR"
               " COMENTARIO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-AVALIACAO
               UNTIL WS-IDX > WS-QTD-AVALIACOES.

       IMPRIMIR-UMA-AVALIACAO.
           IF AVM-DATA-REGISTRO (WS-IDX) = WS-DATA-HOJE
               MOVE SPACES TO LINHA-RELATORIO
               STRING " " AVM-CICLO (WS-IDX)
                   " " AVM-CODIGO (WS-IDX)
                   "  " AVM-SETOR (WS-IDX)
                   " " AVM-NOTA (WS-IDX)
                   " " AVM-AVALIADOR (WS-IDX)
                   "     " AVM-OPERADOR (WS-IDX)
                   " " AVM-COMENTARIO (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG154"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

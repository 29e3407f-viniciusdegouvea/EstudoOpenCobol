       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG124.
      *     MANUTENCAO DAS JUSTIFICATIVAS DE FALTA (ATESTADOS).
      *     LE TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO DE
      *     JUSTIFICATIVA (JUSTTRN - A/C/D POR CODIGO DO FUNCIONARIO
      *     E DATA DE INICIO), APLICA NO ARQUIVO (JUSTIFIC) E IMPRIME
      *     A LISTAGEM RESULTANTE (RELJUSMS) - O MESMO DESENHO DA
      *     MANUTENCAO DE SETORES (PROG76). A IMPORTACAO DO PONTO
      *     (PROG50) NAO DESCONTA A FALTA COBERTA POR JUSTIFICATIVA
      *     E O PROG82 ABRE O AFASTAMENTO DO ATESTADO MEDICO DE MAIS
      *     DE 15 DIAS.
      *
      *     TIPOS: M ATESTADO MEDICO, O OBITO (NOJO), C CASAMENTO
      *     (GALA), S DOACAO DE SANGUE, J JUSTICA (JURI, TESTEMUNHA,
      *     AUDIENCIA). O CODIGO TEM DE ESTAR NO MESTRE, AS DATAS SAO
      *     AAAAMMDD COM O FIM NAO ANTERIOR AO INICIO, A REFERENCIA
      *     DO DOCUMENTO E OBRIGATORIA E O PERIODO NAO PODE COBRIR
      *     DIA DE OUTRA JUSTIFICATIVA DO MESMO FUNCIONARIO. OBITO,
      *     CASAMENTO E DOACAO DE SANGUE RESPEITAM OS DIAS DA CLT
      *     (ART. 473): 2, 3 E 1 DIA.
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

           SELECT ARQ-JUSTIFICATIVAS ASSIGN TO "JUSTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JUSTIFICATIVAS.

           SELECT TRANS-JUSTIF-FILE ASSIGN TO "JUSTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELJUSMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-JUSTIFICATIVAS.
       COPY CPJUSTIF.

       FD  TRANS-JUSTIF-FILE.
       01  TRANS-JUSTIF-REG.
           05  TJU-CODOP               PIC X(01).
               88  TJU-INCLUSAO            VALUE "A".
               88  TJU-ALTERACAO           VALUE "C".
               88  TJU-EXCLUSAO            VALUE "D".
           05  TJU-CODIGO              PIC 9(05).
           05  TJU-DATA-INICIO         PIC 9(08).
           05  TJU-DATA-FIM            PIC 9(08).
           05  TJU-TIPO                PIC X(01).
               88  TJU-TIPO-VALIDO         VALUE "M" "O" "C" "S" "J".
           05  TJU-DOCUMENTO           PIC X(15).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-JUSTIFICATIVAS    PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-JUSTIFICATIVAS       PIC X VALUE "N".
           88  FIM-JUSTIFICATIVAS          VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".

      *    JUSTIFICATIVAS EM MEMORIA - ATE 500 REGISTROS.
       01  WS-QTD-JUSTIFICATIVAS       PIC 9(03) VALUE 0.
       01  TAB-JUSTIFICATIVAS-MEMORIA.
           05  JSM-ITEM OCCURS 500 TIMES.
               10  JSM-CODIGO          PIC 9(05).
               10  JSM-DATA-INICIO     PIC 9(08).
               10  JSM-DATA-FIM        PIC 9(08).
               10  JSM-TIPO            PIC X(01).
               10  JSM-DOCUMENTO       PIC X(15).
       01  WS-IDX                      PIC 9(03).
       01  WS-IDX-ACHADO               PIC 9(03).
       01  WS-ACHOU-JUSTIFICATIVA      PIC X VALUE "N".
           88  ACHOU-A-JUSTIFICATIVA       VALUE "S".

      *    CONFERENCIA DA TRANSACAO - PERIODO EM DIAS E LIMITE DA
      *    CLT POR TIPO (ZERO = SEM LIMITE).
       01  WS-JUSTIFICATIVA-VALIDA     PIC X(01).
           88  JUSTIFICATIVA-VALIDA        VALUE "S".
       01  WS-DIAS-PERIODO             PIC 9(05).
       01  WS-DIAS-LIMITE              PIC 9(01).
       01  WS-HA-SOBREPOSICAO          PIC X(01).
           88  HA-SOBREPOSICAO             VALUE "S".

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

           OPEN INPUT TRANS-JUSTIF-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-JUSTIFICATIVAS.
           IF HA-TRANSACOES
               PERFORM LER-TRANSACAO
               PERFORM PROCESSAR-UMA-TRANSACAO UNTIL FIM-TRANSACOES
               PERFORM REGRAVAR-JUSTIFICATIVAS
               CLOSE TRANS-JUSTIF-FILE
           END-IF.
           PERFORM IMPRIMIR-LISTAGEM.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "MANUTENCAO DE JUSTIFICATIVAS - INCLUIDAS: "
               WS-QTD-INCLUIDOS " - ALTERADAS: " WS-QTD-ALTERADOS
               " - EXCLUIDAS: " WS-QTD-EXCLUIDOS
               " - REJEITADAS: " WS-QTD-REJEITADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA E REGRAVACAO DO ARQUIVO.
      *--------------------------------------------------------------*
       CARREGAR-JUSTIFICATIVAS.
           OPEN INPUT ARQ-JUSTIFICATIVAS.
           IF WS-STATUS-JUSTIFICATIVAS = "00"
               PERFORM LER-JUSTIFICATIVA
               PERFORM GUARDAR-UMA-JUSTIFICATIVA
                   UNTIL FIM-JUSTIFICATIVAS
               CLOSE ARQ-JUSTIFICATIVAS
           END-IF.

       LER-JUSTIFICATIVA.
           READ ARQ-JUSTIFICATIVAS
               AT END SET FIM-JUSTIFICATIVAS TO TRUE
           END-READ.

       GUARDAR-UMA-JUSTIFICATIVA.
           IF WS-QTD-JUSTIFICATIVAS < 500
               ADD 1 TO WS-QTD-JUSTIFICATIVAS
               MOVE REG-JUSTIFICATIVA
                   TO JSM-ITEM (WS-QTD-JUSTIFICATIVAS)
           END-IF.
           PERFORM LER-JUSTIFICATIVA.

       REGRAVAR-JUSTIFICATIVAS.
           OPEN OUTPUT ARQ-JUSTIFICATIVAS.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UMA-JUSTIFICATIVA
               UNTIL WS-IDX > WS-QTD-JUSTIFICATIVAS.
           CLOSE ARQ-JUSTIFICATIVAS.

       GRAVAR-UMA-JUSTIFICATIVA.
           MOVE JSM-ITEM (WS-IDX) TO REG-JUSTIFICATIVA.
           WRITE REG-JUSTIFICATIVA.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-JUSTIF-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM LOCALIZAR-JUSTIFICATIVA-NA-MEMORIA.
           EVALUATE TRUE
               WHEN TJU-INCLUSAO AND ACHOU-A-JUSTIFICATIVA
                   MOVE "TJU-DATA-INICIO" TO WS-CAMPO-REJEITADO
                   MOVE TJU-DATA-INICIO   TO WS-VALOR-REJEITADO
                   MOVE "JUSTIFICATIVA JA CADASTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TJU-INCLUSAO
                   PERFORM INCLUIR-JUSTIFICATIVA
               WHEN TJU-ALTERACAO AND ACHOU-A-JUSTIFICATIVA
                   PERFORM ALTERAR-JUSTIFICATIVA
               WHEN TJU-EXCLUSAO AND ACHOU-A-JUSTIFICATIVA
                   PERFORM EXCLUIR-JUSTIFICATIVA
               WHEN TJU-ALTERACAO OR TJU-EXCLUSAO
                   MOVE "TJU-DATA-INICIO" TO WS-CAMPO-REJEITADO
                   MOVE TJU-DATA-INICIO   TO WS-VALOR-REJEITADO
                   MOVE "JUSTIFICATIVA NAO CADASTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   MOVE "TJU-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TJU-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LOCALIZAR-JUSTIFICATIVA-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-JUSTIFICATIVA.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UMA-JUSTIFICATIVA
               UNTIL WS-IDX > WS-QTD-JUSTIFICATIVAS
                  OR ACHOU-A-JUSTIFICATIVA.

       COMPARAR-UMA-JUSTIFICATIVA.
           IF JSM-CODIGO (WS-IDX) = TJU-CODIGO
               AND JSM-DATA-INICIO (WS-IDX) = TJU-DATA-INICIO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-A-JUSTIFICATIVA TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       INCLUIR-JUSTIFICATIVA.
           PERFORM CONFERIR-JUSTIFICATIVA.
           EVALUATE TRUE
               WHEN NOT JUSTIFICATIVA-VALIDA
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-JUSTIFICATIVAS < 500
                   ADD 1 TO WS-QTD-JUSTIFICATIVAS
                   MOVE WS-QTD-JUSTIFICATIVAS TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TJU-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TJU-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE JUSTIFICATIVAS CHEIO (500)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-JUSTIFICATIVA.
           PERFORM CONFERIR-JUSTIFICATIVA.
           IF JUSTIFICATIVA-VALIDA
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *    CODIGO NO MESTRE, DATAS VALIDAS E EM ORDEM, TIPO E
      *    DOCUMENTO, LIMITE DA CLT DO TIPO E NENHUM DIA EM COMUM
      *    COM OUTRA JUSTIFICATIVA DO CODIGO (NA ALTERACAO, A
      *    PROPRIA NAO CONTA).
       CONFERIR-JUSTIFICATIVA.
           MOVE "S" TO WS-JUSTIFICATIVA-VALIDA.
           MOVE TJU-CODIGO TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "TJU-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TJU-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-JUSTIFICATIVA-VALIDA
           END-READ.
           IF JUSTIFICATIVA-VALIDA
               IF TJU-DATA-INICIO IS NOT NUMERIC
                   OR TJU-DATA-FIM IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (TJU-DATA-INICIO)
                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD (TJU-DATA-FIM)
                       NOT = 0
                   OR TJU-DATA-FIM < TJU-DATA-INICIO
                   MOVE "TJU-DATA-FIM"    TO WS-CAMPO-REJEITADO
                   MOVE TJU-DATA-FIM      TO WS-VALOR-REJEITADO
                   MOVE "DATAS AAAAMMDD, FIM NAO ANTES DO INICIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-JUSTIFICATIVA-VALIDA
               END-IF
           END-IF.
           IF JUSTIFICATIVA-VALIDA
               EVALUATE TRUE
                   WHEN NOT TJU-TIPO-VALIDO
                       MOVE "TJU-TIPO"        TO WS-CAMPO-REJEITADO
                       MOVE TJU-TIPO          TO WS-VALOR-REJEITADO
                       MOVE "TIPO DEVE SER M, O, C, S OU J"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       MOVE "N" TO WS-JUSTIFICATIVA-VALIDA
                   WHEN TJU-DOCUMENTO = SPACES
                       MOVE "TJU-DOCUMENTO"   TO WS-CAMPO-REJEITADO
                       MOVE TJU-DOCUMENTO     TO WS-VALOR-REJEITADO
                       MOVE "REFERENCIA DO DOCUMENTO E OBRIGATORIA"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       MOVE "N" TO WS-JUSTIFICATIVA-VALIDA
               END-EVALUATE
           END-IF.
           IF JUSTIFICATIVA-VALIDA
               PERFORM CONFERIR-LIMITE-DO-TIPO
           END-IF.
           IF JUSTIFICATIVA-VALIDA
               MOVE "N" TO WS-HA-SOBREPOSICAO
               MOVE 1 TO WS-IDX
               PERFORM CONFERIR-SOBREPOSICAO
                   UNTIL WS-IDX > WS-QTD-JUSTIFICATIVAS
               IF HA-SOBREPOSICAO
                   MOVE "TJU-DATA-INICIO" TO WS-CAMPO-REJEITADO
                   MOVE TJU-DATA-INICIO   TO WS-VALOR-REJEITADO
                   MOVE "PERIODO COBRE OUTRA JUSTIFICATIVA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-JUSTIFICATIVA-VALIDA
               END-IF
           END-IF.

       CONFERIR-LIMITE-DO-TIPO.
           COMPUTE WS-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE (TJU-DATA-FIM)
               - FUNCTION INTEGER-OF-DATE (TJU-DATA-INICIO) + 1.
           EVALUATE TJU-TIPO
               WHEN "O"
                   MOVE 2 TO WS-DIAS-LIMITE
               WHEN "C"
                   MOVE 3 TO WS-DIAS-LIMITE
               WHEN "S"
                   MOVE 1 TO WS-DIAS-LIMITE
               WHEN OTHER
                   MOVE 0 TO WS-DIAS-LIMITE
           END-EVALUATE.
           IF WS-DIAS-LIMITE > 0
               AND WS-DIAS-PERIODO > WS-DIAS-LIMITE
               MOVE "TJU-DATA-FIM"    TO WS-CAMPO-REJEITADO
               MOVE TJU-DATA-FIM      TO WS-VALOR-REJEITADO
               MOVE "PERIODO ACIMA DOS DIAS DA CLT PARA O TIPO"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
               MOVE "N" TO WS-JUSTIFICATIVA-VALIDA
           END-IF.

       CONFERIR-SOBREPOSICAO.
           IF WS-IDX NOT = WS-IDX-ACHADO
               AND JSM-CODIGO (WS-IDX) = TJU-CODIGO
               AND JSM-DATA-INICIO (WS-IDX) NOT > TJU-DATA-FIM
               AND JSM-DATA-FIM (WS-IDX) NOT < TJU-DATA-INICIO
               SET HA-SOBREPOSICAO TO TRUE
           END-IF.
           ADD 1 TO WS-IDX.

       EXCLUIR-JUSTIFICATIVA.
           MOVE JSM-ITEM (WS-QTD-JUSTIFICATIVAS)
               TO JSM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-JUSTIFICATIVAS.
           ADD 1 TO WS-QTD-EXCLUIDOS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TJU-CODIGO      TO JSM-CODIGO (WS-IDX-ACHADO).
           MOVE TJU-DATA-INICIO TO JSM-DATA-INICIO (WS-IDX-ACHADO).
           MOVE TJU-DATA-FIM    TO JSM-DATA-FIM (WS-IDX-ACHADO).
           MOVE TJU-TIPO        TO JSM-TIPO (WS-IDX-ACHADO).
           MOVE TJU-DOCUMENTO   TO JSM-DOCUMENTO (WS-IDX-ACHADO).

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "JUSTIFICATIVAS DE FALTA - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TIPOS: M MEDICO O OBITO C CASAMENTO S DOACAO"
               " J JUSTICA"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-JUSTIFICATIVA
               UNTIL WS-IDX > WS-QTD-JUSTIFICATIVAS.

       IMPRIMIR-UMA-JUSTIFICATIVA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO " JSM-CODIGO (WS-IDX)
               " INICIO " JSM-DATA-INICIO (WS-IDX)
               " FIM " JSM-DATA-FIM (WS-IDX)
               " TIPO " JSM-TIPO (WS-IDX)
               " DOC " JSM-DOCUMENTO (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG124"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

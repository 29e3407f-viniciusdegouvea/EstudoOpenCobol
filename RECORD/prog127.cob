       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG127.
      *     MANUTENCAO DAS SUBSTITUICOES DE GERENTE DE SETOR.
      *     LE TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO DE
      *     SUBSTITUICAO (SUBSTTRN - A/C/D POR SETOR E DATA DE
      *     INICIO), APLICA NO ARQUIVO (SUBSTGER) E IMPRIME A
      *     LISTAGEM RESULTANTE (RELSUBGE) - O MESMO DESENHO DA
      *     MANUTENCAO DE SETORES (PROG76). O CALCULO DE FOLHA
      *     (PROG29) PAGA AO SUBSTITUTO A GRATIFICACAO DE FUNCAO DO
      *     SETOR NA PROPORCAO DOS DIAS DA COMPETENCIA COBERTOS.
      *
      *     O SETOR TEM DE ESTAR NO SETORMST, O SUBSTITUTO NO
      *     MESTRE E NAO PODE SER O PROPRIO GERENTE DO SETOR, AS
      *     DATAS SAO AAAAMMDD COM O FIM NAO ANTERIOR AO INICIO E O
      *     PERIODO NAO PODE COBRIR DIA DE OUTRA SUBSTITUICAO DO
      *     MESMO SETOR.
      *
      *     A CADA RODADA O PROGRAMA CONFERE AS FERIAS (FERIASAG) E
      *     OS AFASTAMENTOS ABERTOS (AFASTAME) DOS GERENTES QUE
      *     AINDA NAO TERMINARAM: O DIA DE AUSENCIA SEM SUBSTITUICAO
      *     NO SETOR SAI NO FIM DA LISTAGEM E NO EXCECOES, PARA O RH
      *     DESIGNAR O SUBSTITUTO ANTES DO CALCULO DA FOLHA. O
      *     AFASTAMENTO SEM RETORNO PREVISTO E CONFERIDO ATE O DIA.
      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA O
      *     ARQUIVO E AS AUSENCIAS SEM SUBSTITUTO.

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

           SELECT ARQ-AGENDA-FERIAS ASSIGN TO "FERIASAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AGENDA.

           SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AFASTAMENTOS.

           SELECT ARQ-SUBSTITUICOES ASSIGN TO "SUBSTGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUBSTITUICOES.

           SELECT TRANS-SUBST-FILE ASSIGN TO "SUBSTTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELSUBGE"
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

       FD  ARQ-AGENDA-FERIAS.
       COPY CPFERAG.

       FD  ARQ-AFASTAMENTOS.
       COPY CPAFAST.

       FD  ARQ-SUBSTITUICOES.
       COPY CPSUBST.

       FD  TRANS-SUBST-FILE.
       01  TRANS-SUBST-REG.
           05  TSB-CODOP               PIC X(01).
               88  TSB-INCLUSAO            VALUE "A".
               88  TSB-ALTERACAO           VALUE "C".
               88  TSB-EXCLUSAO            VALUE "D".
           05  TSB-SETOR               PIC X(10).
           05  TSB-CODIGO              PIC 9(05).
           05  TSB-DATA-INICIO         PIC 9(08).
           05  TSB-DATA-FIM            PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-AGENDA            PIC X(02).
       01  WS-STATUS-AFASTAMENTOS      PIC X(02).
       01  WS-STATUS-SUBSTITUICOES     PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-HOJE-INT                 PIC 9(07).

       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-AGENDA               PIC X VALUE "N".
           88  FIM-AGENDA                  VALUE "S".
       01  WS-FIM-AFASTAMENTOS         PIC X VALUE "N".
           88  FIM-AFASTAMENTOS            VALUE "S".
       01  WS-FIM-SUBSTITUICOES        PIC X VALUE "N".
           88  FIM-SUBSTITUICOES           VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".

      *    SETORES E GERENTES - ATE 50 SETORES.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES.
           05  STR-ITEM OCCURS 50 TIMES.
               10  STR-CODIGO          PIC X(10).
               10  STR-GERENTE         PIC 9(05).
       01  WS-IDX-STR                  PIC 9(02).
       01  WS-IDX-STR-ACHADO           PIC 9(02).

      *    SUBSTITUICOES EM MEMORIA - ATE 500 REGISTROS.
       01  WS-QTD-SUBSTITUICOES        PIC 9(03) VALUE 0.
       01  TAB-SUBSTITUICOES-MEMORIA.
           05  SBM-ITEM OCCURS 500 TIMES.
               10  SBM-SETOR           PIC X(10).
               10  SBM-CODIGO          PIC 9(05).
               10  SBM-DATA-INICIO     PIC 9(08).
               10  SBM-DATA-FIM        PIC 9(08).
       01  WS-IDX                      PIC 9(03).
       01  WS-IDX-ACHADO               PIC 9(03).
       01  WS-ACHOU-SUBSTITUICAO       PIC X VALUE "N".
           88  ACHOU-A-SUBSTITUICAO        VALUE "S".

      *    AUSENCIAS DOS GERENTES QUE AINDA NAO TERMINARAM - FERIAS
      *    (ORIGEM "F") E AFASTAMENTOS ABERTOS (ORIGEM "A"), EM DIAS
      *    CORRIDOS (INTEGER-OF-DATE).
       01  WS-QTD-AUSENCIAS            PIC 9(03) VALUE 0.
       01  TAB-AUSENCIAS-GERENTE.
           05  AUG-ITEM OCCURS 200 TIMES.
               10  AUG-GERENTE         PIC 9(05).
               10  AUG-ORIGEM          PIC X(01).
               10  AUG-INICIO          PIC 9(08).
               10  AUG-INICIO-INT      PIC 9(07).
               10  AUG-FIM-INT         PIC 9(07).
       01  WS-IDX-AUG                  PIC 9(03).
       01  WS-CODIGO-AUSENTE           PIC 9(05).
       01  WS-ORIGEM-AUSENCIA          PIC X(01).
       01  WS-E-GERENTE                PIC X(01).
           88  E-GERENTE-DE-SETOR          VALUE "S".
       01  WS-AUS-INICIO-INT           PIC 9(07).
       01  WS-AUS-FIM-INT              PIC 9(07).
       01  WS-DIA-INT                  PIC 9(07).
       01  WS-DIA-SEM-SUBSTITUTO       PIC 9(08).
       01  WS-DIA-COBERTO              PIC X(01).
           88  DIA-COBERTO                 VALUE "S".
       01  WS-IDX-COB                  PIC 9(03).
       01  WS-QTD-AVISOS               PIC 9(05) VALUE 0.

      *    CONFERENCIA DA TRANSACAO.
       01  WS-SUBSTITUICAO-VALIDA      PIC X(01).
           88  SUBSTITUICAO-VALIDA         VALUE "S".
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
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).

           OPEN INPUT TRANS-SUBST-FILE.
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
           PERFORM CARREGAR-SUBSTITUICOES.
           IF HA-TRANSACOES
               PERFORM LER-TRANSACAO
               PERFORM PROCESSAR-UMA-TRANSACAO UNTIL FIM-TRANSACOES
               PERFORM REGRAVAR-SUBSTITUICOES
               CLOSE TRANS-SUBST-FILE
           END-IF.
           PERFORM IMPRIMIR-LISTAGEM.
           PERFORM CARREGAR-AUSENCIAS-GERENTES.
           PERFORM CONFERIR-AUSENCIAS-GERENTES.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "MANUTENCAO DE SUBSTITUICOES - INCLUIDAS: "
               WS-QTD-INCLUIDOS " - ALTERADAS: " WS-QTD-ALTERADOS
               " - EXCLUIDAS: " WS-QTD-EXCLUIDOS
               " - REJEITADAS: " WS-QTD-REJEITADOS.
           DISPLAY "MANUTENCAO DE SUBSTITUICOES - GERENTES AUSENTES"
               " SEM SUBSTITUTO: " WS-QTD-AVISOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS SETORES (GERENTE) E DAS SUBSTITUICOES.
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
               MOVE SET-CODIGO  TO STR-CODIGO (WS-QTD-SETORES)
               IF SET-GERENTE IS NUMERIC
                   MOVE SET-GERENTE TO STR-GERENTE (WS-QTD-SETORES)
               ELSE
                   MOVE 0 TO STR-GERENTE (WS-QTD-SETORES)
               END-IF
           END-IF.
           PERFORM LER-SETOR.

       CARREGAR-SUBSTITUICOES.
           OPEN INPUT ARQ-SUBSTITUICOES.
           IF WS-STATUS-SUBSTITUICOES = "00"
               PERFORM LER-SUBSTITUICAO
               PERFORM GUARDAR-UMA-SUBSTITUICAO
                   UNTIL FIM-SUBSTITUICOES
               CLOSE ARQ-SUBSTITUICOES
           END-IF.

       LER-SUBSTITUICAO.
           READ ARQ-SUBSTITUICOES
               AT END SET FIM-SUBSTITUICOES TO TRUE
           END-READ.

       GUARDAR-UMA-SUBSTITUICAO.
           IF WS-QTD-SUBSTITUICOES < 500
               ADD 1 TO WS-QTD-SUBSTITUICOES
               MOVE REG-SUBSTITUICAO
                   TO SBM-ITEM (WS-QTD-SUBSTITUICOES)
           END-IF.
           PERFORM LER-SUBSTITUICAO.

       REGRAVAR-SUBSTITUICOES.
           OPEN OUTPUT ARQ-SUBSTITUICOES.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UMA-SUBSTITUICAO
               UNTIL WS-IDX > WS-QTD-SUBSTITUICOES.
           CLOSE ARQ-SUBSTITUICOES.

       GRAVAR-UMA-SUBSTITUICAO.
           MOVE SBM-ITEM (WS-IDX) TO REG-SUBSTITUICAO.
           WRITE REG-SUBSTITUICAO.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-SUBST-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM LOCALIZAR-SUBSTITUICAO-NA-MEMORIA.
           EVALUATE TRUE
               WHEN TSB-INCLUSAO AND ACHOU-A-SUBSTITUICAO
                   MOVE "TSB-DATA-INICIO" TO WS-CAMPO-REJEITADO
                   MOVE TSB-DATA-INICIO   TO WS-VALOR-REJEITADO
                   MOVE "SUBSTITUICAO JA CADASTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TSB-INCLUSAO
                   PERFORM INCLUIR-SUBSTITUICAO
               WHEN TSB-ALTERACAO AND ACHOU-A-SUBSTITUICAO
                   PERFORM ALTERAR-SUBSTITUICAO
               WHEN TSB-EXCLUSAO AND ACHOU-A-SUBSTITUICAO
                   PERFORM EXCLUIR-SUBSTITUICAO
               WHEN TSB-ALTERACAO OR TSB-EXCLUSAO
                   MOVE "TSB-DATA-INICIO" TO WS-CAMPO-REJEITADO
                   MOVE TSB-DATA-INICIO   TO WS-VALOR-REJEITADO
                   MOVE "SUBSTITUICAO NAO CADASTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   MOVE "TSB-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TSB-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LOCALIZAR-SUBSTITUICAO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-SUBSTITUICAO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UMA-SUBSTITUICAO
               UNTIL WS-IDX > WS-QTD-SUBSTITUICOES
                  OR ACHOU-A-SUBSTITUICAO.

       COMPARAR-UMA-SUBSTITUICAO.
           IF SBM-SETOR (WS-IDX) = TSB-SETOR
               AND SBM-DATA-INICIO (WS-IDX) = TSB-DATA-INICIO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-A-SUBSTITUICAO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       INCLUIR-SUBSTITUICAO.
           PERFORM CONFERIR-SUBSTITUICAO.
           EVALUATE TRUE
               WHEN NOT SUBSTITUICAO-VALIDA
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-SUBSTITUICOES < 500
                   ADD 1 TO WS-QTD-SUBSTITUICOES
                   MOVE WS-QTD-SUBSTITUICOES TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TSB-SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE TSB-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE SUBSTITUICOES CHEIO (500)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-SUBSTITUICAO.
           PERFORM CONFERIR-SUBSTITUICAO.
           IF SUBSTITUICAO-VALIDA
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *    SETOR CADASTRADO, SUBSTITUTO NO MESTRE E DIFERENTE DO
      *    GERENTE DO SETOR, DATAS VALIDAS E EM ORDEM E NENHUM DIA EM
      *    COMUM COM OUTRA SUBSTITUICAO DO SETOR (NA ALTERACAO, A
      *    PROPRIA NAO CONTA).
       CONFERIR-SUBSTITUICAO.
           MOVE "S" TO WS-SUBSTITUICAO-VALIDA.
           PERFORM LOCALIZAR-SETOR-DA-TRANSACAO.
           IF WS-IDX-STR-ACHADO = 0
               MOVE "TSB-SETOR"       TO WS-CAMPO-REJEITADO
               MOVE TSB-SETOR         TO WS-VALOR-REJEITADO
               MOVE "SETOR NAO CADASTRADO NO SETORMST"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
               MOVE "N" TO WS-SUBSTITUICAO-VALIDA
           END-IF.
           IF SUBSTITUICAO-VALIDA
               MOVE TSB-CODIGO TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE "TSB-CODIGO"      TO WS-CAMPO-REJEITADO
                       MOVE TSB-CODIGO        TO WS-VALOR-REJEITADO
                       MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                              TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                       MOVE "N" TO WS-SUBSTITUICAO-VALIDA
               END-READ
           END-IF.
           IF SUBSTITUICAO-VALIDA
               AND TSB-CODIGO = STR-GERENTE (WS-IDX-STR-ACHADO)
               MOVE "TSB-CODIGO"      TO WS-CAMPO-REJEITADO
               MOVE TSB-CODIGO        TO WS-VALOR-REJEITADO
               MOVE "SUBSTITUTO E O PROPRIO GERENTE DO SETOR"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
               MOVE "N" TO WS-SUBSTITUICAO-VALIDA
           END-IF.
           IF SUBSTITUICAO-VALIDA
               IF TSB-DATA-INICIO IS NOT NUMERIC
                   OR TSB-DATA-FIM IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD (TSB-DATA-INICIO)
                       NOT = 0
                   OR FUNCTION TEST-DATE-YYYYMMDD (TSB-DATA-FIM)
                       NOT = 0
                   OR TSB-DATA-FIM < TSB-DATA-INICIO
                   MOVE "TSB-DATA-FIM"    TO WS-CAMPO-REJEITADO
                   MOVE TSB-DATA-FIM      TO WS-VALOR-REJEITADO
                   MOVE "DATAS AAAAMMDD, FIM NAO ANTES DO INICIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-SUBSTITUICAO-VALIDA
               END-IF
           END-IF.
           IF SUBSTITUICAO-VALIDA
               MOVE "N" TO WS-HA-SOBREPOSICAO
               MOVE 1 TO WS-IDX
               PERFORM CONFERIR-SOBREPOSICAO
                   UNTIL WS-IDX > WS-QTD-SUBSTITUICOES
               IF HA-SOBREPOSICAO
                   MOVE "TSB-DATA-INICIO" TO WS-CAMPO-REJEITADO
                   MOVE TSB-DATA-INICIO   TO WS-VALOR-REJEITADO
                   MOVE "PERIODO COBRE OUTRA SUBSTITUICAO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-SUBSTITUICAO-VALIDA
               END-IF
           END-IF.

       LOCALIZAR-SETOR-DA-TRANSACAO.
           MOVE 0 TO WS-IDX-STR-ACHADO.
           PERFORM VARYING WS-IDX-STR FROM 1 BY 1
                   UNTIL WS-IDX-STR > WS-QTD-SETORES
               IF STR-CODIGO (WS-IDX-STR) = TSB-SETOR
                   MOVE WS-IDX-STR TO WS-IDX-STR-ACHADO
               END-IF
           END-PERFORM.

       CONFERIR-SOBREPOSICAO.
           IF WS-IDX NOT = WS-IDX-ACHADO
               AND SBM-SETOR (WS-IDX) = TSB-SETOR
               AND SBM-DATA-INICIO (WS-IDX) NOT > TSB-DATA-FIM
               AND SBM-DATA-FIM (WS-IDX) NOT < TSB-DATA-INICIO
               SET HA-SOBREPOSICAO TO TRUE
           END-IF.
           ADD 1 TO WS-IDX.

       EXCLUIR-SUBSTITUICAO.
           MOVE SBM-ITEM (WS-QTD-SUBSTITUICOES)
               TO SBM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-SUBSTITUICOES.
           ADD 1 TO WS-QTD-EXCLUIDOS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TSB-SETOR       TO SBM-SETOR (WS-IDX-ACHADO).
           MOVE TSB-CODIGO      TO SBM-CODIGO (WS-IDX-ACHADO).
           MOVE TSB-DATA-INICIO TO SBM-DATA-INICIO (WS-IDX-ACHADO).
           MOVE TSB-DATA-FIM    TO SBM-DATA-FIM (WS-IDX-ACHADO).

      *--------------------------------------------------------------*
      *    AUSENCIAS DOS GERENTES - FERIAS PROGRAMADAS, ANTECIPADAS
      *    OU GOZADAS E AFASTAMENTOS ABERTOS QUE TERMINAM HOJE OU
      *    DEPOIS. AS FERIAS VAO DO INICIO ATE INICIO + DIAS - 1; O
      *    AFASTAMENTO ATE A VESPERA DO RETORNO PREVISTO OU, SEM
      *    RETORNO, ATE HOJE.
      *--------------------------------------------------------------*
       CARREGAR-AUSENCIAS-GERENTES.
           OPEN INPUT ARQ-AGENDA-FERIAS.
           IF WS-STATUS-AGENDA = "00"
               PERFORM LER-AGENDA-FERIAS
               PERFORM GUARDAR-FERIAS-DE-GERENTE UNTIL FIM-AGENDA
               CLOSE ARQ-AGENDA-FERIAS
           END-IF.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "00"
               PERFORM LER-AFASTAMENTO
               PERFORM GUARDAR-AFASTAMENTO-DE-GERENTE
                   UNTIL FIM-AFASTAMENTOS
               CLOSE ARQ-AFASTAMENTOS
           END-IF.

       LER-AGENDA-FERIAS.
           READ ARQ-AGENDA-FERIAS
               AT END SET FIM-AGENDA TO TRUE
           END-READ.

       GUARDAR-FERIAS-DE-GERENTE.
           IF FAG-CODIGO IS NUMERIC
               AND FAG-DATA-INICIO IS NUMERIC
               AND FAG-DIAS IS NUMERIC AND FAG-DIAS > 0
               AND FUNCTION TEST-DATE-YYYYMMDD (FAG-DATA-INICIO) = 0
               MOVE FAG-CODIGO TO WS-CODIGO-AUSENTE
               PERFORM CONFERIR-SE-E-GERENTE
               IF E-GERENTE-DE-SETOR
                   COMPUTE WS-AUS-INICIO-INT =
                       FUNCTION INTEGER-OF-DATE (FAG-DATA-INICIO)
                   COMPUTE WS-AUS-FIM-INT =
                       WS-AUS-INICIO-INT + FAG-DIAS - 1
                   MOVE "F" TO WS-ORIGEM-AUSENCIA
                   PERFORM GUARDAR-UMA-AUSENCIA
               END-IF
           END-IF.
           PERFORM LER-AGENDA-FERIAS.

       LER-AFASTAMENTO.
           READ ARQ-AFASTAMENTOS
               AT END SET FIM-AFASTAMENTOS TO TRUE
           END-READ.

       GUARDAR-AFASTAMENTO-DE-GERENTE.
           IF AFA-ABERTO
               AND AFA-CODIGO IS NUMERIC
               AND AFA-DATA-INICIO IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD (AFA-DATA-INICIO) = 0
               MOVE AFA-CODIGO TO WS-CODIGO-AUSENTE
               PERFORM CONFERIR-SE-E-GERENTE
               IF E-GERENTE-DE-SETOR
                   COMPUTE WS-AUS-INICIO-INT =
                       FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO)
                   IF AFA-DATA-RETORNO-PREV IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (AFA-DATA-RETORNO-PREV) = 0
                       AND AFA-DATA-RETORNO-PREV > AFA-DATA-INICIO
                       COMPUTE WS-AUS-FIM-INT =
                           FUNCTION INTEGER-OF-DATE
                               (AFA-DATA-RETORNO-PREV) - 1
                   ELSE
                       MOVE WS-HOJE-INT TO WS-AUS-FIM-INT
                   END-IF
                   MOVE "A" TO WS-ORIGEM-AUSENCIA
                   PERFORM GUARDAR-UMA-AUSENCIA
               END-IF
           END-IF.
           PERFORM LER-AFASTAMENTO.

       CONFERIR-SE-E-GERENTE.
           MOVE "N" TO WS-E-GERENTE.
           PERFORM VARYING WS-IDX-STR FROM 1 BY 1
                   UNTIL WS-IDX-STR > WS-QTD-SETORES
               IF STR-GERENTE (WS-IDX-STR) = WS-CODIGO-AUSENTE
                   AND STR-GERENTE (WS-IDX-STR) > 0
                   SET E-GERENTE-DE-SETOR TO TRUE
               END-IF
           END-PERFORM.

       GUARDAR-UMA-AUSENCIA.
           IF WS-AUS-FIM-INT NOT < WS-HOJE-INT
               AND WS-QTD-AUSENCIAS < 200
               ADD 1 TO WS-QTD-AUSENCIAS
               MOVE WS-CODIGO-AUSENTE
                   TO AUG-GERENTE (WS-QTD-AUSENCIAS)
               MOVE WS-ORIGEM-AUSENCIA
                   TO AUG-ORIGEM (WS-QTD-AUSENCIAS)
               MOVE FUNCTION DATE-OF-INTEGER (WS-AUS-INICIO-INT)
                   TO AUG-INICIO (WS-QTD-AUSENCIAS)
               MOVE WS-AUS-INICIO-INT
                   TO AUG-INICIO-INT (WS-QTD-AUSENCIAS)
               MOVE WS-AUS-FIM-INT
                   TO AUG-FIM-INT (WS-QTD-AUSENCIAS)
           END-IF.

      *--------------------------------------------------------------*
      *    CONFRONTO DE CADA AUSENCIA COM AS SUBSTITUICOES DE CADA
      *    SETOR DO GERENTE, DIA A DIA: O PRIMEIRO DIA SEM NINGUEM
      *    DESIGNADO GERA O AVISO NA LISTAGEM E NO EXCECOES.
      *--------------------------------------------------------------*
       CONFERIR-AUSENCIAS-GERENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "GERENTES AUSENTES SEM SUBSTITUTO DESIGNADO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-AUG.
           PERFORM CONFERIR-UMA-AUSENCIA
               UNTIL WS-IDX-AUG > WS-QTD-AUSENCIAS.
           IF WS-QTD-AVISOS = 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NENHUM"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       CONFERIR-UMA-AUSENCIA.
           MOVE 1 TO WS-IDX-STR.
           PERFORM CONFERIR-AUSENCIA-NO-SETOR
               UNTIL WS-IDX-STR > WS-QTD-SETORES.
           ADD 1 TO WS-IDX-AUG.

       CONFERIR-AUSENCIA-NO-SETOR.
           IF STR-GERENTE (WS-IDX-STR) = AUG-GERENTE (WS-IDX-AUG)
               MOVE 0 TO WS-DIA-SEM-SUBSTITUTO
               MOVE AUG-INICIO-INT (WS-IDX-AUG) TO WS-DIA-INT
               PERFORM CONFERIR-COBERTURA-DO-DIA
                   UNTIL WS-DIA-INT > AUG-FIM-INT (WS-IDX-AUG)
                      OR WS-DIA-SEM-SUBSTITUTO > 0
               IF WS-DIA-SEM-SUBSTITUTO > 0
                   PERFORM AVISAR-GERENTE-SEM-SUBSTITUTO
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-STR.

       CONFERIR-COBERTURA-DO-DIA.
           MOVE "N" TO WS-DIA-COBERTO.
           PERFORM VARYING WS-IDX-COB FROM 1 BY 1
                   UNTIL WS-IDX-COB > WS-QTD-SUBSTITUICOES
               IF SBM-SETOR (WS-IDX-COB) = STR-CODIGO (WS-IDX-STR)
                   AND FUNCTION INTEGER-OF-DATE
                       (SBM-DATA-INICIO (WS-IDX-COB)) NOT > WS-DIA-INT
                   AND FUNCTION INTEGER-OF-DATE
                       (SBM-DATA-FIM (WS-IDX-COB)) NOT < WS-DIA-INT
                   SET DIA-COBERTO TO TRUE
               END-IF
           END-PERFORM.
           IF DIA-COBERTO
               ADD 1 TO WS-DIA-INT
           ELSE
               MOVE FUNCTION DATE-OF-INTEGER (WS-DIA-INT)
                   TO WS-DIA-SEM-SUBSTITUTO
           END-IF.

       AVISAR-GERENTE-SEM-SUBSTITUTO.
           ADD 1 TO WS-QTD-AVISOS.
           MOVE SPACES TO LINHA-RELATORIO.
           IF AUG-ORIGEM (WS-IDX-AUG) = "F"
               STRING "  SETOR " STR-CODIGO (WS-IDX-STR)
                   " GERENTE " AUG-GERENTE (WS-IDX-AUG)
                   " FERIAS DE " AUG-INICIO (WS-IDX-AUG)
                   " - SEM SUBSTITUTO EM " WS-DIA-SEM-SUBSTITUTO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "  SETOR " STR-CODIGO (WS-IDX-STR)
                   " GERENTE " AUG-GERENTE (WS-IDX-AUG)
                   " AFASTADO DE " AUG-INICIO (WS-IDX-AUG)
                   " - SEM SUBSTITUTO EM " WS-DIA-SEM-SUBSTITUTO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE "SET-GERENTE"        TO WS-CAMPO-REJEITADO.
           MOVE SPACES               TO WS-VALOR-REJEITADO.
           STRING STR-CODIGO (WS-IDX-STR) " "
               AUG-GERENTE (WS-IDX-AUG) " "
               WS-DIA-SEM-SUBSTITUTO
               DELIMITED BY SIZE INTO WS-VALOR-REJEITADO
           END-STRING.
           MOVE "GERENTE AUSENTE SEM SUBSTITUTO DESIGNADO"
                                     TO WS-MOTIVO-REJEICAO.
           PERFORM REGISTRAR-EXCECAO.

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SUBSTITUICOES DE GERENTE - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-SUBSTITUICAO
               UNTIL WS-IDX > WS-QTD-SUBSTITUICOES.

       IMPRIMIR-UMA-SUBSTITUICAO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SETOR " SBM-SETOR (WS-IDX)
               " SUBSTITUTO " SBM-CODIGO (WS-IDX)
               " INICIO " SBM-DATA-INICIO (WS-IDX)
               " FIM " SBM-DATA-FIM (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG127"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG139.
      *     SEGREGACAO DE FUNCOES ENTRE OPERADORES E PERFIS.
      *     HA IDENTIFICACAO NO MENU, PERFIS E APROVACOES, MAS NADA
      *     CONFERIA SE UMA MESMA PESSOA JUNTA FUNCOES QUE NAO PODEM
      *     ANDAR JUNTAS. AS COMBINACOES PROIBIDAS VEM DO ARQUIVO DE
      *     REGRAS SODREGRA, UMA POR LINHA: DUAS OPCOES DO PERFILAUT
      *     QUE NAO PODEM ESTAR NO MESMO PERFIL E/OU DUAS ACOES
      *     (PROGRAMAS) QUE O MESMO OPERADOR NAO PODE EXECUTAR DENTRO
      *     DA JANELA, COM A INDICACAO SE O CONFLITO SO VALE NO MESMO
      *     REGISTRO (CODIGO). SEM SODREGRA, VALEM AS REGRAS PADRAO
      *     COMPILADAS ABAIXO.
      *
      *     O RELATORIO MENSAL (RELSOD, COMPETENCIA DO FOLHADTA OU DO
      *     DIA) LISTA:
      *       - OPERADORES DO OPERMAST (E O DA SESSAO, OPSESSAO) CUJO
      *         PERFIL TEM AS DUAS OPCOES DE UMA REGRA - O PERFIL "*"
      *         DO MENU ABERTO PODE TUDO E CAI EM TODAS;
      *       - ACOES CONFLITANTES DO MESMO OPERADOR A ATE N DIAS UMA
      *         DA OUTRA (CARTAO SODPRM, PADRAO 30), UMA DELAS NO MES:
      *         PROGRAMAS DO OPLOG (O EXECUTADO VIA MENU CONTA COMO O
      *         PROGRAMA; DO PROG45 SO A REMESSA GERADA E DO PROG136
      *         SO A LIBERACAO), ALTERACOES
      *         DE CADASTRO DA AUDITORIA ("PROG28"; A ENTRADA DO
      *         ESTORNO CONTA COMO "PROG80" DE QUEM O RODOU NO DIA,
      *         PELO OPLOG), TROCAS DE CONTA DO BANCAUD ("PROG92") E AS
      *         PROPOSTAS DE REAJUSTE DO PROPSAL ("PROG109P" QUEM
      *         PROPOS, "PROG109A" QUEM DECIDIU).
      *     OS CONFLITOS DO MES FICAM TAMBEM NO ARQUIVO SODHIST
      *     (EXTEND), O REGISTRO PERMANENTE DA AUDITORIA INTERNA.
      *     HAVENDO CONFLITO, TERMINA COM RC 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-PARAMETRO ASSIGN TO "SODPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-REGRAS ASSIGN TO "SODREGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGRAS.

           SELECT ARQ-OPERADORES ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPERADORES.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-AUTORIZACOES ASSIGN TO "PERFILAUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUTORIZACOES.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.

           SELECT ARQ-AUDITORIA-CONTA ASSIGN TO "BANCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA-CONTA.

           SELECT ARQ-PROPOSTAS ASSIGN TO "PROPSAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROPOSTAS.

           SELECT ARQ-HISTORICO-SOD ASSIGN TO "SODHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO-SOD.

           SELECT ARQ-RELATORIO ASSIGN TO "RELSOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-SOD.
           05  SDP-DIAS-JANELA         PIC 9(03).

      *    REGRA: OPCOES CONFLITANTES DO PERFILAUT (ZERO = SO ACAO),
      *    ACOES CONFLITANTES (BRANCO = SO PERFIL), "S" SE O CONFLITO
      *    DE ACAO SO VALE NO MESMO CODIGO, E A DESCRICAO.
       FD  ARQ-REGRAS.
       01  REG-REGRA-SOD.
           05  SDR-OPCAO-A             PIC 9(02).
           05  SDR-OPCAO-B             PIC 9(02).
           05  SDR-ACAO-A              PIC X(08).
           05  SDR-ACAO-B              PIC X(08).
           05  SDR-MESMO-REGISTRO      PIC X(01).
           05  SDR-DESCRICAO           PIC X(30).

       FD  ARQ-OPERADORES.
       01  REG-OPERADOR.
           05  OPR-ID                  PIC X(08).
           05  OPR-SENHA               PIC X(08).
           05  OPR-PERFIL              PIC X(01).

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

       FD  ARQ-AUDITORIA.
       COPY CPAUDIT.

       FD  ARQ-AUDITORIA-CONTA.
       01  REG-AUDITORIA-CONTA.
           05  ABC-CODIGO              PIC 9(05).
           05  ABC-SEQUENCIA           PIC 9(02).
           05  ABC-OPERACAO            PIC X(01).
           05  ABC-CONTA-ANTES         PIC 9(08).
           05  ABC-CONTA-DEPOIS        PIC 9(08).
           05  ABC-DATA                PIC 9(08).
           05  ABC-OPERADOR            PIC X(08).

       FD  ARQ-PROPOSTAS.
       01  REG-PROPOSTA.
           05  PPS-CODIGO              PIC 9(05).
           05  PPS-SALARIO-PROPOSTO    PIC 9(6)V9(2).
           05  PPS-JUSTIFICATIVA       PIC X(30).
           05  PPS-OPERADOR-PROPOS     PIC X(08).
           05  PPS-DATA-PROPOSTA       PIC 9(08).
           05  PPS-SITUACAO            PIC X(01).
               88  PROPOSTA-LIBERADA       VALUE "L".
               88  PROPOSTA-RECUSADA       VALUE "R".
           05  PPS-OPERADOR-DECISAO    PIC X(08).
           05  PPS-DATA-DECISAO        PIC 9(08).

      *    CONFLITO ENCONTRADO: "P" PERFIL OU "A" ACAO.
       FD  ARQ-HISTORICO-SOD.
       01  REG-CONFLITO-SOD.
           05  SDH-COMPETENCIA         PIC 9(06).
           05  SDH-TIPO                PIC X(01).
           05  SDH-OPERADOR            PIC X(08).
           05  SDH-PERFIL              PIC X(01).
           05  SDH-REGRA               PIC 9(02).
           05  SDH-ACAO-A              PIC X(08).
           05  SDH-DATA-A              PIC 9(08).
           05  SDH-ACAO-B              PIC X(08).
           05  SDH-DATA-B              PIC 9(08).
           05  SDH-CODIGO              PIC 9(05).
           05  SDH-DATA-GERACAO        PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-REGRAS            PIC X(02).
       01  WS-STATUS-OPERADORES        PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-AUTORIZACOES      PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-AUDIT             PIC X(02).
       01  WS-STATUS-AUDITORIA-CONTA   PIC X(02).
       01  WS-STATUS-PROPOSTAS         PIC X(02).
       01  WS-STATUS-HISTORICO-SOD     PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-FIM-REGRAS               PIC X VALUE "N".
           88  FIM-REGRAS                  VALUE "S".
       01  WS-FIM-OPERADORES           PIC X VALUE "N".
           88  FIM-OPERADORES              VALUE "S".
       01  WS-FIM-AUTORIZACOES         PIC X VALUE "N".
           88  FIM-AUTORIZACOES            VALUE "S".
       01  WS-FIM-LOG                  PIC X VALUE "N".
           88  FIM-LOG                     VALUE "S".
       01  WS-FIM-AUDITORIA            PIC X VALUE "N".
           88  FIM-AUDITORIA               VALUE "S".
       01  WS-FIM-AUDITORIA-CONTA      PIC X VALUE "N".
           88  FIM-AUDITORIA-CONTA         VALUE "S".
       01  WS-FIM-PROPOSTAS            PIC X VALUE "N".
           88  FIM-PROPOSTAS               VALUE "S".

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).
       01  WS-DIAS-JANELA              PIC 9(03) VALUE 30.

      *    PERIODO: DO PRIMEIRO DIA DO MES MENOS A JANELA ATE O FIM
      *    DO MES.
       01  WS-DATA-INICIO-MES          PIC 9(08).
       01  WS-DATA-FIM-MES             PIC 9(08).
       01  WS-DIA-INICIO-MES           PIC 9(07).
       01  WS-DIA-INICIO-JANELA        PIC 9(07).
       01  WS-DATA-INICIO-JANELA       PIC 9(08).

      *    REGRAS - SODREGRA OU AS PADRAO.
       01  WS-QTD-REGRAS               PIC 9(02) VALUE 0.
       01  TAB-REGRAS.
           05  RGR-ITEM OCCURS 50 TIMES.
               10  RGR-OPCAO-A         PIC 9(02).
               10  RGR-OPCAO-B         PIC 9(02).
               10  RGR-ACAO-A          PIC X(08).
               10  RGR-ACAO-B          PIC X(08).
               10  RGR-MESMO-REGISTRO  PIC X(01).
               10  RGR-DESCRICAO       PIC X(30).
       01  WS-IDX-RGR                  PIC 9(02).

      *    OPERADORES E PERFIS.
       01  WS-QTD-OPERADORES           PIC 9(03) VALUE 0.
       01  TAB-OPERADORES.
           05  OPT-ITEM OCCURS 500 TIMES.
               10  OPT-ID              PIC X(08).
               10  OPT-PERFIL          PIC X(01).
       01  WS-IDX-OPT                  PIC 9(03).
       01  WS-OPERADOR-ACHADO          PIC X VALUE "N".
           88  OPERADOR-JA-NA-TABELA       VALUE "S".

       01  WS-QTD-PERFIL-OPCOES        PIC 9(03) VALUE 0.
       01  TAB-PERFIL-OPCOES.
           05  PFO-ITEM OCCURS 500 TIMES.
               10  PFO-PERFIL          PIC X(01).
               10  PFO-OPCAO           PIC 9(02).
       01  WS-IDX-PFO                  PIC 9(03).
       01  WS-OPCAO-PROCURADA          PIC 9(02).
       01  WS-TEM-OPCAO                PIC X VALUE "N".
           88  PERFIL-TEM-OPCAO            VALUE "S".
       01  WS-TEM-OPCAO-A              PIC X VALUE "N".

      *    ACOES DOS OPERADORES NO PERIODO.
       01  WS-QTD-ACOES                PIC 9(04) VALUE 0.
       01  TAB-ACOES.
           05  ACT-ITEM OCCURS 5000 TIMES.
               10  ACT-OPERADOR        PIC X(08).
               10  ACT-ACAO            PIC X(08).
               10  ACT-DATA            PIC 9(08).
               10  ACT-DIA             PIC 9(07).
               10  ACT-CODIGO          PIC 9(05).
       01  WS-IDX-ACT                  PIC 9(04).
       01  WS-IDX-ACT-B                PIC 9(04).
       01  WS-IDX-ACT-ACHADA           PIC 9(04).
       01  WS-NOVA-ACAO.
           05  WS-NOVA-OPERADOR        PIC X(08).
           05  WS-NOVA-ACAO-NOME       PIC X(08).
           05  WS-NOVA-DATA            PIC 9(08).
           05  WS-NOVA-CODIGO          PIC 9(05).
       01  WS-DISTANCIA-DIAS           PIC S9(07).

      *    QUEM RODOU O ESTORNO (PROG80) EM CADA DIA, DO OPLOG.
       01  WS-QTD-ESTORNOS             PIC 9(03) VALUE 0.
       01  TAB-ESTORNOS.
           05  EST-ITEM OCCURS 200 TIMES.
               10  EST-DATA            PIC 9(08).
               10  EST-OPERADOR        PIC X(08).
       01  WS-IDX-EST                  PIC 9(03).

       01  WS-QTD-CONFLITOS-PERFIL     PIC 9(05) VALUE 0.
       01  WS-QTD-CONFLITOS-ACAO       PIC 9(05) VALUE 0.
       01  WS-QTD-CONFLITOS-REGRA      PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-DATA-FOLHA.
           PERFORM LER-PARAMETRO.
           PERFORM CALCULAR-PERIODO.
           PERFORM CARREGAR-REGRAS.
           PERFORM CARREGAR-OPERADORES.
           PERFORM CARREGAR-PERFIL-OPCOES.
           PERFORM CARREGAR-ACOES-DO-OPLOG.
           PERFORM CARREGAR-ACOES-DA-AUDITORIA.
           PERFORM CARREGAR-ACOES-DO-BANCAUD.
           PERFORM CARREGAR-ACOES-DO-PROPSAL.

           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-HISTORICO-SOD.
           IF WS-STATUS-HISTORICO-SOD = "35"
               OPEN OUTPUT ARQ-HISTORICO-SOD
           END-IF.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM CONFERIR-PERFIS.
           PERFORM CONFERIR-ACOES.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-HISTORICO-SOD.
           CLOSE ARQ-RELATORIO.

           DISPLAY "SEGREGACAO DE FUNCOES " WS-COMPETENCIA
               " - PERFIS: " WS-QTD-CONFLITOS-PERFIL
               " - ACOES: " WS-QTD-CONFLITOS-ACAO.
           IF WS-QTD-CONFLITOS-PERFIL > 0
               OR WS-QTD-CONFLITOS-ACAO > 0
               MOVE 4 TO RETURN-CODE
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

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF SDP-DIAS-JANELA IS NUMERIC
                           AND SDP-DIAS-JANELA > 0
                           MOVE SDP-DIAS-JANELA TO WS-DIAS-JANELA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.

       CALCULAR-PERIODO.
           COMPUTE WS-DATA-INICIO-MES = WS-COMPETENCIA * 100 + 1.
           COMPUTE WS-DATA-FIM-MES = WS-COMPETENCIA * 100 + 31.
           COMPUTE WS-DIA-INICIO-MES =
               FUNCTION INTEGER-OF-DATE (WS-DATA-INICIO-MES).
           COMPUTE WS-DIA-INICIO-JANELA =
               WS-DIA-INICIO-MES - WS-DIAS-JANELA.
           COMPUTE WS-DATA-INICIO-JANELA =
               FUNCTION DATE-OF-INTEGER (WS-DIA-INICIO-JANELA).

      *--------------------------------------------------------------*
      *    REGRAS, OPERADORES E PERFIS.
      *--------------------------------------------------------------*
       CARREGAR-REGRAS.
           OPEN INPUT ARQ-REGRAS.
           IF WS-STATUS-REGRAS = "00"
               PERFORM LER-REGRA
               PERFORM GUARDAR-UMA-REGRA UNTIL FIM-REGRAS
           END-IF.
           CLOSE ARQ-REGRAS.
           IF WS-QTD-REGRAS = 0
               PERFORM MONTAR-REGRAS-PADRAO
           END-IF.

       LER-REGRA.
           READ ARQ-REGRAS
               AT END SET FIM-REGRAS TO TRUE
           END-READ.

       GUARDAR-UMA-REGRA.
           IF WS-QTD-REGRAS < 50
               AND SDR-OPCAO-A IS NUMERIC
               AND SDR-OPCAO-B IS NUMERIC
               ADD 1 TO WS-QTD-REGRAS
               MOVE SDR-OPCAO-A   TO RGR-OPCAO-A (WS-QTD-REGRAS)
               MOVE SDR-OPCAO-B   TO RGR-OPCAO-B (WS-QTD-REGRAS)
               MOVE SDR-ACAO-A    TO RGR-ACAO-A (WS-QTD-REGRAS)
               MOVE SDR-ACAO-B    TO RGR-ACAO-B (WS-QTD-REGRAS)
               MOVE SDR-MESMO-REGISTRO
                   TO RGR-MESMO-REGISTRO (WS-QTD-REGRAS)
               MOVE SDR-DESCRICAO TO RGR-DESCRICAO (WS-QTD-REGRAS)
           END-IF.
           PERFORM LER-REGRA.

      *    CALCULO X LIBERACAO DA FOLHA (OPCOES 05/92), CONTA X
      *    REMESSA, PROPOSTA X APROVACAO DO MESMO REAJUSTE (91),
      *    MANUTENCAO X ESTORNO NO MESMO REGISTRO E AUDITORIA
      *    INTERNA (93) X MANUTENCAO DO CADASTRO (04).
       MONTAR-REGRAS-PADRAO.
           MOVE 5 TO WS-QTD-REGRAS.
           MOVE 05         TO RGR-OPCAO-A (1).
           MOVE 92         TO RGR-OPCAO-B (1).
           MOVE "PROG29"   TO RGR-ACAO-A (1).
           MOVE "PROG136"  TO RGR-ACAO-B (1).
           MOVE "N"        TO RGR-MESMO-REGISTRO (1).
           MOVE "CALCULO E LIBERACAO DA FOLHA" TO RGR-DESCRICAO (1).
           MOVE 00         TO RGR-OPCAO-A (2).
           MOVE 00         TO RGR-OPCAO-B (2).
           MOVE "PROG92"   TO RGR-ACAO-A (2).
           MOVE "PROG45"   TO RGR-ACAO-B (2).
           MOVE "N"        TO RGR-MESMO-REGISTRO (2).
           MOVE "CONTA BANCARIA E REMESSA" TO RGR-DESCRICAO (2).
           MOVE 00         TO RGR-OPCAO-A (3).
           MOVE 91         TO RGR-OPCAO-B (3).
           MOVE "PROG109P" TO RGR-ACAO-A (3).
           MOVE "PROG109A" TO RGR-ACAO-B (3).
           MOVE "S"        TO RGR-MESMO-REGISTRO (3).
           MOVE "PROPOSTA E APROVACAO REAJUSTE" TO RGR-DESCRICAO (3).
           MOVE 04         TO RGR-OPCAO-A (4).
           MOVE 00         TO RGR-OPCAO-B (4).
           MOVE "PROG28"   TO RGR-ACAO-A (4).
           MOVE "PROG80"   TO RGR-ACAO-B (4).
           MOVE "S"        TO RGR-MESMO-REGISTRO (4).
           MOVE "MANUTENCAO E ESTORNO SALARIO" TO RGR-DESCRICAO (4).
           MOVE 93         TO RGR-OPCAO-A (5).
           MOVE 04         TO RGR-OPCAO-B (5).
           MOVE SPACES     TO RGR-ACAO-A (5) RGR-ACAO-B (5).
           MOVE "N"        TO RGR-MESMO-REGISTRO (5).
           MOVE "AUDITORIA INTERNA E CADASTRO" TO RGR-DESCRICAO (5).

       CARREGAR-OPERADORES.
           OPEN INPUT ARQ-OPERADORES.
           IF WS-STATUS-OPERADORES = "00"
               PERFORM LER-OPERADOR
               PERFORM GUARDAR-UM-OPERADOR UNTIL FIM-OPERADORES
           END-IF.
           CLOSE ARQ-OPERADORES.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO OPR-ID
                       MOVE SES-PERFIL   TO OPR-PERFIL
                       PERFORM INCLUIR-OPERADOR
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.

       LER-OPERADOR.
           READ ARQ-OPERADORES
               AT END SET FIM-OPERADORES TO TRUE
           END-READ.

       GUARDAR-UM-OPERADOR.
           PERFORM INCLUIR-OPERADOR.
           PERFORM LER-OPERADOR.

       INCLUIR-OPERADOR.
           MOVE "N" TO WS-OPERADOR-ACHADO.
           PERFORM VARYING WS-IDX-OPT FROM 1 BY 1
                   UNTIL WS-IDX-OPT > WS-QTD-OPERADORES
               IF OPT-ID (WS-IDX-OPT) = OPR-ID
                   SET OPERADOR-JA-NA-TABELA TO TRUE
               END-IF
           END-PERFORM.
           IF NOT OPERADOR-JA-NA-TABELA
               AND OPR-ID NOT = SPACES
               AND WS-QTD-OPERADORES < 500
               ADD 1 TO WS-QTD-OPERADORES
               MOVE OPR-ID     TO OPT-ID (WS-QTD-OPERADORES)
               MOVE OPR-PERFIL TO OPT-PERFIL (WS-QTD-OPERADORES)
           END-IF.

       CARREGAR-PERFIL-OPCOES.
           OPEN INPUT ARQ-AUTORIZACOES.
           IF WS-STATUS-AUTORIZACOES = "00"
               PERFORM LER-AUTORIZACAO
               PERFORM GUARDAR-UMA-AUTORIZACAO UNTIL FIM-AUTORIZACOES
           END-IF.
           CLOSE ARQ-AUTORIZACOES.

       LER-AUTORIZACAO.
           READ ARQ-AUTORIZACOES
               AT END SET FIM-AUTORIZACOES TO TRUE
           END-READ.

       GUARDAR-UMA-AUTORIZACAO.
           IF WS-QTD-PERFIL-OPCOES < 500
               AND PRF-OPCAO IS NUMERIC
               ADD 1 TO WS-QTD-PERFIL-OPCOES
               MOVE PRF-PERFIL TO PFO-PERFIL (WS-QTD-PERFIL-OPCOES)
               MOVE PRF-OPCAO  TO PFO-OPCAO (WS-QTD-PERFIL-OPCOES)
           END-IF.
           PERFORM LER-AUTORIZACAO.

      *--------------------------------------------------------------*
      *    ACOES DO PERIODO, DE CADA FONTE.
      *--------------------------------------------------------------*
       CARREGAR-ACOES-DO-OPLOG.
           OPEN INPUT ARQ-LOG.
           IF WS-STATUS-LOG = "00"
               PERFORM LER-LOG
               PERFORM GUARDAR-UMA-ACAO-DO-LOG UNTIL FIM-LOG
           END-IF.
           CLOSE ARQ-LOG.

       LER-LOG.
           READ ARQ-LOG
               AT END SET FIM-LOG TO TRUE
           END-READ.

       GUARDAR-UMA-ACAO-DO-LOG.
           MOVE SPACES TO WS-NOVA-ACAO-NOME.
           EVALUATE TRUE
               WHEN LOG-PROGRAMA = "PROG41"
                   IF LOG-EVENTO (1:20) = "EXECUTADO VIA MENU: "
                       MOVE LOG-EVENTO (21:8) TO WS-NOVA-ACAO-NOME
                   END-IF
               WHEN LOG-PROGRAMA = "PROG42"
                   CONTINUE
               WHEN LOG-PROGRAMA = "PROG45"
                   IF LOG-EVENTO (1:23) = "REMESSA DA FOLHA GERADA"
                       MOVE "PROG45" TO WS-NOVA-ACAO-NOME
                   END-IF
               WHEN LOG-PROGRAMA = "PROG136"
                   IF LOG-EVENTO (1:14) = "FOLHA LIBERADA"
                       MOVE "PROG136" TO WS-NOVA-ACAO-NOME
                   END-IF
               WHEN OTHER
                   MOVE LOG-PROGRAMA TO WS-NOVA-ACAO-NOME
           END-EVALUATE.
           IF WS-NOVA-ACAO-NOME NOT = SPACES
               AND LOG-OPERADOR NOT = SPACES
               MOVE LOG-OPERADOR  TO WS-NOVA-OPERADOR
               MOVE LOG-DATA-HORA TO WS-NOVA-DATA
               MOVE 0             TO WS-NOVA-CODIGO
               PERFORM INCLUIR-ACAO
               IF LOG-PROGRAMA = "PROG80"
                   AND WS-QTD-ESTORNOS < 200
                   ADD 1 TO WS-QTD-ESTORNOS
                   MOVE LOG-DATA-HORA TO EST-DATA (WS-QTD-ESTORNOS)
                   MOVE LOG-OPERADOR
                       TO EST-OPERADOR (WS-QTD-ESTORNOS)
               END-IF
           END-IF.
           PERFORM LER-LOG.

      *    ALTERACAO DE CADASTRO COM OPERADOR CONTA COMO MANUTENCAO;
      *    A ENTRADA DO ESTORNO VAI PARA QUEM RODOU O PROG80 NO DIA.
      *    OS DEMAIS CARIMBOS DE PROGRAMA NAO SAO DE UMA PESSOA.
       CARREGAR-ACOES-DA-AUDITORIA.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDIT = "00"
               PERFORM LER-AUDITORIA
               PERFORM GUARDAR-UMA-ACAO-DA-AUDITORIA
                   UNTIL FIM-AUDITORIA
           END-IF.
           CLOSE ARQ-AUDITORIA.

       LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END SET FIM-AUDITORIA TO TRUE
           END-READ.

       GUARDAR-UMA-ACAO-DA-AUDITORIA.
           MOVE AUD-DATA-HORA TO WS-NOVA-DATA.
           MOVE AUD-CODIGO    TO WS-NOVA-CODIGO.
           EVALUATE TRUE
               WHEN AUD-OPERADOR = "PROG80"
                   MOVE "PROG80" TO WS-NOVA-ACAO-NOME
                   PERFORM VARYING WS-IDX-EST FROM 1 BY 1
                           UNTIL WS-IDX-EST > WS-QTD-ESTORNOS
                       IF EST-DATA (WS-IDX-EST) = AUD-DATA-HORA
                           MOVE EST-OPERADOR (WS-IDX-EST)
                               TO WS-NOVA-OPERADOR
                           PERFORM INCLUIR-ACAO
                       END-IF
                   END-PERFORM
               WHEN AUD-OPERADOR = SPACES
                   OR AUD-OPERADOR (1:4) = "PROG"
                   CONTINUE
               WHEN OTHER
                   MOVE "PROG28"     TO WS-NOVA-ACAO-NOME
                   MOVE AUD-OPERADOR TO WS-NOVA-OPERADOR
                   PERFORM INCLUIR-ACAO
           END-EVALUATE.
           PERFORM LER-AUDITORIA.

       CARREGAR-ACOES-DO-BANCAUD.
           OPEN INPUT ARQ-AUDITORIA-CONTA.
           IF WS-STATUS-AUDITORIA-CONTA = "00"
               PERFORM LER-TROCA-DE-CONTA
               PERFORM GUARDAR-UMA-TROCA-DE-CONTA
                   UNTIL FIM-AUDITORIA-CONTA
           END-IF.
           CLOSE ARQ-AUDITORIA-CONTA.

       LER-TROCA-DE-CONTA.
           READ ARQ-AUDITORIA-CONTA
               AT END SET FIM-AUDITORIA-CONTA TO TRUE
           END-READ.

       GUARDAR-UMA-TROCA-DE-CONTA.
           IF ABC-OPERADOR NOT = SPACES
               MOVE ABC-OPERADOR TO WS-NOVA-OPERADOR
               MOVE "PROG92"     TO WS-NOVA-ACAO-NOME
               MOVE ABC-DATA     TO WS-NOVA-DATA
               MOVE ABC-CODIGO   TO WS-NOVA-CODIGO
               PERFORM INCLUIR-ACAO
           END-IF.
           PERFORM LER-TROCA-DE-CONTA.

       CARREGAR-ACOES-DO-PROPSAL.
           OPEN INPUT ARQ-PROPOSTAS.
           IF WS-STATUS-PROPOSTAS = "00"
               PERFORM LER-PROPOSTA
               PERFORM GUARDAR-UMA-PROPOSTA UNTIL FIM-PROPOSTAS
           END-IF.
           CLOSE ARQ-PROPOSTAS.

       LER-PROPOSTA.
           READ ARQ-PROPOSTAS
               AT END SET FIM-PROPOSTAS TO TRUE
           END-READ.

       GUARDAR-UMA-PROPOSTA.
           MOVE PPS-CODIGO TO WS-NOVA-CODIGO.
           IF PPS-OPERADOR-PROPOS NOT = SPACES
               MOVE PPS-OPERADOR-PROPOS TO WS-NOVA-OPERADOR
               MOVE "PROG109P"          TO WS-NOVA-ACAO-NOME
               MOVE PPS-DATA-PROPOSTA   TO WS-NOVA-DATA
               PERFORM INCLUIR-ACAO
           END-IF.
           IF (PROPOSTA-LIBERADA OR PROPOSTA-RECUSADA)
               AND PPS-OPERADOR-DECISAO NOT = SPACES
               MOVE PPS-OPERADOR-DECISAO TO WS-NOVA-OPERADOR
               MOVE "PROG109A"           TO WS-NOVA-ACAO-NOME
               MOVE PPS-DATA-DECISAO     TO WS-NOVA-DATA
               PERFORM INCLUIR-ACAO
           END-IF.
           PERFORM LER-PROPOSTA.

      *    SO ENTRA ACAO COM DATA VALIDA DENTRO DO PERIODO.
       INCLUIR-ACAO.
           IF WS-NOVA-DATA IS NUMERIC
               AND WS-NOVA-DATA >= WS-DATA-INICIO-JANELA
               AND WS-NOVA-DATA <= WS-DATA-FIM-MES
               AND WS-QTD-ACOES < 5000
               ADD 1 TO WS-QTD-ACOES
               MOVE WS-NOVA-OPERADOR  TO ACT-OPERADOR (WS-QTD-ACOES)
               MOVE WS-NOVA-ACAO-NOME TO ACT-ACAO (WS-QTD-ACOES)
               MOVE WS-NOVA-DATA      TO ACT-DATA (WS-QTD-ACOES)
               MOVE WS-NOVA-CODIGO    TO ACT-CODIGO (WS-QTD-ACOES)
               COMPUTE ACT-DIA (WS-QTD-ACOES) =
                   FUNCTION INTEGER-OF-DATE (WS-NOVA-DATA)
           END-IF.

      *--------------------------------------------------------------*
      *    CONFLITOS DE PERFIL.
      *--------------------------------------------------------------*
       CONFERIR-PERFIS.
           MOVE "OPERADORES COM PERFIL CONFLITANTE" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-OPT FROM 1 BY 1
                   UNTIL WS-IDX-OPT > WS-QTD-OPERADORES
               PERFORM VARYING WS-IDX-RGR FROM 1 BY 1
                       UNTIL WS-IDX-RGR > WS-QTD-REGRAS
                   IF RGR-OPCAO-A (WS-IDX-RGR) > 0
                       AND RGR-OPCAO-B (WS-IDX-RGR) > 0
                       PERFORM CONFERIR-UM-PERFIL
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-QTD-CONFLITOS-PERFIL = 0
               MOVE "  NENHUM" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       CONFERIR-UM-PERFIL.
           MOVE RGR-OPCAO-A (WS-IDX-RGR) TO WS-OPCAO-PROCURADA.
           PERFORM PROCURAR-OPCAO-NO-PERFIL.
           MOVE WS-TEM-OPCAO TO WS-TEM-OPCAO-A.
           MOVE RGR-OPCAO-B (WS-IDX-RGR) TO WS-OPCAO-PROCURADA.
           PERFORM PROCURAR-OPCAO-NO-PERFIL.
           IF WS-TEM-OPCAO-A = "S" AND PERFIL-TEM-OPCAO
               ADD 1 TO WS-QTD-CONFLITOS-PERFIL
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " OPT-ID (WS-IDX-OPT) " PERFIL "
                   OPT-PERFIL (WS-IDX-OPT) " OPCOES "
                   RGR-OPCAO-A (WS-IDX-RGR) " E "
                   RGR-OPCAO-B (WS-IDX-RGR) " - "
                   RGR-DESCRICAO (WS-IDX-RGR)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE "P"                  TO SDH-TIPO
               MOVE OPT-ID (WS-IDX-OPT)  TO SDH-OPERADOR
               MOVE OPT-PERFIL (WS-IDX-OPT) TO SDH-PERFIL
               MOVE SPACES               TO SDH-ACAO-A SDH-ACAO-B
               MOVE 0                    TO SDH-DATA-A SDH-DATA-B
                                            SDH-CODIGO
               PERFORM GRAVAR-CONFLITO
           END-IF.

      *    O PERFIL "*" (MENU ABERTO) PODE TODAS AS OPCOES.
       PROCURAR-OPCAO-NO-PERFIL.
           MOVE "N" TO WS-TEM-OPCAO.
           IF OPT-PERFIL (WS-IDX-OPT) = "*"
               SET PERFIL-TEM-OPCAO TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX-PFO FROM 1 BY 1
                   UNTIL WS-IDX-PFO > WS-QTD-PERFIL-OPCOES
                       OR PERFIL-TEM-OPCAO
               IF PFO-PERFIL (WS-IDX-PFO) = OPT-PERFIL (WS-IDX-OPT)
                   AND PFO-OPCAO (WS-IDX-PFO) = WS-OPCAO-PROCURADA
                   SET PERFIL-TEM-OPCAO TO TRUE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    CONFLITOS DE ACAO - PARA CADA ACAO "A" DE UMA REGRA, A
      *    PRIMEIRA ACAO "B" DO MESMO OPERADOR NA JANELA (E NO MESMO
      *    CODIGO, SE A REGRA PEDE), UMA DAS DUAS DENTRO DO MES.
      *--------------------------------------------------------------*
       CONFERIR-ACOES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ACOES CONFLITANTES - JANELA DE " WS-DIAS-JANELA
               " DIAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-RGR FROM 1 BY 1
                   UNTIL WS-IDX-RGR > WS-QTD-REGRAS
               IF RGR-ACAO-A (WS-IDX-RGR) NOT = SPACES
                   AND RGR-ACAO-B (WS-IDX-RGR) NOT = SPACES
                   PERFORM CONFERIR-ACOES-DA-REGRA
               END-IF
           END-PERFORM.

       CONFERIR-ACOES-DA-REGRA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGRA " WS-IDX-RGR " - " RGR-ACAO-A (WS-IDX-RGR)
               " X " RGR-ACAO-B (WS-IDX-RGR) " - "
               RGR-DESCRICAO (WS-IDX-RGR)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-CONFLITOS-REGRA.
           PERFORM VARYING WS-IDX-ACT FROM 1 BY 1
                   UNTIL WS-IDX-ACT > WS-QTD-ACOES
               IF ACT-ACAO (WS-IDX-ACT) = RGR-ACAO-A (WS-IDX-RGR)
                   PERFORM PROCURAR-ACAO-CONFLITANTE
               END-IF
           END-PERFORM.
           IF WS-QTD-CONFLITOS-REGRA = 0
               MOVE "  NENHUM" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       PROCURAR-ACAO-CONFLITANTE.
           MOVE 0 TO WS-IDX-ACT-ACHADA.
           PERFORM VARYING WS-IDX-ACT-B FROM 1 BY 1
                   UNTIL WS-IDX-ACT-B > WS-QTD-ACOES
                       OR WS-IDX-ACT-ACHADA > 0
               IF ACT-ACAO (WS-IDX-ACT-B) = RGR-ACAO-B (WS-IDX-RGR)
                   AND ACT-OPERADOR (WS-IDX-ACT-B)
                       = ACT-OPERADOR (WS-IDX-ACT)
                   PERFORM CONFERIR-PAR-DE-ACOES
               END-IF
           END-PERFORM.
           IF WS-IDX-ACT-ACHADA > 0
               ADD 1 TO WS-QTD-CONFLITOS-REGRA
               ADD 1 TO WS-QTD-CONFLITOS-ACAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " ACT-OPERADOR (WS-IDX-ACT) " "
                   ACT-ACAO (WS-IDX-ACT) " " ACT-DATA (WS-IDX-ACT)
                   " X " ACT-ACAO (WS-IDX-ACT-ACHADA) " "
                   ACT-DATA (WS-IDX-ACT-ACHADA)
                   " CODIGO " ACT-CODIGO (WS-IDX-ACT)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE "A"                          TO SDH-TIPO
               MOVE ACT-OPERADOR (WS-IDX-ACT)    TO SDH-OPERADOR
               MOVE SPACE                        TO SDH-PERFIL
               MOVE ACT-ACAO (WS-IDX-ACT)        TO SDH-ACAO-A
               MOVE ACT-DATA (WS-IDX-ACT)        TO SDH-DATA-A
               MOVE ACT-ACAO (WS-IDX-ACT-ACHADA) TO SDH-ACAO-B
               MOVE ACT-DATA (WS-IDX-ACT-ACHADA) TO SDH-DATA-B
               MOVE ACT-CODIGO (WS-IDX-ACT)      TO SDH-CODIGO
               PERFORM GRAVAR-CONFLITO
           END-IF.

       CONFERIR-PAR-DE-ACOES.
           COMPUTE WS-DISTANCIA-DIAS =
               ACT-DIA (WS-IDX-ACT-B) - ACT-DIA (WS-IDX-ACT).
           IF WS-DISTANCIA-DIAS < 0
               COMPUTE WS-DISTANCIA-DIAS = 0 - WS-DISTANCIA-DIAS
           END-IF.
           IF WS-DISTANCIA-DIAS <= WS-DIAS-JANELA
               AND (ACT-DATA (WS-IDX-ACT) >= WS-DATA-INICIO-MES
                   OR ACT-DATA (WS-IDX-ACT-B) >= WS-DATA-INICIO-MES)
               AND (RGR-MESMO-REGISTRO (WS-IDX-RGR) NOT = "S"
                   OR ACT-CODIGO (WS-IDX-ACT-B)
                       = ACT-CODIGO (WS-IDX-ACT))
               MOVE WS-IDX-ACT-B TO WS-IDX-ACT-ACHADA
           END-IF.

       GRAVAR-CONFLITO.
           MOVE WS-COMPETENCIA TO SDH-COMPETENCIA.
           MOVE WS-IDX-RGR     TO SDH-REGRA.
           MOVE WS-DATA-HOJE   TO SDH-DATA-GERACAO.
           WRITE REG-CONFLITO-SOD.

      *--------------------------------------------------------------*
      *    RELATORIO (RELSOD).
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEGREGACAO DE FUNCOES - COMPETENCIA " WS-COMPETENCIA
               " - EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OPERADORES " WS-QTD-OPERADORES " - REGRAS "
               WS-QTD-REGRAS " - ACOES NO PERIODO " WS-QTD-ACOES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONFLITOS DE PERFIL " WS-QTD-CONFLITOS-PERFIL
               " - CONFLITOS DE ACAO " WS-QTD-CONFLITOS-ACAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG142.
      *     MASCARAMENTO DE DADOS SENSIVEIS POR PERFIL DO OPERADOR.
      *     SUBPROGRAMA CHAMADO PELOS RELATORIOS E PELA CONSULTA QUE
      *     MOSTRAM CPF, SALARIO/LIQUIDO OU CONTA BANCARIA: O PERFIL
      *     DA SESSAO (OPSESSAO, GRAVADO PELO MENU PROG41) DIZ, PELO
      *     ARQUIVO DE VISIBILIDADE (MASCPRF), COMO CADA GRUPO DE
      *     CAMPOS SAI PARA ELE:
      *         C  COMPLETO
      *         P  PARCIAL - CPF SO COM OS 4 ULTIMOS DIGITOS, CONTA
      *            E AGENCIA SO COM OS 2 ULTIMOS, VALOR SO ATE A
      *            CASA DO MILHAR
      *         O  OCULTO - TUDO EM ASTERISCOS
      *     SEM SESSAO VALE O PERFIL "*" (MENU ABERTO). SEM O ARQUIVO
      *     OU SEM LINHA PARA O PERFIL, TUDO SAI COMPLETO
      *     (COMPORTAMENTO DE SEMPRE), COMO NAS AUTORIZACOES DO MENU.
      *
      *     CHAMADA: CALL "PROG142" USING ACAO TIPO NIVEIS CAMPO
      *                                   TAMANHO
      *         ACAO    "N" DEVOLVE EM NIVEIS OS TRES NIVEIS DO
      *                     PERFIL DA SESSAO (CPF, VALOR, BANCO)
      *                 "M" MASCARA O CAMPO CONFORME O TIPO E OS
      *                     NIVEIS INFORMADOS
      *         TIPO    "D" DOCUMENTO (CPF) / "V" VALOR / "B" BANCO
      *         CAMPO   TEXTO DE ATE 20 POSICOES, MASCARADO NO LUGAR
      *         TAMANHO QUANTAS POSICOES DO CAMPO VALEM

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-VISIBILIDADE ASSIGN TO "MASCPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VISIBILIDADE.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-VISIBILIDADE.
       01  REG-VISIBILIDADE.
           05  MSC-PERFIL              PIC X(01).
           05  MSC-NIVEL-DOCUMENTO     PIC X(01).
           05  MSC-NIVEL-VALOR         PIC X(01).
           05  MSC-NIVEL-BANCO         PIC X(01).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-VISIBILIDADE      PIC X(02).

       01  WS-FIM-VISIBILIDADE         PIC X VALUE "N".
           88  FIM-VISIBILIDADE            VALUE "S".

       01  WS-PERFIL-SESSAO            PIC X(01) VALUE "*".

       01  WS-NIVEL-DO-CAMPO           PIC X(01).
           88  NIVEL-COMPLETO              VALUE "C".
           88  NIVEL-PARCIAL               VALUE "P".
       01  WS-TAMANHO                  PIC 9(02).
       01  WS-PRIMEIRA-MASCARADA       PIC 9(02).
       01  WS-ULTIMA-MASCARADA         PIC 9(02).
       01  WS-POS                      PIC 9(02).

       LINKAGE SECTION.

       01  LNK-ACAO                    PIC X(01).
       01  LNK-TIPO                    PIC X(01).
           88  LNK-TIPO-DOCUMENTO          VALUE "D".
           88  LNK-TIPO-VALOR              VALUE "V".
           88  LNK-TIPO-BANCO              VALUE "B".
       01  LNK-NIVEIS.
           05  LNK-NIVEL-DOCUMENTO     PIC X(01).
           05  LNK-NIVEL-VALOR         PIC X(01).
           05  LNK-NIVEL-BANCO         PIC X(01).
       01  LNK-CAMPO                   PIC X(20).
       01  LNK-TAMANHO                 PIC 9(02).

       PROCEDURE DIVISION USING LNK-ACAO LNK-TIPO LNK-NIVEIS
           LNK-CAMPO LNK-TAMANHO.

       PROGRAM-BEGIN.
           EVALUATE LNK-ACAO
               WHEN "N"
                   PERFORM APURAR-NIVEIS-DA-SESSAO
               WHEN "M"
                   PERFORM MASCARAR-CAMPO
           END-EVALUATE.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    NIVEIS DO PERFIL DA SESSAO - SEM REGRA, TUDO COMPLETO.
      *--------------------------------------------------------------*
       APURAR-NIVEIS-DA-SESSAO.
           MOVE "CCC" TO LNK-NIVEIS.
           MOVE "*" TO WS-PERFIL-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-PERFIL TO WS-PERFIL-SESSAO
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.
           MOVE "N" TO WS-FIM-VISIBILIDADE.
           OPEN INPUT ARQ-VISIBILIDADE.
           IF WS-STATUS-VISIBILIDADE = "00"
               PERFORM LER-VISIBILIDADE
               PERFORM CONFERIR-UMA-VISIBILIDADE
                   UNTIL FIM-VISIBILIDADE
               CLOSE ARQ-VISIBILIDADE
           END-IF.

       LER-VISIBILIDADE.
           READ ARQ-VISIBILIDADE
               AT END SET FIM-VISIBILIDADE TO TRUE
           END-READ.

      *    NIVEL FORA DE C/P/O NO ARQUIVO VALE COMO OCULTO - NA
      *    DUVIDA, NAO MOSTRA.
       CONFERIR-UMA-VISIBILIDADE.
           IF MSC-PERFIL = WS-PERFIL-SESSAO
               MOVE MSC-NIVEL-DOCUMENTO TO LNK-NIVEL-DOCUMENTO
               MOVE MSC-NIVEL-VALOR     TO LNK-NIVEL-VALOR
               MOVE MSC-NIVEL-BANCO     TO LNK-NIVEL-BANCO
               IF LNK-NIVEL-DOCUMENTO NOT = "C" AND NOT = "P"
                   MOVE "O" TO LNK-NIVEL-DOCUMENTO
               END-IF
               IF LNK-NIVEL-VALOR NOT = "C" AND NOT = "P"
                   MOVE "O" TO LNK-NIVEL-VALOR
               END-IF
               IF LNK-NIVEL-BANCO NOT = "C" AND NOT = "P"
                   MOVE "O" TO LNK-NIVEL-BANCO
               END-IF
               SET FIM-VISIBILIDADE TO TRUE
           ELSE
               PERFORM LER-VISIBILIDADE
           END-IF.

      *--------------------------------------------------------------*
      *    MASCARA DO CAMPO - AS POSICOES ESCONDIDAS VIRAM "*".
      *--------------------------------------------------------------*
       MASCARAR-CAMPO.
           EVALUATE TRUE
               WHEN LNK-TIPO-DOCUMENTO
                   MOVE LNK-NIVEL-DOCUMENTO TO WS-NIVEL-DO-CAMPO
               WHEN LNK-TIPO-BANCO
                   MOVE LNK-NIVEL-BANCO TO WS-NIVEL-DO-CAMPO
               WHEN OTHER
                   MOVE LNK-NIVEL-VALOR TO WS-NIVEL-DO-CAMPO
           END-EVALUATE.
           MOVE LNK-TAMANHO TO WS-TAMANHO.
           IF WS-TAMANHO = 0 OR WS-TAMANHO > 20
               MOVE 20 TO WS-TAMANHO
           END-IF.
           IF NOT NIVEL-COMPLETO
               PERFORM APURAR-TRECHO-MASCARADO
               PERFORM VARYING WS-POS FROM WS-PRIMEIRA-MASCARADA BY 1
                       UNTIL WS-POS > WS-ULTIMA-MASCARADA
                   MOVE "*" TO LNK-CAMPO (WS-POS:1)
               END-PERFORM
           END-IF.

      *    NO PARCIAL, CPF E CONTA MOSTRAM OS ULTIMOS DIGITOS E O
      *    VALOR MOSTRA A FRENTE ATE O MILHAR: ESCONDE AS 5 ULTIMAS
      *    POSICOES (CENTENA, DEZENA, UNIDADE E CENTAVOS). CAMPO
      *    CURTO DEMAIS PARA O PARCIAL SAI OCULTO.
       APURAR-TRECHO-MASCARADO.
           MOVE 1 TO WS-PRIMEIRA-MASCARADA.
           MOVE WS-TAMANHO TO WS-ULTIMA-MASCARADA.
           IF NIVEL-PARCIAL
               EVALUATE TRUE
                   WHEN LNK-TIPO-DOCUMENTO AND WS-TAMANHO > 4
                       COMPUTE WS-ULTIMA-MASCARADA = WS-TAMANHO - 4
                   WHEN LNK-TIPO-BANCO AND WS-TAMANHO > 2
                       COMPUTE WS-ULTIMA-MASCARADA = WS-TAMANHO - 2
                   WHEN LNK-TIPO-VALOR AND WS-TAMANHO > 5
                       COMPUTE WS-PRIMEIRA-MASCARADA = WS-TAMANHO - 4
               END-EVALUATE
           END-IF.

      *
      *     REJEICOES VAO PARA O ARQUIVO DE EXCECOES, COMO NAS DEMAIS
      *     VALIDACOES DA SUITE.
      *
      *     QUANDO O CARGO NOVO EXIGE EXAME PERIODICO OU TREINAMENTO
      *     OBRIGATORIO (REQUISITOS DO CARGOMST) QUE O FUNCIONARIO NAO
      *     TEM VALIDO NA DATA DA PROMOCAO (CERTIFIC, PROG152), A
      *     PROMOCAO E APLICADA, MAS CADA REQUISITO EM FALTA SAI COMO
      *     ALERTA NO ARQUIVO DE EXCECOES E A RODADA TERMINA COM
      *     RETURN-CODE 4 (SE NAO HOUVER REJEICAO).

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-CERTIFICACOES ASSIGN TO "CERTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CERTIFICACOES.

           SELECT ARQ-CARGO-HISTORICO ASSIGN TO "CARGOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.
       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-CERTIFICACOES.
       COPY CPCERTIF.

       FD  ARQ-CARGO-HISTORICO.
       COPY CPCARHIS.

       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-CERTIFICACOES     PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".
       01  WS-FIM-CERTIFICACOES        PIC X VALUE "N".
           88  FIM-CERTIFICACOES           VALUE "S".

       01  WS-REGISTRO-VALIDO          PIC X VALUE "S".
           88  REGISTRO-VALIDO             VALUE "S".
       01  WS-IDX                      PIC 9(02).
       01  WS-CARGO-OFICIAL            PIC X(01).
           88  CARGO-OFICIAL               VALUE "S".
       01  WS-IDX-CARGO-NOVO           PIC 9(02).

      *    REQUISITOS PERIODICOS DE CADA CARGO (MESMA ORDEM DE
      *    CGO-CODIGO) E AS REALIZACOES REGISTRADAS, PARA O ALERTA DE
      *    PROMOCAO SEM O REQUISITO DO CARGO NOVO.
       01  TAB-REQUISITOS-CARGOS.
           05  RQC-ITEM OCCURS 50 TIMES.
               10  RQC-CODIGO OCCURS 5 TIMES
                                       PIC X(10).
       01  WS-IDX-REQ                  PIC 9(01).
       01  WS-QTD-CERTIFICACOES        PIC 9(04) VALUE 0.
       01  TAB-CERTIFICACOES.
           05  CEV-ITEM OCCURS 5000 TIMES.
               10  CEV-CODIGO          PIC 9(05).
               10  CEV-REQUISITO       PIC X(10).
               10  CEV-DATA-VALIDADE   PIC 9(08).
       01  WS-IDX-CEV                  PIC 9(04).
       01  WS-DATA-PROMOCAO            PIC 9(08).
       01  WS-REQUISITO-EM-DIA         PIC X(01).
           88  REQUISITO-EM-DIA            VALUE "S".

       01  WS-CARGO-ANTES              PIC X(10).

       01  WS-CONTADORES.
           05  WS-QTD-PROMOVIDOS       PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-ALERTAS          PIC 9(05) VALUE 0.

      *    TRAVA DE EXECUCAO DO MESTRE (RUNLOCK, VIA PROG69).
       01  WS-LCK-ACAO                 PIC X(01).
       EXECUTAR-PROMOCOES.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-CARGOS-OFICIAIS.
           PERFORM CARREGAR-CERTIFICACOES.
           PERFORM LER-TRANSACAO.
           PERFORM PROCESSAR-UMA-PROMOCAO UNTIL FIM-TRANSACOES.
           PERFORM ENCERRAR-ARQUIVOS.
           DISPLAY "PROMOCOES - APLICADAS: " WS-QTD-PROMOVIDOS
               " - REJEITADAS: " WS-QTD-REJEITADOS
               " - SEM REQUISITO DO CARGO: " WS-QTD-ALERTAS.
           IF WS-QTD-REJEITADOS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-QTD-ALERTAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
           IF WS-QTD-CARGOS < 50
               ADD 1 TO WS-QTD-CARGOS
               MOVE CRG-CODIGO TO CGO-CODIGO (WS-QTD-CARGOS)
               PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                       UNTIL WS-IDX-REQ > 5
                   IF CRG-REQ-TIPO (WS-IDX-REQ) = SPACE
                       MOVE SPACES
                           TO RQC-CODIGO (WS-QTD-CARGOS, WS-IDX-REQ)
                   ELSE
                       MOVE CRG-REQ-CODIGO (WS-IDX-REQ)
                           TO RQC-CODIGO (WS-QTD-CARGOS, WS-IDX-REQ)
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
               AND CER-DATA-VALIDADE IS NUMERIC
               ADD 1 TO WS-QTD-CERTIFICACOES
               MOVE CER-CODIGO
                   TO CEV-CODIGO (WS-QTD-CERTIFICACOES)
               MOVE CER-REQUISITO
                   TO CEV-REQUISITO (WS-QTD-CERTIFICACOES)
               MOVE CER-DATA-VALIDADE
                   TO CEV-DATA-VALIDADE (WS-QTD-CERTIFICACOES)
           END-IF.
           PERFORM LER-CERTIFICACAO.

       CONFERIR-CARGO-OFICIAL.
           MOVE 0 TO WS-IDX-CARGO-NOVO.
           IF WS-QTD-CARGOS = 0
               MOVE "S" TO WS-CARGO-OFICIAL
           ELSE
                       UNTIL WS-IDX > WS-QTD-CARGOS
                   IF CGO-CODIGO (WS-IDX) = PRO-CARGO-NOVO
                       MOVE "S" TO WS-CARGO-OFICIAL
                       MOVE WS-IDX TO WS-IDX-CARGO-NOVO
                   END-IF
               END-PERFORM
           END-IF.
               MOVE PRO-CARGO-NOVO TO CARGO
               REWRITE FUNCIONARIO
               PERFORM GRAVAR-HISTORICO-DE-CARREIRA
               PERFORM CONFERIR-REQUISITOS-DO-CARGO
               ADD 1 TO WS-QTD-PROMOVIDOS
           ELSE
               PERFORM REGISTRAR-EXCECAO
           MOVE PRO-OPERADOR       TO CHS-OPERADOR.
           WRITE REG-CARGO-HISTORICO.

      *--------------------------------------------------------------*
      *    REQUISITOS DO CARGO NOVO - CADA EXAME OU TREINAMENTO SEM
      *    REALIZACAO VALIDA NA DATA DA PROMOCAO VIRA UM ALERTA.
      *--------------------------------------------------------------*
       CONFERIR-REQUISITOS-DO-CARGO.
           MOVE CHS-DATA TO WS-DATA-PROMOCAO.
           IF WS-IDX-CARGO-NOVO > 0
               PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                       UNTIL WS-IDX-REQ > 5
                   IF RQC-CODIGO (WS-IDX-CARGO-NOVO, WS-IDX-REQ)
                       NOT = SPACES
                       PERFORM CONFERIR-UM-REQUISITO
                   END-IF
               END-PERFORM
           END-IF.

       CONFERIR-UM-REQUISITO.
           MOVE "N" TO WS-REQUISITO-EM-DIA.
           PERFORM VARYING WS-IDX-CEV FROM 1 BY 1
                   UNTIL WS-IDX-CEV > WS-QTD-CERTIFICACOES
               IF CEV-CODIGO (WS-IDX-CEV) = PRO-CODIGO
                   AND CEV-REQUISITO (WS-IDX-CEV) =
                       RQC-CODIGO (WS-IDX-CARGO-NOVO, WS-IDX-REQ)
                   AND CEV-DATA-VALIDADE (WS-IDX-CEV) NOT <
                       WS-DATA-PROMOCAO
                   MOVE "S" TO WS-REQUISITO-EM-DIA
               END-IF
           END-PERFORM.
           IF NOT REQUISITO-EM-DIA
               MOVE "PRO-CARGO-NOVO"   TO WS-CAMPO-REJEITADO
               MOVE SPACES             TO WS-VALOR-REJEITADO
               STRING PRO-CODIGO " " PRO-CARGO-NOVO " "
                   RQC-CODIGO (WS-IDX-CARGO-NOVO, WS-IDX-REQ)
                   DELIMITED BY SIZE INTO WS-VALOR-REJEITADO
               END-STRING
               MOVE "PROMOVIDO SEM REQUISITO DO CARGO NOVO"
                                       TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-ALERTAS
           END-IF.

       REGISTRAR-EXCECAO.
           MOVE "PROG87"           TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO TO EXC-CAMPO.

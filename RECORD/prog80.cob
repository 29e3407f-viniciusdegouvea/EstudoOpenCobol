      *     DAQUELE REGISTRO E RECUSADO COM EXCECAO), RESTAURA O
      *     AUD-VALOR-ANTES E GRAVA A ENTRADA DE AUDITORIA
      *     COMPENSATORIA - O DESFAZER VIRA UMA RODADA AUDITAVEL.
      *
      *     QUEM RODOU O ESTORNO (OPERADOR DA SESSAO, OPSESSAO) VAI
      *     PARA O LOG DE OPERACAO (OPLOG) - A ENTRADA COMPENSATORIA
      *     LEVA "PROG80" NO OPERADOR, E A SEGREGACAO DE FUNCOES
      *     (PROG139) PRECISA SABER QUEM DESFEZ A RODADA.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).

       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG80".

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
           CLOSE ARQ-AUDITORIA.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           PERFORM REGISTRAR-ESTORNO-NO-LOG.

       REGISTRAR-ESTORNO-NO-LOG.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE SPACES TO LOG-EVENTO.
           STRING "ESTORNO DE SALARIO " WS-DATA-PEDIDA " DE "
               WS-OPERADOR-PEDIDO
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE "PROG80"           TO LOG-PROGRAMA.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

       ESTORNAR-UMA-ENTRADA.
           MOVE ENT-CODIGO (WS-IDX) TO CODIGO.

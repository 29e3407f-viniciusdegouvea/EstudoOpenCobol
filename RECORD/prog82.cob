      *     REATIVA AUTOMATICAMENTE QUEM PASSOU DA DATA DE RETORNO
      *     PREVISTO, E IMPRIME O RELATORIO DAS LICENCAS EM CURSO
      *     (RELAFAST) - O CADERNO DO RH VIRA ARQUIVO.
      *
      *     O ATESTADO MEDICO DE MAIS DE 15 DIAS DAS JUSTIFICATIVAS
      *     DE FALTA (JUSTIFIC, MANTIDO PELO PROG124), AINDA EM CURSO,
      *     ABRE SOZINHO O AFASTAMENTO POR DOENCA ("D"), COM O INICIO
      *     DO ATESTADO E O RETORNO PREVISTO NO DIA SEGUINTE AO FIM -
      *     UMA VEZ SO: ATESTADO QUE JA TEM AFASTAMENTO COM O MESMO
      *     INICIO, OU FUNCIONARIO JA AFASTADO, NAO ABRE OUTRO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-JUSTIFICATIVAS ASSIGN TO "JUSTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JUSTIFICATIVAS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELAFAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.
           05  TAF-DATA-RETORNO-PREV   PIC 9(08).
           05  TAF-MOTIVO              PIC X(01).

       FD  ARQ-JUSTIFICATIVAS.
       COPY CPJUSTIF.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-AFASTAMENTOS      PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-JUSTIFICATIVAS    PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".
       01  WS-FIM-JUSTIFICATIVAS       PIC X VALUE "N".
           88  FIM-JUSTIFICATIVAS          VALUE "S".

      *    ATESTADO MEDICO QUE ABRE AFASTAMENTO - MAIS DE 15 DIAS.
       01  WS-DIAS-ATESTADO-AFAST      PIC 9(02) VALUE 15.
       01  WS-DIAS-ATESTADO            PIC 9(05).
       01  WS-RETORNO-ATESTADO         PIC 9(08).
       01  WS-ATESTADO-JA-TRATADO      PIC X(01).
           88  ATESTADO-JA-TRATADO         VALUE "S".

       01  WS-REGISTRO-VALIDO          PIC X VALUE "S".
           88  REGISTRO-VALIDO             VALUE "S".

       01  WS-CONTADORES.
           05  WS-QTD-ABERTOS          PIC 9(05) VALUE 0.
           05  WS-QTD-ABERTOS-ATESTADO PIC 9(05) VALUE 0.
           05  WS-QTD-ENCERRADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-REATIVADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.
               CLOSE TRANS-AFAST-FILE
           END-IF.

           PERFORM ABRIR-AFASTAMENTOS-POR-ATESTADO.
           PERFORM REATIVAR-RETORNOS-VENCIDOS.
           PERFORM REGRAVAR-AFASTAMENTOS.
           PERFORM IMPRIMIR-LICENCAS-EM-CURSO.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "AFASTAMENTOS - ABERTOS: " WS-QTD-ABERTOS
               " - POR ATESTADO: " WS-QTD-ABERTOS-ATESTADO
               " - ENCERRADOS: " WS-QTD-ENCERRADOS
               " - REATIVADOS: " WS-QTD-REATIVADOS
               " - REJEITADOS: " WS-QTD-REJEITADOS.
                   END-IF
           END-READ.

      *--------------------------------------------------------------*
      *    AFASTAMENTO PELO ATESTADO MEDICO LONGO - LE AS
      *    JUSTIFICATIVAS E ABRE A LICENCA DE CADA ATESTADO DE MAIS
      *    DE 15 DIAS QUE AINDA NAO TERMINOU, SE O CODIGO NAO TEM
      *    AFASTAMENTO COM O MESMO INICIO NEM OUTRO EM ABERTO.
      *--------------------------------------------------------------*
       ABRIR-AFASTAMENTOS-POR-ATESTADO.
           OPEN INPUT ARQ-JUSTIFICATIVAS.
           IF WS-STATUS-JUSTIFICATIVAS = "00"
               PERFORM LER-JUSTIFICATIVA
               PERFORM CONFERIR-UM-ATESTADO UNTIL FIM-JUSTIFICATIVAS
               CLOSE ARQ-JUSTIFICATIVAS
           END-IF.

       LER-JUSTIFICATIVA.
           READ ARQ-JUSTIFICATIVAS
               AT END SET FIM-JUSTIFICATIVAS TO TRUE
           END-READ.

       CONFERIR-UM-ATESTADO.
           IF JUS-ATESTADO-MEDICO
               AND JUS-DATA-INICIO IS NUMERIC
               AND JUS-DATA-FIM IS NUMERIC
               AND JUS-DATA-INICIO > 0
               AND JUS-DATA-FIM NOT < WS-DATA-HOJE
               COMPUTE WS-DIAS-ATESTADO =
                   FUNCTION INTEGER-OF-DATE (JUS-DATA-FIM)
                   - FUNCTION INTEGER-OF-DATE (JUS-DATA-INICIO) + 1
               IF WS-DIAS-ATESTADO > WS-DIAS-ATESTADO-AFAST
                   PERFORM ABRIR-AFASTAMENTO-DO-ATESTADO
               END-IF
           END-IF.
           PERFORM LER-JUSTIFICATIVA.

       ABRIR-AFASTAMENTO-DO-ATESTADO.
           MOVE "N" TO WS-ATESTADO-JA-TRATADO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AFASTAMENTOS
               IF AFM-CODIGO (WS-IDX) = JUS-CODIGO
                   AND (AFM-DATA-INICIO (WS-IDX) = JUS-DATA-INICIO
                        OR AFM-SITUACAO (WS-IDX) = "A")
                   SET ATESTADO-JA-TRATADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ATESTADO-JA-TRATADO
               SET REGISTRO-VALIDO TO TRUE
               MOVE JUS-CODIGO TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       SET REGISTRO-INVALIDO TO TRUE
                       MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
                   NOT INVALID KEY
                       IF NOT SITUACAO-ATIVA
                           SET REGISTRO-INVALIDO TO TRUE
                           MOVE "FUNCIONARIO NAO ESTA ATIVO"
                                          TO WS-MOTIVO-REJEICAO
                       END-IF
               END-READ
               IF REGISTRO-VALIDO AND WS-QTD-AFASTAMENTOS NOT < 100
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "ARQUIVO DE AFASTAMENTOS CHEIO (100)"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
               IF REGISTRO-VALIDO
                   COMPUTE WS-RETORNO-ATESTADO =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (JUS-DATA-FIM) + 1)
                   ADD 1 TO WS-QTD-AFASTAMENTOS
                   MOVE JUS-CODIGO
                       TO AFM-CODIGO (WS-QTD-AFASTAMENTOS)
                   MOVE JUS-DATA-INICIO
                       TO AFM-DATA-INICIO (WS-QTD-AFASTAMENTOS)
                   MOVE WS-RETORNO-ATESTADO
                       TO AFM-RETORNO-PREV (WS-QTD-AFASTAMENTOS)
                   MOVE "D" TO AFM-MOTIVO (WS-QTD-AFASTAMENTOS)
                   MOVE "A" TO AFM-SITUACAO (WS-QTD-AFASTAMENTOS)
                   MOVE "F" TO SITUACAO
                   REWRITE FUNCIONARIO
                   ADD 1 TO WS-QTD-ABERTOS-ATESTADO
               ELSE
                   MOVE "JUS-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE JUS-CODIGO        TO WS-VALOR-REJEITADO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    RETORNO AUTOMATICO - LICENCA ABERTA COM RETORNO PREVISTO
      *    JA VENCIDO ENCERRA SOZINHA E O FUNCIONARIO VOLTA A ATIVO.

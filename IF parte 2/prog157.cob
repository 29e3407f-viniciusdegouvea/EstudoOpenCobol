       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG157.
      *     PLANOS DE ACAO DO QUESTIONARIO. O PROG73 MOSTRA O SETOR
      *     QUE CAIU E O PROG115 O PORQUE; O QUE O GERENTE SE
      *     COMPROMETE A FAZER DEPOIS FICA NO PLANACAO, UM PLANO POR
      *     CAMPANHA, SETOR E PERGUNTA, MANTIDO A PARTIR DAS
      *     TRANSACOES (PLANTRN) NO MESMO DESENHO DOS PEDIDOS DE
      *     REEMBOLSO (PROG129):
      *       A - INCLUI O PLANO (SITUACAO EM BRANCO = "A" ABERTA);
      *       C - ALTERA TEXTO, RESPONSAVEL, DATA PREVISTA OU
      *           SITUACAO (EM BRANCO = MANTEM) - A = ABERTA,
      *           E = EM ANDAMENTO, C = CONCLUIDA, X = CANCELADA;
      *       D - EXCLUI O PLANO.
      *     A CAMPANHA TEM DE ESTAR NO CAMPCTRL E O SETOR/PERGUNTA
      *     TER RESULTADO DELA NO HISTORICO (QRESHIST, PROG73). O
      *     RESPONSAVEL E UM CODIGO DO MESTRE NAO INATIVO E A DATA
      *     PREVISTA, AAAAMMDD. A CONCLUSAO CARIMBA A DATA DO DIA.
      *
      *     A LISTAGEM (RELPLANO) TRAZ OS PLANOS MEXIDOS NO DIA; O
      *     ACOMPANHAMENTO (QUEDA SEM PLANO, ATRASO E EFEITO NA
      *     CAMPANHA SEGUINTE) SAI NO PROG158. SEM ARQUIVO DE
      *     TRANSACOES, O PROGRAMA SO LISTA. PLANACAO MAIOR QUE A
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

           SELECT ARQ-CAMPANHAS ASSIGN TO "CAMPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMPANHAS.

           SELECT ARQ-HISTORICO ASSIGN TO "QRESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-PLANOS ASSIGN TO "PLANACAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANOS.

           SELECT TRANS-PLANO-FILE ASSIGN TO "PLANTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELPLANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-CAMPANHAS.
       COPY CPCAMPA.

       FD  ARQ-HISTORICO.
       01  REG-RESULTADO-HIST.
           05  QRH-CAMPANHA            PIC 9(04).
           05  QRH-SETOR               PIC X(10).
           05  QRH-PERG-ID             PIC 9(02).
           05  QRH-QTD-TOTAL           PIC 9(05).
           05  QRH-QTD-FAVORAVEL       PIC 9(05).

       FD  ARQ-PLANOS.
       COPY CPPLACAO.

       FD  TRANS-PLANO-FILE.
       01  TRANS-PLANO-REG.
           05  TPL-CODOP               PIC X(01).
               88  TPL-INCLUSAO            VALUE "A".
               88  TPL-ALTERACAO           VALUE "C".
               88  TPL-EXCLUSAO            VALUE "D".
               88  TPL-CODOP-VALIDO        VALUES "A" "C" "D".
           05  TPL-CAMPANHA            PIC 9(04).
           05  TPL-SETOR               PIC X(10).
           05  TPL-PERG-ID             PIC 9(02).
           05  TPL-ACAO                PIC X(60).
           05  TPL-RESPONSAVEL         PIC 9(05).
           05  TPL-DATA-PREVISTA       PIC 9(08).
           05  TPL-SITUACAO            PIC X(01).
           05  TPL-OPERADOR            PIC X(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CAMPANHAS         PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-PLANOS            PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-CAMPANHAS            PIC X VALUE "N".
           88  FIM-CAMPANHAS               VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-PLANOS               PIC X VALUE "N".
           88  FIM-PLANOS                  VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    CAMPANHAS DO CAMPCTRL.
       01  WS-QTD-CAMPANHAS            PIC 9(03) VALUE 0.
       01  TAB-CAMPANHAS.
           05  CPN-ID                  PIC 9(04) OCCURS 200 TIMES.
       01  WS-IDX-CPN                  PIC 9(03).
       01  WS-ACHOU-CAMPANHA           PIC X VALUE "N".
           88  ACHOU-A-CAMPANHA            VALUE "S".

      *    CELULAS CAMPANHA X SETOR X PERGUNTA COM RESULTADO.
       01  WS-QTD-RESULTADOS           PIC 9(04) VALUE 0.
       01  TAB-RESULTADOS.
           05  RES-ITEM OCCURS 3000 TIMES.
               10  RES-CAMPANHA        PIC 9(04).
               10  RES-SETOR           PIC X(10).
               10  RES-PERG-ID         PIC 9(02).
       01  WS-IDX-RES                  PIC 9(04).
       01  WS-ACHOU-RESULTADO          PIC X VALUE "N".
           88  ACHOU-O-RESULTADO           VALUE "S".

      *    PLANOS EM MEMORIA (MESMO DESENHO DO CPPLACAO).
       01  WS-QTD-PLANOS               PIC 9(04) VALUE 0.
       01  TAB-PLANOS-MEMORIA.
           05  PLM-ITEM OCCURS 2000 TIMES.
               10  PLM-CAMPANHA        PIC 9(04).
               10  PLM-SETOR           PIC X(10).
               10  PLM-PERG-ID         PIC 9(02).
               10  PLM-ACAO            PIC X(60).
               10  PLM-RESPONSAVEL     PIC 9(05).
               10  PLM-DATA-PREVISTA   PIC 9(08).
               10  PLM-SITUACAO        PIC X(01).
               10  PLM-DATA-CONCLUSAO  PIC 9(08).
               10  PLM-DATA-REGISTRO   PIC 9(08).
               10  PLM-OPERADOR        PIC X(08).
       01  WS-IDX                      PIC 9(04).
       01  WS-IDX-ACHADO               PIC 9(04).
       01  WS-ACHOU-PLANO              PIC X VALUE "N".
           88  ACHOU-O-PLANO               VALUE "S".

       01  WS-PLANO-VALIDO             PIC X(01).
           88  PLANO-VALIDO                VALUE "S".
       01  WS-SITUACAO-NOVA            PIC X(01).
           88  SITUACAO-NOVA-VALIDA        VALUES "A" "E" "C" "X".

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

           OPEN INPUT TRANS-PLANO-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-CAMPANHAS.
           PERFORM CARREGAR-RESULTADOS.
           PERFORM CARREGAR-PLANOS.
           IF TABELA-ESTOUROU
               DISPLAY "** PLANACAO MAIOR QUE A TABELA EM MEMORIA -"
                   " NADA FOI APLICADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF HA-TRANSACOES
                   PERFORM LER-TRANSACAO
                   PERFORM PROCESSAR-UMA-TRANSACAO
                       UNTIL FIM-TRANSACOES
                   PERFORM REGRAVAR-PLANOS
               END-IF
               PERFORM IMPRIMIR-LISTAGEM
           END-IF.
           IF HA-TRANSACOES
               CLOSE TRANS-PLANO-FILE
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "PLANOS DE ACAO - INCLUIDOS: " WS-QTD-INCLUIDOS
               " - ALTERADOS: " WS-QTD-ALTERADOS
               " - EXCLUIDOS: " WS-QTD-EXCLUIDOS
               " - REJEITADOS: " WS-QTD-REJEITADOS.
           IF RETURN-CODE = 0 AND WS-QTD-REJEITADOS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DAS CAMPANHAS, DOS RESULTADOS E DOS PLANOS.
      *--------------------------------------------------------------*
       CARREGAR-CAMPANHAS.
           OPEN INPUT ARQ-CAMPANHAS.
           IF WS-STATUS-CAMPANHAS = "00"
               PERFORM LER-CAMPANHA
               PERFORM GUARDAR-UMA-CAMPANHA UNTIL FIM-CAMPANHAS
               CLOSE ARQ-CAMPANHAS
           END-IF.

       LER-CAMPANHA.
           READ ARQ-CAMPANHAS
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ.

       GUARDAR-UMA-CAMPANHA.
           IF WS-QTD-CAMPANHAS < 200
               ADD 1 TO WS-QTD-CAMPANHAS
               MOVE CAMP-ID TO CPN-ID (WS-QTD-CAMPANHAS)
           END-IF.
           PERFORM LER-CAMPANHA.

      *    O PROG73 GRAVA O RESULTADO A CADA RODADA DA APURACAO; A
      *    CELULA ENTRA UMA VEZ SO.
       CARREGAR-RESULTADOS.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM GUARDAR-UM-RESULTADO UNTIL FIM-HISTORICO
               CLOSE ARQ-HISTORICO
           END-IF.

       LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       GUARDAR-UM-RESULTADO.
           MOVE "N" TO WS-ACHOU-RESULTADO.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
                      OR ACHOU-O-RESULTADO
               IF RES-CAMPANHA (WS-IDX-RES) = QRH-CAMPANHA
                   AND RES-SETOR (WS-IDX-RES) = QRH-SETOR
                   AND RES-PERG-ID (WS-IDX-RES) = QRH-PERG-ID
                   SET ACHOU-O-RESULTADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACHOU-O-RESULTADO AND WS-QTD-RESULTADOS < 3000
               ADD 1 TO WS-QTD-RESULTADOS
               MOVE QRH-CAMPANHA TO RES-CAMPANHA (WS-QTD-RESULTADOS)
               MOVE QRH-SETOR    TO RES-SETOR (WS-QTD-RESULTADOS)
               MOVE QRH-PERG-ID  TO RES-PERG-ID (WS-QTD-RESULTADOS)
           END-IF.
           PERFORM LER-HISTORICO.

       CARREGAR-PLANOS.
           OPEN INPUT ARQ-PLANOS.
           IF WS-STATUS-PLANOS = "00"
               PERFORM LER-PLANO
               PERFORM GUARDAR-UM-PLANO UNTIL FIM-PLANOS
               CLOSE ARQ-PLANOS
           END-IF.

       LER-PLANO.
           READ ARQ-PLANOS
               AT END SET FIM-PLANOS TO TRUE
           END-READ.

       GUARDAR-UM-PLANO.
           IF WS-QTD-PLANOS < 2000
               ADD 1 TO WS-QTD-PLANOS
               MOVE REG-PLANO-ACAO TO PLM-ITEM (WS-QTD-PLANOS)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-PLANO.

       REGRAVAR-PLANOS.
           OPEN OUTPUT ARQ-PLANOS.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UM-PLANO
               UNTIL WS-IDX > WS-QTD-PLANOS.
           CLOSE ARQ-PLANOS.

       GRAVAR-UM-PLANO.
           MOVE PLM-ITEM (WS-IDX) TO REG-PLANO-ACAO.
           WRITE REG-PLANO-ACAO.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES - CAMPANHA CADASTRADA E RESULTADO NO
      *    HISTORICO PARA O SETOR E A PERGUNTA.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-PLANO-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM CONFERIR-CHAVE-DO-PLANO.
           PERFORM LOCALIZAR-PLANO-NA-MEMORIA.
           EVALUATE TRUE
               WHEN NOT TPL-CODOP-VALIDO
                   MOVE "TPL-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TPL-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TPL-EXCLUSAO AND ACHOU-O-PLANO
                   PERFORM EXCLUIR-PLANO
               WHEN TPL-ALTERACAO AND NOT ACHOU-O-PLANO
                 OR TPL-EXCLUSAO
                   MOVE "TPL-SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE TPL-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "PLANO NAO CADASTRADO PARA A CHAVE"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TPL-INCLUSAO AND ACHOU-O-PLANO
                   MOVE "TPL-SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE TPL-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "PLANO JA CADASTRADO PARA A CHAVE"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT ACHOU-A-CAMPANHA
                   MOVE "TPL-CAMPANHA"    TO WS-CAMPO-REJEITADO
                   MOVE TPL-CAMPANHA      TO WS-VALOR-REJEITADO
                   MOVE "CAMPANHA NAO CADASTRADA (CAMPCTRL)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT ACHOU-O-RESULTADO
                   MOVE "TPL-PERG-ID"     TO WS-CAMPO-REJEITADO
                   MOVE TPL-PERG-ID       TO WS-VALOR-REJEITADO
                   MOVE "SETOR/PERGUNTA SEM RESULTADO NA CAMPANHA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TPL-INCLUSAO
                   PERFORM INCLUIR-PLANO
               WHEN OTHER
                   PERFORM ALTERAR-PLANO
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       CONFERIR-CHAVE-DO-PLANO.
           MOVE "N" TO WS-ACHOU-CAMPANHA.
           PERFORM VARYING WS-IDX-CPN FROM 1 BY 1
                   UNTIL WS-IDX-CPN > WS-QTD-CAMPANHAS
               IF CPN-ID (WS-IDX-CPN) = TPL-CAMPANHA
                   SET ACHOU-A-CAMPANHA TO TRUE
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-ACHOU-RESULTADO.
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESULTADOS
                      OR ACHOU-O-RESULTADO
               IF RES-CAMPANHA (WS-IDX-RES) = TPL-CAMPANHA
                   AND RES-SETOR (WS-IDX-RES) = TPL-SETOR
                   AND RES-PERG-ID (WS-IDX-RES) = TPL-PERG-ID
                   SET ACHOU-O-RESULTADO TO TRUE
               END-IF
           END-PERFORM.

       LOCALIZAR-PLANO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-PLANO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UM-PLANO
               UNTIL WS-IDX > WS-QTD-PLANOS
                  OR ACHOU-O-PLANO.

       COMPARAR-UM-PLANO.
           IF PLM-CAMPANHA (WS-IDX) = TPL-CAMPANHA
               AND PLM-SETOR (WS-IDX) = TPL-SETOR
               AND PLM-PERG-ID (WS-IDX) = TPL-PERG-ID
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-O-PLANO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *    TEXTO, RESPONSAVEL, DATA PREVISTA E SITUACAO NA INCLUSAO E
      *    NA ALTERACAO.
       CONFERIR-DADOS-DO-PLANO.
           MOVE "N" TO WS-PLANO-VALIDO.
           MOVE TPL-SITUACAO TO WS-SITUACAO-NOVA.
           IF WS-SITUACAO-NOVA = SPACE
               IF TPL-INCLUSAO
                   MOVE "A" TO WS-SITUACAO-NOVA
               ELSE
                   MOVE PLM-SITUACAO (WS-IDX-ACHADO)
                       TO WS-SITUACAO-NOVA
               END-IF
           END-IF.
           MOVE "TPL-RESPONSAVEL" TO WS-CAMPO-REJEITADO.
           MOVE TPL-RESPONSAVEL   TO WS-VALOR-REJEITADO.
           MOVE SPACES            TO WS-MOTIVO-REJEICAO.
           MOVE TPL-RESPONSAVEL   TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "RESPONSAVEL NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
               NOT INVALID KEY
                   IF SITUACAO-INATIVA
                       MOVE "RESPONSAVEL NAO ESTA ATIVO"
                                          TO WS-MOTIVO-REJEICAO
                   END-IF
           END-READ.
           EVALUATE TRUE
               WHEN TPL-ACAO = SPACES
                   MOVE "TPL-ACAO"        TO WS-CAMPO-REJEITADO
                   MOVE TPL-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "TEXTO DA ACAO OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN WS-MOTIVO-REJEICAO NOT = SPACES
                   CONTINUE
               WHEN TPL-DATA-PREVISTA IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD (TPL-DATA-PREVISTA)
                       NOT = 0
                   MOVE "TPL-DATA-PREV"   TO WS-CAMPO-REJEITADO
                   MOVE TPL-DATA-PREVISTA TO WS-VALOR-REJEITADO
                   MOVE "DATA PREVISTA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
               WHEN NOT SITUACAO-NOVA-VALIDA
                   MOVE "TPL-SITUACAO"    TO WS-CAMPO-REJEITADO
                   MOVE TPL-SITUACAO      TO WS-VALOR-REJEITADO
                   MOVE "SITUACAO DEVE SER A, E, C OU X"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-PLANO-VALIDO
           END-EVALUATE.

       INCLUIR-PLANO.
           PERFORM CONFERIR-DADOS-DO-PLANO.
           EVALUATE TRUE
               WHEN NOT PLANO-VALIDO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-PLANOS < 2000
                   ADD 1 TO WS-QTD-PLANOS
                   MOVE WS-QTD-PLANOS TO WS-IDX-ACHADO
                   MOVE TPL-CAMPANHA  TO PLM-CAMPANHA (WS-IDX-ACHADO)
                   MOVE TPL-SETOR     TO PLM-SETOR (WS-IDX-ACHADO)
                   MOVE TPL-PERG-ID   TO PLM-PERG-ID (WS-IDX-ACHADO)
                   MOVE SPACE         TO PLM-SITUACAO (WS-IDX-ACHADO)
                   MOVE 0 TO PLM-DATA-CONCLUSAO (WS-IDX-ACHADO)
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TPL-SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE TPL-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE PLANOS CHEIO (2000)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-PLANO.
           PERFORM CONFERIR-DADOS-DO-PLANO.
           IF PLANO-VALIDO
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

       EXCLUIR-PLANO.
           MOVE PLM-ITEM (WS-QTD-PLANOS) TO PLM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-PLANOS.
           ADD 1 TO WS-QTD-EXCLUIDOS.

      *    A CONCLUSAO CARIMBA A DATA NA PASSAGEM PARA "C"; VOLTAR A
      *    ABRIR O PLANO APAGA A DATA.
       GRAVAR-CAMPOS-DA-TRANSACAO.
           IF WS-SITUACAO-NOVA = "C"
               IF PLM-SITUACAO (WS-IDX-ACHADO) NOT = "C"
                   MOVE WS-DATA-HOJE
                       TO PLM-DATA-CONCLUSAO (WS-IDX-ACHADO)
               END-IF
           ELSE
               MOVE 0 TO PLM-DATA-CONCLUSAO (WS-IDX-ACHADO)
           END-IF.
           MOVE WS-SITUACAO-NOVA    TO PLM-SITUACAO (WS-IDX-ACHADO).
           MOVE TPL-ACAO            TO PLM-ACAO (WS-IDX-ACHADO).
           MOVE TPL-RESPONSAVEL     TO PLM-RESPONSAVEL (WS-IDX-ACHADO).
           MOVE TPL-DATA-PREVISTA
               TO PLM-DATA-PREVISTA (WS-IDX-ACHADO).
           MOVE WS-DATA-HOJE
               TO PLM-DATA-REGISTRO (WS-IDX-ACHADO).
           MOVE TPL-OPERADOR        TO PLM-OPERADOR (WS-IDX-ACHADO).

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES - PLANOS MEXIDOS HOJE.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PLANOS DE ACAO DO QUESTIONARIO REGISTRADOS EM "
               WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " CAMP SETOR      PG RESP. PREVISTA S CONCLUSAO"
               " OPERADOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UM-PLANO
               UNTIL WS-IDX > WS-QTD-PLANOS.

       IMPRIMIR-UM-PLANO.
           IF PLM-DATA-REGISTRO (WS-IDX) = WS-DATA-HOJE
               MOVE SPACES TO LINHA-RELATORIO
               STRING " " PLM-CAMPANHA (WS-IDX)
                   " " PLM-SETOR (WS-IDX)
                   " " PLM-PERG-ID (WS-IDX)
                   " " PLM-RESPONSAVEL (WS-IDX)
                   " " PLM-DATA-PREVISTA (WS-IDX)
                   " " PLM-SITUACAO (WS-IDX)
                   " " PLM-DATA-CONCLUSAO (WS-IDX)
                   "  " PLM-OPERADOR (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      " PLM-ACAO (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG157"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

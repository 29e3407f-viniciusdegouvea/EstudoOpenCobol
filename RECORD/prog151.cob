       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG151.
      *     CONTRATOS DE EXPERIENCIA - RODADA SEMANAL. O CONTRATO DE
      *     EXPERIENCIA (ATE 45 + 45 DIAS A PARTIR DA ADMISSAO) VENCIA
      *     SEM NINGUEM PERCEBER, VIRAVA PRAZO INDETERMINADO, E O
      *     DESLIGAMENTO NO FIM DA EXPERIENCIA IA PARA O PROG61 COMO
      *     DISPENSA. ESTE PROGRAMA MANTEM OS CONTRATOS REGISTRADOS
      *     PELO PROG28 NA ADMISSAO (EXPERIEN) E APLICA AS DECISOES DO
      *     GESTOR (EXPTRN, ESVAZIADO NO FIM), NO MESMO DESENHO DOS
      *     PEDIDOS DE REEMBOLSO (PROG129):
      *       P - PRORROGA O PRIMEIRO PERIODO, PELOS DIAS DA TRANSACAO
      *           (ZERO = O QUE AINDA CABE NOS 90 DIAS). SO UMA VEZ E
      *           ANTES DO TERMINO DO PRIMEIRO PERIODO.
      *       E - EFETIVA O FUNCIONARIO (PRAZO INDETERMINADO).
      *       T - ENCERRA O CONTRATO NO TERMINO VIGENTE. QUANDO A DATA
      *           CHEGA, O PROGRAMA GRAVA A RESCISAO NO RESCTRAN COM O
      *           MOTIVO "T" (TERMINO DE CONTRATO) E A DATA DO TERMINO,
      *           PARA O PROG61 - E O RESCHIST E O TURNOVER (PROG113)
      *           SEPARAM DA DISPENSA.
      *     A DECISAO TEM DE VIR ATE O TERMINO VIGENTE. CONTRATO QUE
      *     VENCE SEM DECISAO FICA COMO PRAZO INDETERMINADO, COM UMA
      *     EXCECAO; O DO FUNCIONARIO QUE SAIU DO MESTRE OU FICOU
      *     INATIVO ANTES DO TERMINO FICA COMO RESCINDIDO.
      *
      *     O RELATORIO (RELEXPER) TRAZ, POR SETOR E COM O GERENTE DO
      *     SETORMST NO CABECALHO, OS CONTRATOS QUE TERMINAM NOS
      *     PROXIMOS 15 DIAS SEM DECISAO, E DEPOIS AS DECISOES E AS
      *     MUDANCAS DE SITUACAO DA RODADA. SEM ARQUIVO DE TRANSACOES,
      *     O PROGRAMA SO ATUALIZA AS SITUACOES E IMPRIME. EXPERIEN
      *     MAIOR QUE A TABELA EM MEMORIA ENCERRA COM RETURN-CODE 16
      *     SEM APLICAR NADA.

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

           SELECT ARQ-EXPERIENCIA ASSIGN TO "EXPERIEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXPERIENCIA.

           SELECT TRANS-EXPERIENCIA-FILE ASSIGN TO "EXPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT TRANS-RESCISAO-FILE ASSIGN TO "RESCTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISAO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELEXPER"
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

       FD  ARQ-EXPERIENCIA.
       COPY CPEXPER.

       FD  TRANS-EXPERIENCIA-FILE.
       01  TRANS-EXPERIENCIA-REG.
           05  TEX-CODOP               PIC X(01).
               88  TEX-PRORROGACAO         VALUE "P".
               88  TEX-EFETIVACAO          VALUE "E".
               88  TEX-TERMINO             VALUE "T".
           05  TEX-CODIGO              PIC 9(05).
           05  TEX-DIAS                PIC 9(02).
           05  TEX-OPERADOR            PIC X(08).

       FD  TRANS-RESCISAO-FILE.
       COPY CPRESCI.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-EXPERIENCIA       PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RESCISAO          PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
      *    JANELA DO AVISO - TERMINOS ATE 15 DIAS A PARTIR DE HOJE.
       01  WS-DIAS-AVISO               PIC 9(02) VALUE 15.
       01  WS-DATA-LIMITE-AVISO        PIC 9(08).

       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-EXPERIENCIA          PIC X VALUE "N".
           88  FIM-EXPERIENCIA             VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    GERENTE DE CADA SETOR DO CADASTRO.
       01  WS-QTD-SETORES              PIC 9(03) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 100 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-GERENTE         PIC 9(05).
       01  WS-IDX-SST                  PIC 9(03).
       01  WS-NOME-GERENTE             PIC X(10).
       01  WS-QTD-NO-SETOR             PIC 9(04).

      *    CONTRATOS EM MEMORIA (MESMO DESENHO DO CPEXPER), COM O
      *    NOME E O SETOR ATUAIS DO MESTRE E A MARCA DE MOVIMENTO NA
      *    RODADA, SO PARA O RELATORIO.
       01  WS-QTD-CONTRATOS            PIC 9(04) VALUE 0.
       01  TAB-CONTRATOS-MEMORIA.
           05  EXM-ITEM OCCURS 2000 TIMES.
               10  EXM-CODIGO          PIC 9(05).
               10  EXM-DATA-ADMISSAO   PIC 9(08).
               10  EXM-DIAS-PERIODO    PIC 9(02).
               10  EXM-DIAS-PRORROG-MAX
                                       PIC 9(02).
               10  EXM-DIAS-PRORROGADOS
                                       PIC 9(02).
               10  EXM-DATA-TERMINO-1  PIC 9(08).
               10  EXM-DATA-TERMINO    PIC 9(08).
               10  EXM-SITUACAO        PIC X(01).
               10  EXM-DATA-DECISAO    PIC 9(08).
               10  EXM-OPERADOR        PIC X(08).
       01  TAB-CONTRATOS-COMPLEMENTO.
           05  EXC-ITEM OCCURS 2000 TIMES.
               10  EXC-NOME-FUNC       PIC X(10).
               10  EXC-SETOR-FUNC      PIC X(10).
               10  EXC-MOVIMENTO       PIC X(01).
                   88  EXC-MOVIMENTADO     VALUE "S".
               10  EXC-IMPRESSO        PIC X(01).
       01  WS-IDX-EXM                  PIC 9(04).
       01  WS-IDX-EXM-ACHADO           PIC 9(04).

       01  WS-DIAS-PRORROGACAO         PIC 9(02).
       01  WS-DIAS-PARA-TERMINO        PIC 9(03).

       01  WS-TRANSACAO-VALIDA         PIC X(01).
           88  TRANSACAO-VALIDA            VALUE "S".
       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-PRORROGADOS      PIC 9(05) VALUE 0.
           05  WS-QTD-EFETIVADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-DECIDIDOS-TERMINO
                                       PIC 9(05) VALUE 0.
           05  WS-QTD-RESCISOES        PIC 9(05) VALUE 0.
           05  WS-QTD-INDETERMINADOS   PIC 9(05) VALUE 0.
           05  WS-QTD-RESCINDIDOS      PIC 9(05) VALUE 0.
           05  WS-QTD-A-VENCER         PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           COMPUTE WS-DATA-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                + WS-DIAS-AVISO).

           OPEN INPUT TRANS-EXPERIENCIA-FILE.
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
           PERFORM CARREGAR-CONTRATOS.
           IF TABELA-ESTOUROU
               DISPLAY "** EXPERIEN MAIOR QUE A TABELA EM MEMORIA -"
                   " NADA FOI APLICADO **"
               MOVE 16 TO RETURN-CODE
               IF HA-TRANSACOES
                   CLOSE TRANS-EXPERIENCIA-FILE
               END-IF
           ELSE
               IF HA-TRANSACOES
                   PERFORM LER-TRANSACAO
                   PERFORM PROCESSAR-UMA-TRANSACAO
                       UNTIL FIM-TRANSACOES
                   PERFORM LIMPAR-TRANSACOES
               END-IF
               OPEN EXTEND TRANS-RESCISAO-FILE
               IF WS-STATUS-RESCISAO = "35"
                   OPEN OUTPUT TRANS-RESCISAO-FILE
               END-IF
               PERFORM VARYING WS-IDX-EXM FROM 1 BY 1
                       UNTIL WS-IDX-EXM > WS-QTD-CONTRATOS
                   PERFORM ATUALIZAR-UM-CONTRATO
               END-PERFORM
               CLOSE TRANS-RESCISAO-FILE
               PERFORM REGRAVAR-CONTRATOS
               PERFORM IMPRIMIR-A-VENCER
               PERFORM IMPRIMIR-MOVIMENTO
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "CONTRATOS DE EXPERIENCIA - PRORROGADOS: "
               WS-QTD-PRORROGADOS " - EFETIVADOS: " WS-QTD-EFETIVADOS
               " - ENCERRAR NO TERMINO: " WS-QTD-DECIDIDOS-TERMINO.
           DISPLAY "CONTRATOS DE EXPERIENCIA - RESCISOES ENVIADAS: "
               WS-QTD-RESCISOES " - VENCIDOS SEM DECISAO: "
               WS-QTD-INDETERMINADOS " - A VENCER EM 15 DIAS: "
               WS-QTD-A-VENCER " - REJEITADAS: " WS-QTD-REJEITADOS.
           IF RETURN-CODE = 0
               IF WS-QTD-REJEITADOS > 0 OR WS-QTD-INDETERMINADOS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-QTD-A-VENCER > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS SETORES (GERENTE).
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
           IF WS-QTD-SETORES < 100
               ADD 1 TO WS-QTD-SETORES
               MOVE SET-CODIGO  TO SST-CODIGO (WS-QTD-SETORES)
               MOVE SET-GERENTE TO SST-GERENTE (WS-QTD-SETORES)
           END-IF.
           PERFORM LER-SETOR.

      *--------------------------------------------------------------*
      *    CARGA E REGRAVACAO DOS CONTRATOS.
      *--------------------------------------------------------------*
       CARREGAR-CONTRATOS.
           OPEN INPUT ARQ-EXPERIENCIA.
           IF WS-STATUS-EXPERIENCIA = "00"
               PERFORM LER-CONTRATO
               PERFORM GUARDAR-UM-CONTRATO UNTIL FIM-EXPERIENCIA
               CLOSE ARQ-EXPERIENCIA
           END-IF.

       LER-CONTRATO.
           READ ARQ-EXPERIENCIA
               AT END SET FIM-EXPERIENCIA TO TRUE
           END-READ.

       GUARDAR-UM-CONTRATO.
           IF WS-QTD-CONTRATOS < 2000
               ADD 1 TO WS-QTD-CONTRATOS
               MOVE REG-CONTRATO-EXPERIENCIA
                   TO EXM-ITEM (WS-QTD-CONTRATOS)
               MOVE SPACES TO EXC-ITEM (WS-QTD-CONTRATOS)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-CONTRATO.

       REGRAVAR-CONTRATOS.
           OPEN OUTPUT ARQ-EXPERIENCIA.
           MOVE 1 TO WS-IDX-EXM.
           PERFORM GRAVAR-UM-CONTRATO
               UNTIL WS-IDX-EXM > WS-QTD-CONTRATOS.
           CLOSE ARQ-EXPERIENCIA.

       GRAVAR-UM-CONTRATO.
           MOVE EXM-ITEM (WS-IDX-EXM) TO REG-CONTRATO-EXPERIENCIA.
           WRITE REG-CONTRATO-EXPERIENCIA.
           ADD 1 TO WS-IDX-EXM.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES (DECISOES DO GESTOR).
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-EXPERIENCIA-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM LOCALIZAR-CONTRATO.
           EVALUATE TRUE
               WHEN NOT TEX-PRORROGACAO AND NOT TEX-EFETIVACAO
                AND NOT TEX-TERMINO
                   MOVE "TEX-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TEX-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (P/E/T)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN WS-IDX-EXM-ACHADO = 0
                   MOVE "TEX-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TEX-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "FUNCIONARIO SEM CONTRATO DE EXPERIENCIA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN EXM-SITUACAO (WS-IDX-EXM-ACHADO) NOT = "V"
                AND EXM-SITUACAO (WS-IDX-EXM-ACHADO) NOT = "P"
                   MOVE "TEX-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TEX-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CONTRATO DE EXPERIENCIA JA DECIDIDO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN WS-DATA-HOJE > EXM-DATA-TERMINO (WS-IDX-EXM-ACHADO)
                   MOVE "TEX-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE EXM-DATA-TERMINO (WS-IDX-EXM-ACHADO)
                                          TO WS-VALOR-REJEITADO
                   MOVE "EXPERIENCIA JA VENCIDA - PRAZO INDETERMINADO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN TEX-PRORROGACAO
                   PERFORM PRORROGAR-CONTRATO
               WHEN TEX-EFETIVACAO
                   MOVE WS-IDX-EXM-ACHADO TO WS-IDX-EXM
                   MOVE "E" TO EXM-SITUACAO (WS-IDX-EXM)
                   PERFORM MARCAR-DECISAO
                   ADD 1 TO WS-QTD-EFETIVADOS
               WHEN OTHER
                   MOVE WS-IDX-EXM-ACHADO TO WS-IDX-EXM
                   MOVE "D" TO EXM-SITUACAO (WS-IDX-EXM)
                   PERFORM MARCAR-DECISAO
                   ADD 1 TO WS-QTD-DECIDIDOS-TERMINO
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LIMPAR-TRANSACOES.
           CLOSE TRANS-EXPERIENCIA-FILE.
           OPEN OUTPUT TRANS-EXPERIENCIA-FILE.
           CLOSE TRANS-EXPERIENCIA-FILE.

       LOCALIZAR-CONTRATO.
           MOVE 0 TO WS-IDX-EXM-ACHADO.
           IF TEX-CODIGO IS NUMERIC
               PERFORM VARYING WS-IDX-EXM FROM 1 BY 1
                       UNTIL WS-IDX-EXM > WS-QTD-CONTRATOS
                   IF EXM-CODIGO (WS-IDX-EXM) = TEX-CODIGO
                       MOVE WS-IDX-EXM TO WS-IDX-EXM-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

      *    A PRORROGACAO CONTA A PARTIR DO DIA SEGUINTE AO TERMINO DO
      *    PRIMEIRO PERIODO E NAO PASSA DO LIMITE DE 90 DIAS.
       PRORROGAR-CONTRATO.
           MOVE WS-IDX-EXM-ACHADO TO WS-IDX-EXM.
           IF TEX-DIAS IS NUMERIC AND TEX-DIAS > 0
               MOVE TEX-DIAS TO WS-DIAS-PRORROGACAO
           ELSE
               MOVE EXM-DIAS-PRORROG-MAX (WS-IDX-EXM)
                   TO WS-DIAS-PRORROGACAO
           END-IF.
           EVALUATE TRUE
               WHEN EXM-SITUACAO (WS-IDX-EXM) = "P"
                   MOVE "TEX-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TEX-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CONTRATO JA PRORROGADO UMA VEZ"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN WS-DIAS-PRORROGACAO = 0
                 OR WS-DIAS-PRORROGACAO >
                    EXM-DIAS-PRORROG-MAX (WS-IDX-EXM)
                   MOVE "TEX-DIAS"        TO WS-CAMPO-REJEITADO
                   MOVE WS-DIAS-PRORROGACAO TO WS-VALOR-REJEITADO
                   MOVE "PRORROGACAO PASSA DO LIMITE DE 90 DIAS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                   MOVE WS-DIAS-PRORROGACAO
                       TO EXM-DIAS-PRORROGADOS (WS-IDX-EXM)
                   COMPUTE EXM-DATA-TERMINO (WS-IDX-EXM) =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (EXM-DATA-TERMINO-1 (WS-IDX-EXM))
                        + WS-DIAS-PRORROGACAO)
                   MOVE "P" TO EXM-SITUACAO (WS-IDX-EXM)
                   PERFORM MARCAR-DECISAO
                   ADD 1 TO WS-QTD-PRORROGADOS
           END-EVALUATE.

       MARCAR-DECISAO.
           MOVE WS-DATA-HOJE TO EXM-DATA-DECISAO (WS-IDX-EXM).
           MOVE TEX-OPERADOR TO EXM-OPERADOR (WS-IDX-EXM).
           MOVE "S"          TO EXC-MOVIMENTO (WS-IDX-EXM).

      *--------------------------------------------------------------*
      *    SITUACAO DE CADA CONTRATO EM CURSO CONTRA O MESTRE E A DATA
      *    DE HOJE. OS ENCERRADOS SO LEVAM NOME E SETOR (RELATORIO).
      *--------------------------------------------------------------*
       ATUALIZAR-UM-CONTRATO.
           MOVE EXM-CODIGO (WS-IDX-EXM) TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE SPACES TO NOME
                   MOVE SPACES TO SETOR
                   MOVE "I"    TO SITUACAO
           END-READ.
           MOVE NOME  TO EXC-NOME-FUNC (WS-IDX-EXM).
           MOVE SETOR TO EXC-SETOR-FUNC (WS-IDX-EXM).
           EVALUATE TRUE
               WHEN EXM-SITUACAO (WS-IDX-EXM) NOT = "V"
                AND EXM-SITUACAO (WS-IDX-EXM) NOT = "P"
                AND EXM-SITUACAO (WS-IDX-EXM) NOT = "D"
                   CONTINUE
               WHEN SITUACAO-INATIVA
                   MOVE "R" TO EXM-SITUACAO (WS-IDX-EXM)
                   MOVE WS-DATA-HOJE TO EXM-DATA-DECISAO (WS-IDX-EXM)
                   MOVE "S" TO EXC-MOVIMENTO (WS-IDX-EXM)
                   ADD 1 TO WS-QTD-RESCINDIDOS
               WHEN WS-DATA-HOJE < EXM-DATA-TERMINO (WS-IDX-EXM)
                   CONTINUE
               WHEN EXM-SITUACAO (WS-IDX-EXM) = "D"
                   PERFORM ENVIAR-RESCISAO-NO-TERMINO
               WHEN WS-DATA-HOJE > EXM-DATA-TERMINO (WS-IDX-EXM)
                   PERFORM CONVERTER-EM-INDETERMINADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ENVIAR-RESCISAO-NO-TERMINO.
           MOVE EXM-CODIGO (WS-IDX-EXM)       TO RSC-CODIGO.
           MOVE EXM-DATA-TERMINO (WS-IDX-EXM) TO RSC-DATA-DESLIGAMENTO.
           SET RSC-TERMINO-CONTRATO           TO TRUE.
           MOVE EXM-OPERADOR (WS-IDX-EXM)     TO RSC-OPERADOR.
           WRITE TRANS-RESCISAO.
           MOVE "T" TO EXM-SITUACAO (WS-IDX-EXM).
           MOVE "S" TO EXC-MOVIMENTO (WS-IDX-EXM).
           ADD 1 TO WS-QTD-RESCISOES.

       CONVERTER-EM-INDETERMINADO.
           MOVE "I" TO EXM-SITUACAO (WS-IDX-EXM).
           MOVE WS-DATA-HOJE TO EXM-DATA-DECISAO (WS-IDX-EXM).
           MOVE "S" TO EXC-MOVIMENTO (WS-IDX-EXM).
           ADD 1 TO WS-QTD-INDETERMINADOS.
           MOVE "EXP-TERMINO"         TO WS-CAMPO-REJEITADO.
           MOVE EXM-CODIGO (WS-IDX-EXM) TO WS-VALOR-REJEITADO.
           MOVE "EXPERIENCIA VENCEU SEM DECISAO DO GESTOR"
                                      TO WS-MOTIVO-REJEICAO.
           PERFORM REGISTRAR-EXCECAO.

      *--------------------------------------------------------------*
      *    RELATORIO - A VENCER NOS PROXIMOS 15 DIAS, POR SETOR, COM O
      *    GERENTE QUE TEM DE DECIDIR.
      *--------------------------------------------------------------*
       IMPRIMIR-A-VENCER.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS DE EXPERIENCIA A VENCER ATE "
               WS-DATA-LIMITE-AVISO " - EMISSAO " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-SST FROM 1 BY 1
                   UNTIL WS-IDX-SST > WS-QTD-SETORES
               PERFORM IMPRIMIR-SETOR-A-VENCER
           END-PERFORM.
      *    O QUE SOBROU E DE SETOR FORA DO SETORMST.
           MOVE 0 TO WS-QTD-NO-SETOR.
           PERFORM VARYING WS-IDX-EXM FROM 1 BY 1
                   UNTIL WS-IDX-EXM > WS-QTD-CONTRATOS
               IF EXC-IMPRESSO (WS-IDX-EXM) NOT = "S"
                   PERFORM VERIFICAR-SE-A-VENCER
                   IF EXC-IMPRESSO (WS-IDX-EXM) = "S"
                       IF WS-QTD-NO-SETOR = 0
                           MOVE SPACES TO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                           MOVE "SETOR FORA DO CADASTRO - SEM GERENTE"
                               TO LINHA-RELATORIO
                           WRITE LINHA-RELATORIO
                           PERFORM IMPRIMIR-COLUNAS-A-VENCER
                       END-IF
                       ADD 1 TO WS-QTD-NO-SETOR
                       PERFORM IMPRIMIR-UM-A-VENCER
                   END-IF
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL A VENCER SEM DECISAO: " WS-QTD-A-VENCER
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-SETOR-A-VENCER.
           MOVE 0 TO WS-QTD-NO-SETOR.
           PERFORM VARYING WS-IDX-EXM FROM 1 BY 1
                   UNTIL WS-IDX-EXM > WS-QTD-CONTRATOS
               IF EXC-SETOR-FUNC (WS-IDX-EXM) = SST-CODIGO (WS-IDX-SST)
                   PERFORM VERIFICAR-SE-A-VENCER
                   IF EXC-IMPRESSO (WS-IDX-EXM) = "S"
                       IF WS-QTD-NO-SETOR = 0
                           PERFORM IMPRIMIR-CABECALHO-DO-SETOR
                       END-IF
                       ADD 1 TO WS-QTD-NO-SETOR
                       PERFORM IMPRIMIR-UM-A-VENCER
                   END-IF
               END-IF
           END-PERFORM.

      *    MARCA EXC-IMPRESSO QUANDO O CONTRATO ESTA EM CURSO, SEM
      *    DECISAO DE TERMINO, E VENCE DENTRO DA JANELA.
       VERIFICAR-SE-A-VENCER.
           IF (EXM-SITUACAO (WS-IDX-EXM) = "V"
               OR EXM-SITUACAO (WS-IDX-EXM) = "P")
               AND EXM-DATA-TERMINO (WS-IDX-EXM) NOT < WS-DATA-HOJE
               AND EXM-DATA-TERMINO (WS-IDX-EXM) NOT >
                   WS-DATA-LIMITE-AVISO
               MOVE "S" TO EXC-IMPRESSO (WS-IDX-EXM)
           ELSE
               MOVE "N" TO EXC-IMPRESSO (WS-IDX-EXM)
           END-IF.

       IMPRIMIR-CABECALHO-DO-SETOR.
           MOVE SPACES TO WS-NOME-GERENTE.
           IF SST-GERENTE (WS-IDX-SST) > 0
               MOVE SST-GERENTE (WS-IDX-SST) TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       MOVE SPACES TO NOME
               END-READ
               MOVE NOME TO WS-NOME-GERENTE
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SETOR " SST-CODIGO (WS-IDX-SST)
               " - GERENTE " SST-GERENTE (WS-IDX-SST)
               " " WS-NOME-GERENTE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIMIR-COLUNAS-A-VENCER.

       IMPRIMIR-COLUNAS-A-VENCER.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO NOME       ADMISSAO TERMINO  DIAS S"
               " PRORROGACAO POSSIVEL"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-A-VENCER.
           ADD 1 TO WS-QTD-A-VENCER.
           COMPUTE WS-DIAS-PARA-TERMINO =
               FUNCTION INTEGER-OF-DATE (EXM-DATA-TERMINO (WS-IDX-EXM))
               - FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           MOVE SPACES TO LINHA-RELATORIO.
           IF EXM-SITUACAO (WS-IDX-EXM) = "V"
               STRING EXM-CODIGO (WS-IDX-EXM)
                   "  " EXC-NOME-FUNC (WS-IDX-EXM)
                   " " EXM-DATA-ADMISSAO (WS-IDX-EXM)
                   " " EXM-DATA-TERMINO (WS-IDX-EXM)
                   " " WS-DIAS-PARA-TERMINO
                   "  " EXM-SITUACAO (WS-IDX-EXM)
                   " ATE " EXM-DIAS-PRORROG-MAX (WS-IDX-EXM) " DIAS"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING EXM-CODIGO (WS-IDX-EXM)
                   "  " EXC-NOME-FUNC (WS-IDX-EXM)
                   " " EXM-DATA-ADMISSAO (WS-IDX-EXM)
                   " " EXM-DATA-TERMINO (WS-IDX-EXM)
                   " " WS-DIAS-PARA-TERMINO
                   "  " EXM-SITUACAO (WS-IDX-EXM)
                   " JA PRORROGADO - EFETIVAR OU ENCERRAR"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.

      *--------------------------------------------------------------*
      *    RELATORIO - DECISOES E MUDANCAS DE SITUACAO DA RODADA.
      *--------------------------------------------------------------*
       IMPRIMIR-MOVIMENTO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MOVIMENTO DA RODADA (P PRORROGADO, E EFETIVADO, D"
               " ENCERRAR NO TERMINO,"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "T RESCISAO ENVIADA, I VENCIDO SEM DECISAO,"
               " R DESLIGADO ANTES)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO NOME       SETOR      TERMINO  S OPERADOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-EXM FROM 1 BY 1
                   UNTIL WS-IDX-EXM > WS-QTD-CONTRATOS
               IF EXC-MOVIMENTADO (WS-IDX-EXM)
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING EXM-CODIGO (WS-IDX-EXM)
                       "  " EXC-NOME-FUNC (WS-IDX-EXM)
                       " " EXC-SETOR-FUNC (WS-IDX-EXM)
                       " " EXM-DATA-TERMINO (WS-IDX-EXM)
                       " " EXM-SITUACAO (WS-IDX-EXM)
                       " " EXM-OPERADOR (WS-IDX-EXM)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.

       REJEITAR-TRANSACAO.
           PERFORM REGISTRAR-EXCECAO.
           ADD 1 TO WS-QTD-REJEITADOS.

       REGISTRAR-EXCECAO.
           MOVE "PROG151"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

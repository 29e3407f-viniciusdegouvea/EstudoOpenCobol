       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG122.
      *     MANUTENCAO DO CADASTRO DE ESCALAS DE TRABALHO.
      *     LE TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO DE ESCALA
      *     (ESCALTRN - A/C/D POR CODIGO DA ESCALA), APLICA NO
      *     CADASTRO (ESCALAS) E IMPRIME A LISTAGEM RESULTANTE
      *     (RELESCMS) - O MESMO DESENHO DA MANUTENCAO DE SETORES
      *     (PROG76). O SETOR APONTA A ESCALA DOS SEUS FUNCIONARIOS
      *     E O ESCFUNC A ESCALA PROPRIA DE UM FUNCIONARIO; A
      *     IMPORTACAO DO PONTO (PROG50) CONFERE CADA BATIDA CONTRA
      *     O TURNO DAQUI.
      *
      *     O TURNO TEM ENTRADA E SAIDA EM HHMM (SAIDA MENOR QUE A
      *     ENTRADA E TURNO NOTURNO, QUE VIRA A MEIA-NOITE), OS
      *     MINUTOS DE INTERVALO E UMA MARCA DE FOLGA POR DIA DA
      *     SEMANA, DE DOMINGO A SABADO ("S" = FOLGA; BRANCO VALE
      *     "N"). ESCALA SEM NENHUM DIA DE TRABALHO E RECUSADA.
      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA O
      *     CADASTRO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ESCALAS ASSIGN TO "ESCALAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESCALAS.

           SELECT TRANS-ESCALA-FILE ASSIGN TO "ESCALTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELESCMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-ESCALAS.
       COPY CPESCALA.

       FD  TRANS-ESCALA-FILE.
       01  TRANS-ESCALA-REG.
           05  TES-CODOP               PIC X(01).
               88  TES-INCLUSAO            VALUE "A".
               88  TES-ALTERACAO           VALUE "C".
               88  TES-EXCLUSAO            VALUE "D".
           05  TES-CODIGO              PIC X(04).
           05  TES-DESCRICAO           PIC X(20).
           05  TES-HORA-ENTRADA        PIC 9(04).
           05  FILLER REDEFINES TES-HORA-ENTRADA.
               10  TES-ENT-HORA        PIC 9(02).
               10  TES-ENT-MINUTO      PIC 9(02).
           05  TES-HORA-SAIDA          PIC 9(04).
           05  FILLER REDEFINES TES-HORA-SAIDA.
               10  TES-SAI-HORA        PIC 9(02).
               10  TES-SAI-MINUTO      PIC 9(02).
           05  TES-MIN-INTERVALO       PIC 9(03).
           05  TES-FOLGAS.
               10  TES-FOLGA OCCURS 7 TIMES
                                       PIC X(01).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-ESCALAS           PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-ESCALAS              PIC X VALUE "N".
           88  FIM-ESCALAS                 VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".

      *    CADASTRO EM MEMORIA - ATE 30 ESCALAS.
       01  WS-QTD-ESCALAS              PIC 9(02) VALUE 0.
       01  TAB-ESCALAS-MEMORIA.
           05  ESM-ITEM OCCURS 30 TIMES.
               10  ESM-CODIGO          PIC X(04).
               10  ESM-DESCRICAO       PIC X(20).
               10  ESM-HORA-ENTRADA    PIC 9(04).
               10  ESM-HORA-SAIDA      PIC 9(04).
               10  ESM-MIN-INTERVALO   PIC 9(03).
               10  ESM-FOLGAS          PIC X(07).
       01  WS-IDX                      PIC 9(02).
       01  WS-IDX-ACHADO               PIC 9(02).
       01  WS-ACHOU-ESCALA             PIC X VALUE "N".
           88  ACHOU-A-ESCALA              VALUE "S".

       01  WS-IDX-DIA                  PIC 9(01).
       01  WS-QTD-DIAS-TRABALHO        PIC 9(01).
       01  WS-TURNO-VALIDO             PIC X(01).
           88  TURNO-VALIDO                VALUE "S".

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

           OPEN INPUT TRANS-ESCALA-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-ESCALAS.
           IF HA-TRANSACOES
               PERFORM LER-TRANSACAO
               PERFORM PROCESSAR-UMA-TRANSACAO UNTIL FIM-TRANSACOES
               PERFORM REGRAVAR-ESCALAS
               CLOSE TRANS-ESCALA-FILE
           END-IF.
           PERFORM IMPRIMIR-LISTAGEM.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "MANUTENCAO DE ESCALAS - INCLUIDOS: "
               WS-QTD-INCLUIDOS " - ALTERADOS: " WS-QTD-ALTERADOS
               " - EXCLUIDOS: " WS-QTD-EXCLUIDOS
               " - REJEITADOS: " WS-QTD-REJEITADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA E REGRAVACAO DO CADASTRO.
      *--------------------------------------------------------------*
       CARREGAR-ESCALAS.
           OPEN INPUT ARQ-ESCALAS.
           IF WS-STATUS-ESCALAS = "00"
               PERFORM LER-ESCALA
               PERFORM GUARDAR-UMA-ESCALA UNTIL FIM-ESCALAS
               CLOSE ARQ-ESCALAS
           END-IF.

       LER-ESCALA.
           READ ARQ-ESCALAS
               AT END SET FIM-ESCALAS TO TRUE
           END-READ.

       GUARDAR-UMA-ESCALA.
           IF WS-QTD-ESCALAS < 30
               ADD 1 TO WS-QTD-ESCALAS
               MOVE REG-ESCALA TO ESM-ITEM (WS-QTD-ESCALAS)
           END-IF.
           PERFORM LER-ESCALA.

       REGRAVAR-ESCALAS.
           OPEN OUTPUT ARQ-ESCALAS.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UMA-ESCALA
               UNTIL WS-IDX > WS-QTD-ESCALAS.
           CLOSE ARQ-ESCALAS.

       GRAVAR-UMA-ESCALA.
           MOVE ESM-ITEM (WS-IDX) TO REG-ESCALA.
           WRITE REG-ESCALA.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-ESCALA-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM LOCALIZAR-ESCALA-NA-MEMORIA.
           EVALUATE TRUE
               WHEN TES-INCLUSAO AND ACHOU-A-ESCALA
                   MOVE "TES-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TES-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ESCALA JA CADASTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TES-INCLUSAO
                   PERFORM INCLUIR-ESCALA
               WHEN TES-ALTERACAO AND ACHOU-A-ESCALA
                   PERFORM ALTERAR-ESCALA
               WHEN TES-EXCLUSAO AND ACHOU-A-ESCALA
                   PERFORM EXCLUIR-ESCALA
               WHEN TES-ALTERACAO OR TES-EXCLUSAO
                   MOVE "TES-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TES-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ESCALA NAO CADASTRADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   MOVE "TES-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TES-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LOCALIZAR-ESCALA-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-ESCALA.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UMA-ESCALA
               UNTIL WS-IDX > WS-QTD-ESCALAS OR ACHOU-A-ESCALA.

       COMPARAR-UMA-ESCALA.
           IF ESM-CODIGO (WS-IDX) = TES-CODIGO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-A-ESCALA TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       INCLUIR-ESCALA.
           PERFORM CONFERIR-TURNO-DA-TRANSACAO.
           EVALUATE TRUE
               WHEN TES-CODIGO = SPACES OR TES-DESCRICAO = SPACES
                   MOVE "TES-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TES-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO E DESCRICAO SAO OBRIGATORIOS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT TURNO-VALIDO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-ESCALAS < 30
                   ADD 1 TO WS-QTD-ESCALAS
                   MOVE WS-QTD-ESCALAS TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TES-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TES-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CADASTRO DE ESCALAS CHEIO (30)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-ESCALA.
           PERFORM CONFERIR-TURNO-DA-TRANSACAO.
           IF TURNO-VALIDO
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *    HORARIOS EM HHMM VALIDOS E DIFERENTES ENTRE SI, INTERVALO
      *    NUMERICO MENOR QUE O TURNO E PELO MENOS UM DIA DE
      *    TRABALHO NA SEMANA. FOLGA EM BRANCO VIRA "N".
       CONFERIR-TURNO-DA-TRANSACAO.
           MOVE "S" TO WS-TURNO-VALIDO.
           MOVE 0 TO WS-QTD-DIAS-TRABALHO.
           PERFORM CONFERIR-UMA-FOLGA
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > 7.
           EVALUATE TRUE
               WHEN TES-HORA-ENTRADA NOT NUMERIC
                   OR TES-HORA-SAIDA NOT NUMERIC
                   OR TES-ENT-HORA > 23 OR TES-ENT-MINUTO > 59
                   OR TES-SAI-HORA > 23 OR TES-SAI-MINUTO > 59
                   OR TES-HORA-ENTRADA = TES-HORA-SAIDA
                   MOVE "TES-HORARIO"     TO WS-CAMPO-REJEITADO
                   MOVE TES-HORA-ENTRADA  TO WS-VALOR-REJEITADO
                   MOVE "ENTRADA E SAIDA DEVEM SER HHMM DISTINTOS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-TURNO-VALIDO
               WHEN TES-MIN-INTERVALO NOT NUMERIC
                   OR TES-MIN-INTERVALO > 240
                   MOVE "TES-INTERVALO"   TO WS-CAMPO-REJEITADO
                   MOVE TES-MIN-INTERVALO TO WS-VALOR-REJEITADO
                   MOVE "INTERVALO DEVE SER DE 0 A 240 MINUTOS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-TURNO-VALIDO
               WHEN WS-QTD-DIAS-TRABALHO = 0
                   MOVE "TES-FOLGAS"      TO WS-CAMPO-REJEITADO
                   MOVE TES-FOLGAS        TO WS-VALOR-REJEITADO
                   MOVE "ESCALA SEM NENHUM DIA DE TRABALHO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-TURNO-VALIDO
           END-EVALUATE.

       CONFERIR-UMA-FOLGA.
           IF TES-FOLGA (WS-IDX-DIA) = "S"
               CONTINUE
           ELSE
               MOVE "N" TO TES-FOLGA (WS-IDX-DIA)
               ADD 1 TO WS-QTD-DIAS-TRABALHO
           END-IF.

       EXCLUIR-ESCALA.
           MOVE ESM-ITEM (WS-QTD-ESCALAS)
               TO ESM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-ESCALAS.
           ADD 1 TO WS-QTD-EXCLUIDOS.

       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TES-CODIGO        TO ESM-CODIGO (WS-IDX-ACHADO).
           MOVE TES-DESCRICAO     TO ESM-DESCRICAO (WS-IDX-ACHADO).
           MOVE TES-HORA-ENTRADA  TO ESM-HORA-ENTRADA (WS-IDX-ACHADO).
           MOVE TES-HORA-SAIDA    TO ESM-HORA-SAIDA (WS-IDX-ACHADO).
           MOVE TES-MIN-INTERVALO
                                  TO ESM-MIN-INTERVALO (WS-IDX-ACHADO).
           MOVE TES-FOLGAS        TO ESM-FOLGAS (WS-IDX-ACHADO).

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CADASTRO DE ESCALAS - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FOLGAS DE DOMINGO A SABADO (S = FOLGA)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-ESCALA
               UNTIL WS-IDX > WS-QTD-ESCALAS.

       IMPRIMIR-UMA-ESCALA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING ESM-CODIGO (WS-IDX)
               " " ESM-DESCRICAO (WS-IDX)
               " ENT " ESM-HORA-ENTRADA (WS-IDX)
               " SAI " ESM-HORA-SAIDA (WS-IDX)
               " INTERV " ESM-MIN-INTERVALO (WS-IDX)
               " FOLGAS " ESM-FOLGAS (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG122"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

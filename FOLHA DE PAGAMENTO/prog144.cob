       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG144.
      *     RETORNO DO RELOGIO DE PONTO SOBRE O LOTE DE CADASTRO.
      *     O FORNECEDOR DEVOLVE, PARA CADA LOTE DO PROG143, O QUE O
      *     RELOGIO APLICOU (PONTORET): HEADER "H" COM A SEQUENCIA DO
      *     LOTE, UM DETALHE "D" POR REGISTRO DO LOTE COM "A"
      *     (APLICADO) OU "R" (RECUSADO, COM O MOTIVO) E TRAILER "T"
      *     COM A QUANTIDADE. COMO NA IMPORTACAO DO PONTO (PROG50),
      *     RETORNO SEM HEADER, SEM TRAILER, COM QUANTIDADE DIVERGENTE
      *     OU DE LOTE QUE NUNCA FOI ENVIADO E RECUSADO INTEIRO (RC 16)
      *     E A REJEICAO VAI PARA O ARQUIVO DE EXCECOES.
      *
      *     O RETORNO ACEITO MARCA CADA MOVIMENTO DO LOTE NO PONTOENV
      *     COMO APLICADO OU RECUSADO, COM A DATA. FICAM APONTADOS NO
      *     RELATORIO RELPTRET E NO ARQUIVO DE EXCECOES:
      *       - OS MOVIMENTOS RECUSADOS PELO RELOGIO;
      *       - OS DO LOTE QUE O RETORNO NAO MENCIONOU;
      *       - OS DE LOTES ANTERIORES AINDA SEM RETORNO MAIS DE 2
      *         DIAS DEPOIS DO ENVIO;
      *       - OS REGISTROS DO RETORNO QUE NAO EXISTEM NO LOTE.
      *     COM QUALQUER APONTAMENTO O PROGRAMA TERMINA COM RC 4, PARA
      *     O RH ACERTAR O RELOGIO ANTES QUE AS BATIDAS DESSES CODIGOS
      *     CHEGUEM AO PONTOIMP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "PONTORET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQ-ENVIADOS ASSIGN TO "PONTOENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENVIADOS.

           SELECT ARQ-TRABALHO ASSIGN TO "PONTOWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

           SELECT ARQ-RELATORIO ASSIGN TO "RELPTRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RETORNO.
       01  REG-RETORNO.
           05  RET-TIPO-REG            PIC X(01).
               88  RETORNO-REG-HEADER      VALUE "H".
               88  RETORNO-REG-DETALHE     VALUE "D".
               88  RETORNO-REG-TRAILER     VALUE "T".
           05  RET-DADOS               PIC X(39).
           05  RET-DETALHE REDEFINES RET-DADOS.
               10  RET-REGISTRO        PIC 9(06).
               10  RET-SITUACAO        PIC X(01).
                   88  RETORNO-APLICADO    VALUE "A".
                   88  RETORNO-RECUSADO    VALUE "R".
               10  RET-MOTIVO          PIC X(30).
               10  FILLER              PIC X(02).
           05  RET-HEADER REDEFINES RET-DADOS.
               10  RET-HDR-SEQUENCIA   PIC 9(06).
               10  RET-HDR-DATA-GER    PIC 9(08).
               10  FILLER              PIC X(25).
           05  RET-TRAILER REDEFINES RET-DADOS.
               10  RET-TRL-QTD         PIC 9(06).
               10  FILLER              PIC X(33).

       FD  ARQ-ENVIADOS.
       COPY CPPONENV.

       FD  ARQ-TRABALHO.
       01  REG-TRABALHO                PIC X(86).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-RETORNO           PIC X(02).
       01  WS-STATUS-ENVIADOS          PIC X(02).
       01  WS-STATUS-TRABALHO          PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-DIAS-SEM-RETORNO         PIC 9(05).
       01  WS-PRAZO-RETORNO            PIC 9(02) VALUE 2.

       01  WS-FIM-RETORNO              PIC X VALUE "N".
           88  FIM-RETORNO                 VALUE "S".
       01  WS-FIM-ENVIADOS             PIC X VALUE "N".
           88  FIM-ENVIADOS                VALUE "S".
       01  WS-FIM-TRABALHO             PIC X VALUE "N".
           88  FIM-TRABALHO                VALUE "S".

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

      *    CONTROLE DO RETORNO - HEADER, TRAILER E LOTE ENVIADO.
       01  WS-LOTE-OK                  PIC X VALUE "N".
           88  LOTE-OK                     VALUE "S".
       01  WS-HEADER-LIDO              PIC X VALUE "N".
           88  HEADER-LIDO                 VALUE "S".
       01  WS-TRAILER-LIDO             PIC X VALUE "N".
           88  TRAILER-LIDO                VALUE "S".
       01  WS-LOTE-ENVIADO             PIC X VALUE "N".
           88  LOTE-ENVIADO                VALUE "S".
       01  WS-SEQUENCIA-DO-LOTE        PIC 9(06) VALUE 0.
       01  WS-QTD-DETALHES             PIC 9(06) VALUE 0.

      *    RESPOSTAS DO RETORNO, POR REGISTRO DO LOTE.
       01  WS-QTD-RESPOSTAS            PIC 9(04) VALUE 0.
       01  TAB-RESPOSTAS.
           05  RSP-ITEM OCCURS 1000 TIMES.
               10  RSP-REGISTRO        PIC 9(06).
               10  RSP-SITUACAO        PIC X(01).
               10  RSP-MOTIVO          PIC X(30).
               10  RSP-USADA           PIC X(01).
       01  WS-IDX-RSP                  PIC 9(04).
       01  WS-IDX-RSP-ACHADA           PIC 9(04).

       01  WS-APONTAMENTO              PIC X(20).

       01  WS-CONTADORES.
           05  WS-QTD-APLICADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-RECUSADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-SEM-RESPOSTA     PIC 9(05) VALUE 0.
           05  WS-QTD-ATRASADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-DESCONHECIDOS    PIC 9(05) VALUE 0.
           05  WS-QTD-APONTADOS        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           OPEN INPUT ARQ-RETORNO.
           IF WS-STATUS-RETORNO NOT = "00"
               DISPLAY "** RETORNO DO RELOGIO (PONTORET) NAO"
                   " ENCONTRADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               SET LOTE-OK TO TRUE
               PERFORM LER-RETORNO
               PERFORM PROCESSAR-UM-RETORNO UNTIL FIM-RETORNO
                   OR NOT LOTE-OK
               CLOSE ARQ-RETORNO
               PERFORM CONFERIR-FECHO-DO-LOTE
               IF LOTE-OK
                   PERFORM CONFERIR-LOTE-ENVIADO
               END-IF
               IF LOTE-OK
                   OPEN OUTPUT ARQ-RELATORIO
                   PERFORM IMPRIMIR-CABECALHO
                   PERFORM MARCAR-MOVIMENTOS
                   PERFORM APONTAR-RESPOSTAS-SEM-MOVIMENTO
                   PERFORM IMPRIMIR-TOTAIS
                   CLOSE ARQ-RELATORIO
                   IF WS-QTD-APONTADOS > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "** RETORNO DO RELOGIO RECUSADO -"
                       " PONTOENV NAO ATUALIZADO **"
               END-IF
           END-IF.
           CLOSE ARQ-EXCECOES.
           DISPLAY "RETORNO DO RELOGIO - LOTE " WS-SEQUENCIA-DO-LOTE
               " - APLICADOS: " WS-QTD-APLICADOS
               " - APONTADOS: " WS-QTD-APONTADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CONTROLE DO RETORNO - O PRIMEIRO REGISTRO TEM QUE SER O
      *    HEADER; O TRAILER FECHA A QUANTIDADE DE DETALHES.
      *--------------------------------------------------------------*
       LER-RETORNO.
           READ ARQ-RETORNO
               AT END SET FIM-RETORNO TO TRUE
           END-READ.

       PROCESSAR-UM-RETORNO.
           EVALUATE TRUE
               WHEN RETORNO-REG-HEADER
                   PERFORM TRATAR-HEADER-DO-LOTE
               WHEN RETORNO-REG-TRAILER
                   PERFORM TRATAR-TRAILER-DO-LOTE
               WHEN RETORNO-REG-DETALHE AND HEADER-LIDO
                   AND NOT TRAILER-LIDO
                   ADD 1 TO WS-QTD-DETALHES
                   PERFORM GUARDAR-UMA-RESPOSTA
               WHEN OTHER
                   MOVE "N" TO WS-LOTE-OK
                   MOVE "RET-TIPO-REG"  TO WS-CAMPO-REJEITADO
                   MOVE RET-TIPO-REG    TO WS-VALOR-REJEITADO
                   MOVE "REGISTRO FORA DA ESTRUTURA H/D/T DO LOTE"
                                        TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
           END-EVALUATE.
           PERFORM LER-RETORNO.

       TRATAR-HEADER-DO-LOTE.
           IF HEADER-LIDO
               MOVE "N" TO WS-LOTE-OK
               MOVE "RET-HDR"         TO WS-CAMPO-REJEITADO
               MOVE RET-HDR-SEQUENCIA TO WS-VALOR-REJEITADO
               MOVE "MAIS DE UM HEADER NO LOTE"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               SET HEADER-LIDO TO TRUE
               MOVE RET-HDR-SEQUENCIA TO WS-SEQUENCIA-DO-LOTE
           END-IF.

       TRATAR-TRAILER-DO-LOTE.
           IF NOT HEADER-LIDO OR TRAILER-LIDO
               MOVE "N" TO WS-LOTE-OK
               MOVE "RET-TRL"         TO WS-CAMPO-REJEITADO
               MOVE RET-TRL-QTD       TO WS-VALOR-REJEITADO
               MOVE "TRAILER FORA DE LUGAR NO LOTE"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               SET TRAILER-LIDO TO TRUE
               IF RET-TRL-QTD NOT = WS-QTD-DETALHES
                   MOVE "N" TO WS-LOTE-OK
                   MOVE "RET-TRL"     TO WS-CAMPO-REJEITADO
                   MOVE RET-TRL-QTD   TO WS-VALOR-REJEITADO
                   MOVE "QUANTIDADE DO TRAILER DIVERGE"
                                      TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF.

       CONFERIR-FECHO-DO-LOTE.
           IF LOTE-OK AND (NOT HEADER-LIDO OR NOT TRAILER-LIDO)
               MOVE "N" TO WS-LOTE-OK
               MOVE "PONTORET"        TO WS-CAMPO-REJEITADO
               MOVE WS-SEQUENCIA-DO-LOTE TO WS-VALOR-REJEITADO
               MOVE "LOTE SEM HEADER OU SEM TRAILER"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           END-IF.

       GUARDAR-UMA-RESPOSTA.
           IF WS-QTD-RESPOSTAS < 1000
               ADD 1 TO WS-QTD-RESPOSTAS
               MOVE RET-REGISTRO TO RSP-REGISTRO (WS-QTD-RESPOSTAS)
               MOVE RET-SITUACAO TO RSP-SITUACAO (WS-QTD-RESPOSTAS)
               MOVE RET-MOTIVO   TO RSP-MOTIVO (WS-QTD-RESPOSTAS)
               MOVE "N"          TO RSP-USADA (WS-QTD-RESPOSTAS)
           ELSE
               MOVE "N" TO WS-LOTE-OK
               MOVE "PONTORET"        TO WS-CAMPO-REJEITADO
               MOVE WS-SEQUENCIA-DO-LOTE TO WS-VALOR-REJEITADO
               MOVE "RETORNO COM MAIS DE 1000 REGISTROS"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           END-IF.

      *    O LOTE DO RETORNO TEM QUE TER SIDO ENVIADO PELO PROG143.
       CONFERIR-LOTE-ENVIADO.
           MOVE "N" TO WS-LOTE-ENVIADO.
           MOVE "N" TO WS-FIM-ENVIADOS.
           OPEN INPUT ARQ-ENVIADOS.
           IF WS-STATUS-ENVIADOS = "00"
               PERFORM LER-ENVIADO
               PERFORM PROCURAR-LOTE-ENVIADO
                   UNTIL FIM-ENVIADOS OR LOTE-ENVIADO
               CLOSE ARQ-ENVIADOS
           END-IF.
           IF NOT LOTE-ENVIADO
               MOVE "N" TO WS-LOTE-OK
               MOVE "RET-HDR"         TO WS-CAMPO-REJEITADO
               MOVE WS-SEQUENCIA-DO-LOTE TO WS-VALOR-REJEITADO
               MOVE "SEQUENCIA DE LOTE NUNCA ENVIADA"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           END-IF.

       LER-ENVIADO.
           READ ARQ-ENVIADOS
               AT END SET FIM-ENVIADOS TO TRUE
           END-READ.

       PROCURAR-LOTE-ENVIADO.
           IF ENV-SEQUENCIA = WS-SEQUENCIA-DO-LOTE
               SET LOTE-ENVIADO TO TRUE
           ELSE
               PERFORM LER-ENVIADO
           END-IF.

      *--------------------------------------------------------------*
      *    PONTOENV - COPIA PARA O PONTOWRK COM OS MOVIMENTOS DO LOTE
      *    MARCADOS E REGRAVA O ORIGINAL.
      *--------------------------------------------------------------*
       MARCAR-MOVIMENTOS.
           MOVE "N" TO WS-FIM-ENVIADOS.
           OPEN INPUT ARQ-ENVIADOS.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM LER-ENVIADO.
           PERFORM MARCAR-UM-MOVIMENTO UNTIL FIM-ENVIADOS.
           CLOSE ARQ-ENVIADOS.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO WS-FIM-TRABALHO.
           OPEN INPUT ARQ-TRABALHO.
           OPEN OUTPUT ARQ-ENVIADOS.
           PERFORM LER-TRABALHO.
           PERFORM COPIAR-UM-DO-TRABALHO UNTIL FIM-TRABALHO.
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-ENVIADOS.

       MARCAR-UM-MOVIMENTO.
           IF ENV-SEQUENCIA = WS-SEQUENCIA-DO-LOTE
               PERFORM APLICAR-RESPOSTA
           ELSE
               IF ENV-PENDENTE
                   COMPUTE WS-DIAS-SEM-RETORNO =
                       FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                       - FUNCTION INTEGER-OF-DATE (ENV-DATA-ENVIO)
                   IF WS-DIAS-SEM-RETORNO > WS-PRAZO-RETORNO
                       ADD 1 TO WS-QTD-ATRASADOS
                       MOVE "SEM RETORNO NO PRAZO" TO WS-APONTAMENTO
                       PERFORM APONTAR-MOVIMENTO
                   END-IF
               END-IF
           END-IF.
           WRITE REG-TRABALHO FROM REG-PONTO-ENVIADO.
           PERFORM LER-ENVIADO.

       APLICAR-RESPOSTA.
           MOVE 0 TO WS-IDX-RSP-ACHADA.
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > WS-QTD-RESPOSTAS
                      OR WS-IDX-RSP-ACHADA > 0
               IF RSP-REGISTRO (WS-IDX-RSP) = ENV-REGISTRO
                   MOVE WS-IDX-RSP TO WS-IDX-RSP-ACHADA
               END-IF
           END-PERFORM.
           IF WS-IDX-RSP-ACHADA = 0
               IF ENV-PENDENTE
                   ADD 1 TO WS-QTD-SEM-RESPOSTA
                   MOVE "SEM RESPOSTA NO LOTE" TO WS-APONTAMENTO
                   PERFORM APONTAR-MOVIMENTO
               END-IF
           ELSE
               MOVE "S" TO RSP-USADA (WS-IDX-RSP-ACHADA)
               MOVE WS-DATA-HOJE TO ENV-DATA-RETORNO
               MOVE RSP-MOTIVO (WS-IDX-RSP-ACHADA) TO ENV-MOTIVO
               IF RSP-SITUACAO (WS-IDX-RSP-ACHADA) = "A"
                   SET ENV-APLICADO TO TRUE
                   ADD 1 TO WS-QTD-APLICADOS
               ELSE
                   SET ENV-RECUSADO TO TRUE
                   ADD 1 TO WS-QTD-RECUSADOS
                   MOVE "RECUSADO NO RELOGIO" TO WS-APONTAMENTO
                   PERFORM APONTAR-MOVIMENTO
               END-IF
           END-IF.

       LER-TRABALHO.
           READ ARQ-TRABALHO
               AT END SET FIM-TRABALHO TO TRUE
           END-READ.

       COPIAR-UM-DO-TRABALHO.
           WRITE REG-PONTO-ENVIADO FROM REG-TRABALHO.
           PERFORM LER-TRABALHO.

      *    RESPOSTA DE REGISTRO QUE O LOTE NAO TEM.
       APONTAR-RESPOSTAS-SEM-MOVIMENTO.
           PERFORM VARYING WS-IDX-RSP FROM 1 BY 1
                   UNTIL WS-IDX-RSP > WS-QTD-RESPOSTAS
               IF RSP-USADA (WS-IDX-RSP) = "N"
                   ADD 1 TO WS-QTD-DESCONHECIDOS
                   ADD 1 TO WS-QTD-APONTADOS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "LOTE " WS-SEQUENCIA-DO-LOTE
                       " REG " RSP-REGISTRO (WS-IDX-RSP)
                       " REGISTRO INEXISTENTE NO LOTE"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
                   MOVE "RET-REGISTRO"    TO WS-CAMPO-REJEITADO
                   MOVE RSP-REGISTRO (WS-IDX-RSP)
                                          TO WS-VALOR-REJEITADO
                   MOVE "REGISTRO DO RETORNO INEXISTENTE NO LOTE"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    RELATORIO (RELPTRET) E EXCECOES.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RETORNO DO RELOGIO DE PONTO - LOTE "
               WS-SEQUENCIA-DO-LOTE " - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       APONTAR-MOVIMENTO.
           ADD 1 TO WS-QTD-APONTADOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LOTE " ENV-SEQUENCIA " REG " ENV-REGISTRO
               " MOV " ENV-MOVIMENTO " COD " ENV-CODIGO
               " ENVIO " ENV-DATA-ENVIO " " WS-APONTAMENTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF ENV-MOTIVO NOT = SPACES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      MOTIVO: " ENV-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE "ENV-CODIGO"   TO WS-CAMPO-REJEITADO.
           MOVE SPACES         TO WS-VALOR-REJEITADO.
           STRING ENV-CODIGO " MOV " ENV-MOVIMENTO
               " LOTE " ENV-SEQUENCIA
               DELIMITED BY SIZE INTO WS-VALOR-REJEITADO
           END-STRING.
           MOVE SPACES         TO WS-MOTIVO-REJEICAO.
           STRING "RELOGIO: " WS-APONTAMENTO
               DELIMITED BY SIZE INTO WS-MOTIVO-REJEICAO
           END-STRING.
           PERFORM REGISTRAR-EXCECAO.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "APLICADOS . . . . . . . . . . . . " WS-QTD-APLICADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RECUSADOS PELO RELOGIO  . . . . . " WS-QTD-RECUSADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEM RESPOSTA NO LOTE  . . . . . . "
               WS-QTD-SEM-RESPOSTA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LOTES ANTERIORES SEM RETORNO  . . " WS-QTD-ATRASADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS INEXISTENTES NO LOTE  . "
               WS-QTD-DESCONHECIDOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       REGISTRAR-EXCECAO.
           MOVE "PROG144"          TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE       TO EXC-DATA.
           MOVE WS-HORA-AGORA      TO EXC-HORA.
           WRITE REG-EXCECAO.

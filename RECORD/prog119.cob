       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG119.
      *     MANUTENCAO DO CADASTRO DE SINDICATOS.
      *     LE TRANSACOES DE INCLUSAO/ALTERACAO/EXCLUSAO DE SINDICATO
      *     (SINDTRN - A/C/D POR CODIGO DO SINDICATO), APLICA NO
      *     CADASTRO (SINDICAT) E IMPRIME A LISTAGEM RESULTANTE
      *     (RELSINMS) - O MESMO DESENHO DA MANUTENCAO DE SETORES
      *     (PROG76). O SETOR E O CARGO APONTAM O SINDICATO PELO
      *     CODIGO; O CALCULO DE FOLHA DESCONTA A CONTRIBUICAO PELA
      *     REGRA DAQUI E O PROG120 LISTA O REPASSE.
      *
      *     REGRA DA CONTRIBUICAO: TIPO "P" E PERCENTUAL DO SALARIO
      *     (ATE 10%), TIPO "V" E VALOR FIXO. ADESAO "A" SO DESCONTA
      *     DE QUEM AUTORIZOU POR ESCRITO; "O" DESCONTA DE TODOS
      *     SALVO CARTA DE OPOSICAO (SINDOPC). ADESAO EM BRANCO VALE
      *     "A", A REGRA MAIS SEGURA.
      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA O
      *     CADASTRO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SINDICATOS ASSIGN TO "SINDICAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDICATOS.

           SELECT TRANS-SINDICATO-FILE ASSIGN TO "SINDTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELSINMS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-SINDICATOS.
       COPY CPSINDIC.

       FD  TRANS-SINDICATO-FILE.
       01  TRANS-SINDICATO-REG.
           05  TSN-CODOP               PIC X(01).
               88  TSN-INCLUSAO            VALUE "A".
               88  TSN-ALTERACAO           VALUE "C".
               88  TSN-EXCLUSAO            VALUE "D".
           05  TSN-CODIGO              PIC 9(03).
           05  TSN-NOME                PIC X(20).
           05  TSN-CNPJ                PIC 9(14).
           05  TSN-BANCO               PIC 9(03).
           05  TSN-AGENCIA             PIC 9(04).
           05  TSN-CONTA               PIC 9(08).
           05  TSN-DIGITO              PIC X(01).
           05  TSN-TIPO-CONTRIB        PIC X(01).
               88  TSN-CONTRIB-PERCENTUAL  VALUE "P".
               88  TSN-CONTRIB-VALOR-FIXO  VALUE "V".
           05  TSN-PERCENTUAL          PIC 9(2)V9(2).
           05  TSN-VALOR               PIC 9(6)V9(2).
           05  TSN-ADESAO              PIC X(01).
               88  TSN-ADESAO-VALIDA       VALUE "A" "O".

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-SINDICATOS        PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-SINDICATOS           PIC X VALUE "N".
           88  FIM-SINDICATOS              VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".

      *    CADASTRO EM MEMORIA - ATE 20 SINDICATOS.
       01  WS-QTD-SINDICATOS           PIC 9(02) VALUE 0.
       01  TAB-SINDICATOS-MEMORIA.
           05  SNM-ITEM OCCURS 20 TIMES.
               10  SNM-CODIGO          PIC 9(03).
               10  SNM-NOME            PIC X(20).
               10  SNM-CNPJ            PIC 9(14).
               10  SNM-BANCO           PIC 9(03).
               10  SNM-AGENCIA         PIC 9(04).
               10  SNM-CONTA           PIC 9(08).
               10  SNM-DIGITO          PIC X(01).
               10  SNM-TIPO-CONTRIB    PIC X(01).
               10  SNM-PERCENTUAL      PIC 9(2)V9(2).
               10  SNM-VALOR           PIC 9(6)V9(2).
               10  SNM-ADESAO          PIC X(01).
       01  WS-IDX                      PIC 9(02).
       01  WS-IDX-ACHADO               PIC 9(02).
       01  WS-ACHOU-SINDICATO          PIC X VALUE "N".
           88  ACHOU-O-SINDICATO           VALUE "S".

       01  WS-PCT-MAXIMO               PIC 9(2)V9(2) VALUE 10.00.
       01  WS-REGRA-VALIDA             PIC X(01).
           88  REGRA-VALIDA                VALUE "S".

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

           OPEN INPUT TRANS-SINDICATO-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-SINDICATOS.
           IF HA-TRANSACOES
               PERFORM LER-TRANSACAO
               PERFORM PROCESSAR-UMA-TRANSACAO UNTIL FIM-TRANSACOES
               PERFORM REGRAVAR-SINDICATOS
               CLOSE TRANS-SINDICATO-FILE
           END-IF.
           PERFORM IMPRIMIR-LISTAGEM.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "MANUTENCAO DE SINDICATOS - INCLUIDOS: "
               WS-QTD-INCLUIDOS " - ALTERADOS: " WS-QTD-ALTERADOS
               " - EXCLUIDOS: " WS-QTD-EXCLUIDOS
               " - REJEITADOS: " WS-QTD-REJEITADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA E REGRAVACAO DO CADASTRO.
      *--------------------------------------------------------------*
       CARREGAR-SINDICATOS.
           OPEN INPUT ARQ-SINDICATOS.
           IF WS-STATUS-SINDICATOS = "00"
               PERFORM LER-SINDICATO
               PERFORM GUARDAR-UM-SINDICATO UNTIL FIM-SINDICATOS
               CLOSE ARQ-SINDICATOS
           END-IF.

       LER-SINDICATO.
           READ ARQ-SINDICATOS
               AT END SET FIM-SINDICATOS TO TRUE
           END-READ.

       GUARDAR-UM-SINDICATO.
           IF WS-QTD-SINDICATOS < 20
               ADD 1 TO WS-QTD-SINDICATOS
               MOVE REG-SINDICATO TO SNM-ITEM (WS-QTD-SINDICATOS)
           END-IF.
           PERFORM LER-SINDICATO.

       REGRAVAR-SINDICATOS.
           OPEN OUTPUT ARQ-SINDICATOS.
           MOVE 1 TO WS-IDX.
           PERFORM GRAVAR-UM-SINDICATO
               UNTIL WS-IDX > WS-QTD-SINDICATOS.
           CLOSE ARQ-SINDICATOS.

       GRAVAR-UM-SINDICATO.
           MOVE SNM-ITEM (WS-IDX) TO REG-SINDICATO.
           WRITE REG-SINDICATO.
           ADD 1 TO WS-IDX.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-SINDICATO-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           PERFORM LOCALIZAR-SINDICATO-NA-MEMORIA.
           EVALUATE TRUE
               WHEN TSN-INCLUSAO AND ACHOU-O-SINDICATO
                   MOVE "TSN-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TSN-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "SINDICATO JA CADASTRADO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN TSN-INCLUSAO
                   PERFORM INCLUIR-SINDICATO
               WHEN TSN-ALTERACAO AND ACHOU-O-SINDICATO
                   PERFORM ALTERAR-SINDICATO
               WHEN TSN-EXCLUSAO AND ACHOU-O-SINDICATO
                   PERFORM EXCLUIR-SINDICATO
               WHEN TSN-ALTERACAO OR TSN-EXCLUSAO
                   MOVE "TSN-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TSN-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "SINDICATO NAO CADASTRADO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN OTHER
                   MOVE "TSN-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TSN-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (A/C/D)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LOCALIZAR-SINDICATO-NA-MEMORIA.
           MOVE "N" TO WS-ACHOU-SINDICATO.
           MOVE 0 TO WS-IDX-ACHADO.
           MOVE 1 TO WS-IDX.
           PERFORM COMPARAR-UM-SINDICATO
               UNTIL WS-IDX > WS-QTD-SINDICATOS OR ACHOU-O-SINDICATO.

       COMPARAR-UM-SINDICATO.
           IF SNM-CODIGO (WS-IDX) = TSN-CODIGO
               MOVE WS-IDX TO WS-IDX-ACHADO
               SET ACHOU-O-SINDICATO TO TRUE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       INCLUIR-SINDICATO.
           PERFORM CONFERIR-REGRA-DA-TRANSACAO.
           EVALUATE TRUE
               WHEN TSN-CODIGO NOT NUMERIC OR TSN-CODIGO = 0
                   OR TSN-NOME = SPACES
                   MOVE "TSN-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TSN-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO E NOME SAO OBRIGATORIOS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT REGRA-VALIDA
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-SINDICATOS < 20
                   ADD 1 TO WS-QTD-SINDICATOS
                   MOVE WS-QTD-SINDICATOS TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TSN-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TSN-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CADASTRO DE SINDICATOS CHEIO (20)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-SINDICATO.
           PERFORM CONFERIR-REGRA-DA-TRANSACAO.
           IF REGRA-VALIDA
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *    CNPJ E CONTA SAO NUMERICOS; A REGRA PRECISA DE TIPO E DO
      *    PARAMETRO DO TIPO (PERCENTUAL ATE 10% OU VALOR FIXO).
       CONFERIR-REGRA-DA-TRANSACAO.
           MOVE "S" TO WS-REGRA-VALIDA.
           IF TSN-ADESAO = SPACE
               MOVE "A" TO TSN-ADESAO
           END-IF.
           EVALUATE TRUE
               WHEN TSN-CNPJ NOT NUMERIC
                   OR TSN-BANCO NOT NUMERIC
                   OR TSN-AGENCIA NOT NUMERIC
                   OR TSN-CONTA NOT NUMERIC
                   MOVE "TSN-CNPJ"        TO WS-CAMPO-REJEITADO
                   MOVE TSN-CNPJ          TO WS-VALOR-REJEITADO
                   MOVE "CNPJ E CONTA DEVEM SER NUMERICOS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-REGRA-VALIDA
               WHEN TSN-CONTRIB-PERCENTUAL
                   AND (TSN-PERCENTUAL NOT NUMERIC
                       OR TSN-PERCENTUAL = 0
                       OR TSN-PERCENTUAL > WS-PCT-MAXIMO)
                   MOVE "TSN-PERCENTUAL"  TO WS-CAMPO-REJEITADO
                   MOVE TSN-PERCENTUAL    TO WS-VALOR-REJEITADO
                   MOVE "PERCENTUAL DEVE SER DE 0,01 A 10,00"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-REGRA-VALIDA
               WHEN TSN-CONTRIB-VALOR-FIXO
                   AND (TSN-VALOR NOT NUMERIC OR TSN-VALOR = 0)
                   MOVE "TSN-VALOR"       TO WS-CAMPO-REJEITADO
                   MOVE TSN-VALOR         TO WS-VALOR-REJEITADO
                   MOVE "VALOR FIXO DEVE SER MAIOR QUE ZERO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-REGRA-VALIDA
               WHEN NOT TSN-CONTRIB-PERCENTUAL
                   AND NOT TSN-CONTRIB-VALOR-FIXO
                   MOVE "TSN-TIPO"        TO WS-CAMPO-REJEITADO
                   MOVE TSN-TIPO-CONTRIB  TO WS-VALOR-REJEITADO
                   MOVE "TIPO DE CONTRIBUICAO DEVE SER P OU V"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-REGRA-VALIDA
               WHEN NOT TSN-ADESAO-VALIDA
                   MOVE "TSN-ADESAO"      TO WS-CAMPO-REJEITADO
                   MOVE TSN-ADESAO        TO WS-VALOR-REJEITADO
                   MOVE "ADESAO DEVE SER A OU O"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-REGRA-VALIDA
           END-EVALUATE.

       EXCLUIR-SINDICATO.
           MOVE SNM-ITEM (WS-QTD-SINDICATOS)
               TO SNM-ITEM (WS-IDX-ACHADO).
           SUBTRACT 1 FROM WS-QTD-SINDICATOS.
           ADD 1 TO WS-QTD-EXCLUIDOS.

      *    SO O PARAMETRO DO TIPO ESCOLHIDO FICA GRAVADO - O OUTRO
      *    VAI ZERADO, PARA A LISTAGEM NAO MOSTRAR REGRA DUPLA.
       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TSN-CODIGO       TO SNM-CODIGO (WS-IDX-ACHADO).
           MOVE TSN-NOME         TO SNM-NOME (WS-IDX-ACHADO).
           MOVE TSN-CNPJ         TO SNM-CNPJ (WS-IDX-ACHADO).
           MOVE TSN-BANCO        TO SNM-BANCO (WS-IDX-ACHADO).
           MOVE TSN-AGENCIA      TO SNM-AGENCIA (WS-IDX-ACHADO).
           MOVE TSN-CONTA        TO SNM-CONTA (WS-IDX-ACHADO).
           MOVE TSN-DIGITO       TO SNM-DIGITO (WS-IDX-ACHADO).
           MOVE TSN-TIPO-CONTRIB TO SNM-TIPO-CONTRIB (WS-IDX-ACHADO).
           MOVE TSN-ADESAO       TO SNM-ADESAO (WS-IDX-ACHADO).
           IF TSN-CONTRIB-PERCENTUAL
               MOVE TSN-PERCENTUAL TO SNM-PERCENTUAL (WS-IDX-ACHADO)
               MOVE 0              TO SNM-VALOR (WS-IDX-ACHADO)
           ELSE
               MOVE 0              TO SNM-PERCENTUAL (WS-IDX-ACHADO)
               MOVE TSN-VALOR      TO SNM-VALOR (WS-IDX-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CADASTRO DE SINDICATOS - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UM-SINDICATO
               UNTIL WS-IDX > WS-QTD-SINDICATOS.

       IMPRIMIR-UM-SINDICATO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING SNM-CODIGO (WS-IDX)
               " " SNM-NOME (WS-IDX)
               " CNPJ " SNM-CNPJ (WS-IDX)
               " BCO " SNM-BANCO (WS-IDX)
               " AG " SNM-AGENCIA (WS-IDX)
               " CC " SNM-CONTA (WS-IDX)
               "-" SNM-DIGITO (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    TIPO " SNM-TIPO-CONTRIB (WS-IDX)
               " PERCENTUAL " SNM-PERCENTUAL (WS-IDX)
               " VALOR " SNM-VALOR (WS-IDX)
               " ADESAO " SNM-ADESAO (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.
           MOVE "PROG119"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

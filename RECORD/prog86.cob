      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA O
      *     CADASTRO.
      *
      *     O CARGO TAMBEM DIZ O RISCO DA FUNCAO, QUE O CALCULO DE
      *     FOLHA PAGA SEM DEPENDER DE LANCAMENTO NO MOVFOLHA: TIPO
      *     "I" INSALUBRIDADE COM GRAU 1, 2 OU 3 (MINIMO, MEDIO,
      *     MAXIMO), "P" PERICULOSIDADE (SEM GRAU) OU BRANCO/"N" SEM
      *     RISCO. TIPO OU GRAU FORA DISSO E RECUSADO.
      *
      *     O CARGO PODE APONTAR O SINDICATO DA CATEGORIA (SINDICAT,
      *     MANTIDO PELO PROG119), QUE PREVALECE SOBRE O DO SETOR NO
      *     DESCONTO DA CONTRIBUICAO; ZERO OU BRANCO = SEGUE O SETOR.
      *
      *     O CARGO TRAZ TAMBEM OS REQUISITOS PERIODICOS DA FUNCAO -
      *     ATE 5 EXAMES ("E", COMO O ASO PERIODICO) OU TREINAMENTOS
      *     OBRIGATORIOS ("T", COMO NR-35, NR-11, NR-10), CADA UM COM
      *     CODIGO E VALIDADE EM MESES (1 A 120). A TRANSACAO DE
      *     ALTERACAO SUBSTITUI A LISTA INTEIRA, COMO OS DEMAIS CAMPOS.
      *     REQUISITO SEM CODIGO, COM VALIDADE FORA DA FAIXA OU
      *     REPETIDO NO MESMO CARGO E RECUSADO. AS REALIZACOES SAO
      *     REGISTRADAS PELO PROG152 E COBRADAS PELO PROG153.

       ENVIRONMENT DIVISION.

               88  TCG-EXCLUSAO            VALUE "D".
           05  TCG-CODIGO              PIC X(10).
           05  TCG-DESCRICAO           PIC X(20).
           05  TCG-TIPO-RISCO          PIC X(01).
               88  TCG-INSALUBRIDADE       VALUE "I".
               88  TCG-PERICULOSIDADE      VALUE "P".
               88  TCG-SEM-RISCO           VALUE " " "N".
           05  TCG-GRAU-RISCO          PIC X(01).
               88  TCG-GRAU-VALIDO         VALUE "1" "2" "3".
           05  TCG-SINDICATO           PIC X(03).
           05  TCG-REQUISITOS.
               10  TCG-REQUISITO OCCURS 5 TIMES.
                   15  TCG-REQ-TIPO    PIC X(01).
                       88  TCG-REQ-TIPO-VALIDO VALUE "E" "T".
                       88  TCG-REQ-LIVRE       VALUE " ".
                   15  TCG-REQ-CODIGO  PIC X(10).
                   15  TCG-REQ-VALIDADE
                                       PIC 9(03).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).
           05  CGM-ITEM OCCURS 50 TIMES.
               10  CGM-CODIGO          PIC X(10).
               10  CGM-DESCRICAO       PIC X(20).
               10  CGM-TIPO-RISCO      PIC X(01).
               10  CGM-GRAU-RISCO      PIC X(01).
               10  CGM-SINDICATO       PIC 9(03).
               10  CGM-REQUISITOS.
                   15  CGM-REQUISITO OCCURS 5 TIMES.
                       20  CGM-REQ-TIPO
                                       PIC X(01).
                       20  CGM-REQ-CODIGO
                                       PIC X(10).
                       20  CGM-REQ-VALIDADE
                                       PIC 9(03).
       01  WS-IDX                      PIC 9(02).
       01  WS-IDX-REQ                  PIC 9(01).
       01  WS-IDX-REQ-OUTRO            PIC 9(01).
       01  WS-IDX-ACHADO               PIC 9(02).
       01  WS-ACHOU-CARGO              PIC X VALUE "N".
           88  ACHOU-O-CARGO               VALUE "S".

       01  WS-RISCO-VALIDO             PIC X VALUE "S".
           88  RISCO-VALIDO                VALUE "S".
       01  WS-REQUISITOS-VALIDOS       PIC X VALUE "S".
           88  REQUISITOS-VALIDOS          VALUE "S".

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).
               ADD 1 TO WS-QTD-CARGOS
               MOVE CRG-CODIGO    TO CGM-CODIGO (WS-QTD-CARGOS)
               MOVE CRG-DESCRICAO TO CGM-DESCRICAO (WS-QTD-CARGOS)
               MOVE CRG-TIPO-RISCO TO CGM-TIPO-RISCO (WS-QTD-CARGOS)
               MOVE CRG-GRAU-RISCO TO CGM-GRAU-RISCO (WS-QTD-CARGOS)
               IF CRG-SINDICATO IS NUMERIC
                   MOVE CRG-SINDICATO TO CGM-SINDICATO (WS-QTD-CARGOS)
               ELSE
                   MOVE 0 TO CGM-SINDICATO (WS-QTD-CARGOS)
               END-IF
               MOVE CRG-REQUISITOS TO CGM-REQUISITOS (WS-QTD-CARGOS)
               PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                       UNTIL WS-IDX-REQ > 5
                   IF CGM-REQ-VALIDADE (WS-QTD-CARGOS, WS-IDX-REQ)
                       IS NOT NUMERIC
                       MOVE 0 TO
                           CGM-REQ-VALIDADE (WS-QTD-CARGOS, WS-IDX-REQ)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LER-CARGO.

       GRAVAR-UM-CARGO.
           MOVE CGM-CODIGO (WS-IDX)    TO CRG-CODIGO.
           MOVE CGM-DESCRICAO (WS-IDX) TO CRG-DESCRICAO.
           MOVE CGM-TIPO-RISCO (WS-IDX) TO CRG-TIPO-RISCO.
           MOVE CGM-GRAU-RISCO (WS-IDX) TO CRG-GRAU-RISCO.
           MOVE CGM-SINDICATO (WS-IDX) TO CRG-SINDICATO.
           MOVE CGM-REQUISITOS (WS-IDX) TO CRG-REQUISITOS.
           WRITE REG-CARGO-MASTER.
           ADD 1 TO WS-IDX.

           END-IF.

       INCLUIR-CARGO.
           PERFORM CONFERIR-RISCO-DA-TRANSACAO.
           IF RISCO-VALIDO
               PERFORM CONFERIR-REQUISITOS-DA-TRANSACAO
           END-IF.
           EVALUATE TRUE
               WHEN TCG-CODIGO = SPACES OR TCG-DESCRICAO = SPACES
                   MOVE "TCG-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TCG-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO E DESCRICAO SAO OBRIGATORIOS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT RISCO-VALIDO OR NOT REQUISITOS-VALIDOS
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-CARGOS < 50
                   ADD 1 TO WS-QTD-CARGOS
                   MOVE WS-QTD-CARGOS TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TCG-CODIGO"   TO WS-CAMPO-REJEITADO
                   MOVE TCG-CODIGO     TO WS-VALOR-REJEITADO
                   MOVE "CADASTRO DE CARGOS CHEIO (50)"
                                       TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-CARGO.
           PERFORM CONFERIR-RISCO-DA-TRANSACAO.
           IF RISCO-VALIDO
               PERFORM CONFERIR-REQUISITOS-DA-TRANSACAO
           END-IF.
           IF RISCO-VALIDO AND REQUISITOS-VALIDOS
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *    TIPO DE RISCO I/P/BRANCO; INSALUBRIDADE EXIGE GRAU 1 A 3.
      *    SEM INSALUBRIDADE O GRAU NAO SE APLICA E E LIMPO.
       CONFERIR-RISCO-DA-TRANSACAO.
           MOVE "S" TO WS-RISCO-VALIDO.
           EVALUATE TRUE
               WHEN TCG-INSALUBRIDADE
                   IF NOT TCG-GRAU-VALIDO
                       MOVE "N" TO WS-RISCO-VALIDO
                       MOVE "TCG-GRAU-RISCO" TO WS-CAMPO-REJEITADO
                       MOVE TCG-GRAU-RISCO   TO WS-VALOR-REJEITADO
                       MOVE "GRAU DE INSALUBRIDADE DEVE SER 1, 2 OU 3"
                                             TO WS-MOTIVO-REJEICAO
                   END-IF
               WHEN TCG-PERICULOSIDADE OR TCG-SEM-RISCO
                   MOVE SPACE TO TCG-GRAU-RISCO
               WHEN OTHER
                   MOVE "N" TO WS-RISCO-VALIDO
                   MOVE "TCG-TIPO-RISCO" TO WS-CAMPO-REJEITADO
                   MOVE TCG-TIPO-RISCO   TO WS-VALOR-REJEITADO
                   MOVE "TIPO DE RISCO DEVE SER I, P OU BRANCO"
                                         TO WS-MOTIVO-REJEICAO
           END-EVALUATE.

      *    REQUISITO "E"/"T" COM CODIGO E VALIDADE DE 1 A 120 MESES,
      *    SEM REPETIR O CODIGO NO CARGO. POSICAO EM BRANCO E LIMPA.
       CONFERIR-REQUISITOS-DA-TRANSACAO.
           MOVE "S" TO WS-REQUISITOS-VALIDOS.
           PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                   UNTIL WS-IDX-REQ > 5
               PERFORM CONFERIR-UM-REQUISITO
           END-PERFORM.

       CONFERIR-UM-REQUISITO.
           EVALUATE TRUE
               WHEN NOT REQUISITOS-VALIDOS
                   CONTINUE
               WHEN TCG-REQ-LIVRE (WS-IDX-REQ)
                   MOVE SPACES TO TCG-REQ-CODIGO (WS-IDX-REQ)
                   MOVE 0      TO TCG-REQ-VALIDADE (WS-IDX-REQ)
               WHEN NOT TCG-REQ-TIPO-VALIDO (WS-IDX-REQ)
                   MOVE "N" TO WS-REQUISITOS-VALIDOS
                   MOVE "TCG-REQ-TIPO"   TO WS-CAMPO-REJEITADO
                   MOVE TCG-REQ-TIPO (WS-IDX-REQ) TO WS-VALOR-REJEITADO
                   MOVE "TIPO DE REQUISITO DEVE SER E, T OU BRANCO"
                                         TO WS-MOTIVO-REJEICAO
               WHEN TCG-REQ-CODIGO (WS-IDX-REQ) = SPACES
                   MOVE "N" TO WS-REQUISITOS-VALIDOS
                   MOVE "TCG-REQ-CODIGO" TO WS-CAMPO-REJEITADO
                   MOVE TCG-CODIGO       TO WS-VALOR-REJEITADO
                   MOVE "REQUISITO SEM CODIGO"
                                         TO WS-MOTIVO-REJEICAO
               WHEN TCG-REQ-VALIDADE (WS-IDX-REQ) IS NOT NUMERIC
                 OR TCG-REQ-VALIDADE (WS-IDX-REQ) = 0
                 OR TCG-REQ-VALIDADE (WS-IDX-REQ) > 120
                   MOVE "N" TO WS-REQUISITOS-VALIDOS
                   MOVE "TCG-REQ-VALID" TO WS-CAMPO-REJEITADO
                   MOVE TCG-REQ-CODIGO (WS-IDX-REQ)
                                         TO WS-VALOR-REJEITADO
                   MOVE "VALIDADE DO REQUISITO DE 1 A 120 MESES"
                                         TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM VARYING WS-IDX-REQ-OUTRO FROM 1 BY 1
                           UNTIL WS-IDX-REQ-OUTRO NOT < WS-IDX-REQ
                       IF TCG-REQ-CODIGO (WS-IDX-REQ-OUTRO) =
                          TCG-REQ-CODIGO (WS-IDX-REQ)
                           MOVE "N" TO WS-REQUISITOS-VALIDOS
                           MOVE "TCG-REQ-CODIGO" TO WS-CAMPO-REJEITADO
                           MOVE TCG-REQ-CODIGO (WS-IDX-REQ)
                                                 TO WS-VALOR-REJEITADO
                           MOVE "REQUISITO REPETIDO NO CARGO"
                                                 TO WS-MOTIVO-REJEICAO
                       END-IF
                   END-PERFORM
           END-EVALUATE.

       EXCLUIR-CARGO.
           MOVE CGM-ITEM (WS-QTD-CARGOS) TO CGM-ITEM (WS-IDX-ACHADO).
       GRAVAR-CAMPOS-DA-TRANSACAO.
           MOVE TCG-CODIGO    TO CGM-CODIGO (WS-IDX-ACHADO).
           MOVE TCG-DESCRICAO TO CGM-DESCRICAO (WS-IDX-ACHADO).
           MOVE TCG-TIPO-RISCO TO CGM-TIPO-RISCO (WS-IDX-ACHADO).
           MOVE TCG-GRAU-RISCO TO CGM-GRAU-RISCO (WS-IDX-ACHADO).
           IF TCG-SINDICATO IS NUMERIC
               MOVE TCG-SINDICATO TO CGM-SINDICATO (WS-IDX-ACHADO)
           ELSE
               MOVE 0 TO CGM-SINDICATO (WS-IDX-ACHADO)
           END-IF.
           MOVE TCG-REQUISITOS TO CGM-REQUISITOS (WS-IDX-ACHADO).

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING CGM-CODIGO (WS-IDX)
               " " CGM-DESCRICAO (WS-IDX)
               " RISCO " CGM-TIPO-RISCO (WS-IDX)
               " GRAU " CGM-GRAU-RISCO (WS-IDX)
               " SIND " CGM-SINDICATO (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-REQ FROM 1 BY 1
                   UNTIL WS-IDX-REQ > 5
               IF CGM-REQ-TIPO (WS-IDX, WS-IDX-REQ) NOT = SPACE
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "           REQUISITO "
                       CGM-REQ-TIPO (WS-IDX, WS-IDX-REQ)
                       " " CGM-REQ-CODIGO (WS-IDX, WS-IDX-REQ)
                       " VALIDADE "
                       CGM-REQ-VALIDADE (WS-IDX, WS-IDX-REQ)
                       " MESES"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.

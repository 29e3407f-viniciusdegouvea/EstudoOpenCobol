      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA O
      *     CADASTRO.
      *
      *     O SETOR TAMBEM APONTA O SINDICATO QUE O REPRESENTA
      *     (SINDICAT, MANTIDO PELO PROG119), PARA O DESCONTO DA
      *     CONTRIBUICAO NA FOLHA; ZERO OU BRANCO = SEM SINDICATO.
      *
      *     E A ESCALA DE TRABALHO DOS SEUS FUNCIONARIOS (ESCALAS,
      *     MANTIDO PELO PROG122), CONTRA A QUAL O PROG50 CONFERE OS
      *     ATRASOS E AS SAIDAS ANTECIPADAS; BRANCO = SEM ESCALA.
      *
      *     A GRATIFICACAO DE FUNCAO DO GERENTE VEM DO SETOR: TIPO
      *     "P" (PERCENTUAL SOBRE O SALARIO, MAIOR QUE ZERO) OU "V"
      *     (VALOR FIXO, MAIOR QUE ZERO); BRANCO = SEM GRATIFICACAO.
      *     O PROG29 PAGA AO GERENTE E AO SUBSTITUTO DESIGNADO NO
      *     SUBSTGER (PROG127); A LINHA DE MOVIMENTO DIGITADA A MAO
      *     DEIXA DE SER NECESSARIA.

       ENVIRONMENT DIVISION.

           05  TST-CENTRO-CUSTO        PIC 9(05).
           05  TST-GERENTE             PIC 9(05).
           05  TST-BANCO-HORAS         PIC X(01).
           05  TST-SINDICATO           PIC X(03).
           05  TST-ESCALA              PIC X(04).
           05  TST-GRAT-TIPO           PIC X(01).
               88  TST-GRAT-TIPO-VALIDO    VALUE "P" "V" " ".
           05  TST-GRAT-PERCENTUAL     PIC 9(2)V9(2).
           05  TST-GRAT-VALOR          PIC 9(6)V9(2).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).
               10  STM-CENTRO-CUSTO    PIC 9(05).
               10  STM-GERENTE         PIC 9(05).
               10  STM-BANCO-HORAS     PIC X(01).
               10  STM-SINDICATO       PIC 9(03).
               10  STM-ESCALA          PIC X(04).
               10  STM-GRAT-TIPO       PIC X(01).
               10  STM-GRAT-PERCENTUAL PIC 9(2)V9(2).
               10  STM-GRAT-VALOR      PIC 9(6)V9(2).
       01  WS-IDX                      PIC 9(02).
       01  WS-IDX-ACHADO               PIC 9(02).
       01  WS-ACHOU-SETOR              PIC X VALUE "N".
           88  ACHOU-O-SETOR               VALUE "S".
       01  WS-GRATIFICACAO-OK          PIC X(01).
           88  GRATIFICACAO-OK             VALUE "S".

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
               MOVE SET-GERENTE      TO STM-GERENTE (WS-QTD-SETORES)
               MOVE SET-BANCO-HORAS
                   TO STM-BANCO-HORAS (WS-QTD-SETORES)
               IF SET-SINDICATO IS NUMERIC
                   MOVE SET-SINDICATO
                       TO STM-SINDICATO (WS-QTD-SETORES)
               ELSE
                   MOVE 0 TO STM-SINDICATO (WS-QTD-SETORES)
               END-IF
               MOVE SET-ESCALA       TO STM-ESCALA (WS-QTD-SETORES)
               PERFORM GUARDAR-GRATIFICACAO-DO-SETOR
           END-IF.
           PERFORM LER-SETOR.

      *    REGISTRO DO LAYOUT ANTIGO, SEM OS CAMPOS DA GRATIFICACAO,
      *    FICA SEM GRATIFICACAO.
       GUARDAR-GRATIFICACAO-DO-SETOR.
           IF (SET-GRAT-PERCENTUAL-SAL OR SET-GRAT-VALOR-FIXO)
               AND SET-GRAT-PERCENTUAL IS NUMERIC
               AND SET-GRAT-VALOR IS NUMERIC
               MOVE SET-GRAT-TIPO
                   TO STM-GRAT-TIPO (WS-QTD-SETORES)
               MOVE SET-GRAT-PERCENTUAL
                   TO STM-GRAT-PERCENTUAL (WS-QTD-SETORES)
               MOVE SET-GRAT-VALOR
                   TO STM-GRAT-VALOR (WS-QTD-SETORES)
           ELSE
               MOVE SPACE TO STM-GRAT-TIPO (WS-QTD-SETORES)
               MOVE 0 TO STM-GRAT-PERCENTUAL (WS-QTD-SETORES)
               MOVE 0 TO STM-GRAT-VALOR (WS-QTD-SETORES)
           END-IF.

       REGRAVAR-SETORES.
           OPEN OUTPUT ARQ-SETORES.
           MOVE 1 TO WS-IDX.
           MOVE STM-CENTRO-CUSTO (WS-IDX) TO SET-CENTRO-CUSTO.
           MOVE STM-GERENTE (WS-IDX)      TO SET-GERENTE.
           MOVE STM-BANCO-HORAS (WS-IDX)  TO SET-BANCO-HORAS.
           MOVE STM-SINDICATO (WS-IDX)    TO SET-SINDICATO.
           MOVE STM-ESCALA (WS-IDX)       TO SET-ESCALA.
           MOVE STM-GRAT-TIPO (WS-IDX)    TO SET-GRAT-TIPO.
           MOVE STM-GRAT-PERCENTUAL (WS-IDX)
                                          TO SET-GRAT-PERCENTUAL.
           MOVE STM-GRAT-VALOR (WS-IDX)   TO SET-GRAT-VALOR.
           WRITE REG-SETOR-MASTER.
           ADD 1 TO WS-IDX.

           END-IF.

       INCLUIR-SETOR.
           PERFORM CONFERIR-GRATIFICACAO.
           EVALUATE TRUE
               WHEN TST-CODIGO = SPACES OR TST-DESCRICAO = SPACES
                   MOVE "TST-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TST-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO E DESCRICAO SAO OBRIGATORIOS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN NOT GRATIFICACAO-OK
                   ADD 1 TO WS-QTD-REJEITADOS
               WHEN WS-QTD-SETORES < 50
                   ADD 1 TO WS-QTD-SETORES
                   MOVE WS-QTD-SETORES TO WS-IDX-ACHADO
                   PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
                   ADD 1 TO WS-QTD-INCLUIDOS
               WHEN OTHER
                   MOVE "TST-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TST-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CADASTRO DE SETORES CHEIO (50)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
           END-EVALUATE.

       ALTERAR-SETOR.
           PERFORM CONFERIR-GRATIFICACAO.
           IF GRATIFICACAO-OK
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               ADD 1 TO WS-QTD-ALTERADOS
           ELSE
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *    TIPO P EXIGE PERCENTUAL E TIPO V EXIGE VALOR, NUMERICOS E
      *    MAIORES QUE ZERO; BRANCO DISPENSA OS DOIS.
       CONFERIR-GRATIFICACAO.
           MOVE "S" TO WS-GRATIFICACAO-OK.
           EVALUATE TRUE
               WHEN NOT TST-GRAT-TIPO-VALIDO
                   MOVE "TST-GRAT-TIPO"   TO WS-CAMPO-REJEITADO
                   MOVE TST-GRAT-TIPO     TO WS-VALOR-REJEITADO
                   MOVE "TIPO DA GRATIFICACAO DEVE SER P, V OU BRANCO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-GRATIFICACAO-OK
               WHEN TST-GRAT-TIPO = "P"
                   AND (TST-GRAT-PERCENTUAL IS NOT NUMERIC
                        OR TST-GRAT-PERCENTUAL = 0)
                   MOVE "TST-GRAT-PCT"    TO WS-CAMPO-REJEITADO
                   MOVE TST-GRAT-PERCENTUAL TO WS-VALOR-REJEITADO
                   MOVE "PERCENTUAL DA GRATIFICACAO OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-GRATIFICACAO-OK
               WHEN TST-GRAT-TIPO = "V"
                   AND (TST-GRAT-VALOR IS NOT NUMERIC
                        OR TST-GRAT-VALOR = 0)
                   MOVE "TST-GRAT-VALOR"  TO WS-CAMPO-REJEITADO
                   MOVE TST-GRAT-VALOR    TO WS-VALOR-REJEITADO
                   MOVE "VALOR DA GRATIFICACAO OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   MOVE "N" TO WS-GRATIFICACAO-OK
           END-EVALUATE.

       EXCLUIR-SETOR.
           MOVE STM-ITEM (WS-QTD-SETORES) TO STM-ITEM (WS-IDX-ACHADO).
           ELSE
               MOVE "N" TO STM-BANCO-HORAS (WS-IDX-ACHADO)
           END-IF.
      *    SINDICATO SEM NUMERO (INCLUSIVE O BRANCO DO LAYOUT
      *    ANTIGO) FICA ZERO - SETOR SEM SINDICATO.
           IF TST-SINDICATO IS NUMERIC
               MOVE TST-SINDICATO TO STM-SINDICATO (WS-IDX-ACHADO)
           ELSE
               MOVE 0 TO STM-SINDICATO (WS-IDX-ACHADO)
           END-IF.
           MOVE TST-ESCALA       TO STM-ESCALA (WS-IDX-ACHADO).
           MOVE TST-GRAT-TIPO    TO STM-GRAT-TIPO (WS-IDX-ACHADO).
           MOVE 0 TO STM-GRAT-PERCENTUAL (WS-IDX-ACHADO).
           MOVE 0 TO STM-GRAT-VALOR (WS-IDX-ACHADO).
           EVALUATE TST-GRAT-TIPO
               WHEN "P"
                   MOVE TST-GRAT-PERCENTUAL
                       TO STM-GRAT-PERCENTUAL (WS-IDX-ACHADO)
               WHEN "V"
                   MOVE TST-GRAT-VALOR
                       TO STM-GRAT-VALOR (WS-IDX-ACHADO)
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    LISTAGEM E EXCECOES.
               " " STM-DESCRICAO (WS-IDX)
               " CC " STM-CENTRO-CUSTO (WS-IDX)
               " GERENTE " STM-GERENTE (WS-IDX)
               " BH " STM-BANCO-HORAS (WS-IDX)
               " SIND " STM-SINDICATO (WS-IDX)
               " ESC " STM-ESCALA (WS-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           EVALUATE STM-GRAT-TIPO (WS-IDX)
               WHEN "P"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "           GRATIFICACAO DE FUNCAO "
                       STM-GRAT-PERCENTUAL (WS-IDX) "% DO SALARIO"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               WHEN "V"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "           GRATIFICACAO DE FUNCAO VALOR "
                       STM-GRAT-VALOR (WS-IDX)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
           END-EVALUATE.
           ADD 1 TO WS-IDX.

       REGISTRAR-EXCECAO.

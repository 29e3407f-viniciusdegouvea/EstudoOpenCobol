      *         R NOME DATA     REIMPRIME O RELATORIO (REIMPSPL)
      *         E NOME DATA     MARCA O RELATORIO COMO ENTREGUE
      *     SEM CARTAO, LISTA O CATALOGO.
      *
      *     A REIMPRESSAO RESPEITA O MASCARAMENTO POR PERFIL (PROG142):
      *     SO SAI A COPIA PRODUZIDA COM NIVEL IGUAL OU MAIS RESTRITO
      *     QUE O DO PERFIL DA SESSAO EM CADA GRUPO (CPF, VALOR,
      *     BANCO) - QUEM NAO VE O SALARIO NA TELA NAO O RECEBE
      *     REIMPRIMINDO A COPIA DE OUTRO PERFIL. A LISTAGEM MOSTRA O
      *     NIVEL DE CADA COPIA.

       ENVIRONMENT DIVISION.

               10  CTG-QTD-LINHAS      PIC 9(06).
               10  CTG-DESTINO         PIC X(08).
               10  CTG-SITUACAO        PIC X(01).
               10  CTG-NIVEL-MASCARA   PIC X(03).
       01  WS-IDX                      PIC 9(03).

       01  WS-DENTRO-DO-RELATORIO      PIC X VALUE "N".
           05  WS-QTD-LISTADOS         PIC 9(03) VALUE 0.
           05  WS-QTD-REIMPRESSAS      PIC 9(06) VALUE 0.
           05  WS-QTD-MARCADOS         PIC 9(03) VALUE 0.
           05  WS-QTD-RECUSADAS        PIC 9(03) VALUE 0.

      *    NIVEIS DE MASCARAMENTO - C COMPLETO, P PARCIAL, O OCULTO,
      *    NESSA ORDEM DE RESTRICAO. COPIA SEM NIVEL (ANTERIOR AO
      *    MASCARAMENTO) VALE COMO COMPLETA.
       01  WS-MSC-ACAO                 PIC X(01).
       01  WS-MSC-TIPO                 PIC X(01) VALUE SPACE.
       01  WS-MSC-NIVEIS               PIC X(03) VALUE "CCC".
       01  WS-MSC-CAMPO                PIC X(20) VALUE SPACES.
       01  WS-MSC-TAMANHO              PIC 9(02) VALUE 0.
       01  WS-NIVEIS-DA-COPIA          PIC X(03).
       01  WS-NIVEL-AVALIADO           PIC X(01).
       01  WS-PESO-NIVEL               PIC 9(01).
       01  WS-PESO-OPERADOR            PIC 9(01).
       01  WS-POS-NIVEL                PIC 9(01).
       01  WS-COPIA-LIBERADA           PIC X VALUE "S".
           88  COPIA-LIBERADA              VALUE "S".

       PROCEDURE DIVISION.

                   TO CTG-QTD-LINHAS (WS-QTD-CATALOGO)
               MOVE CAT-DESTINO    TO CTG-DESTINO (WS-QTD-CATALOGO)
               MOVE CAT-SITUACAO   TO CTG-SITUACAO (WS-QTD-CATALOGO)
               MOVE CAT-NIVEL-MASCARA
                   TO CTG-NIVEL-MASCARA (WS-QTD-CATALOGO)
           END-IF.
           PERFORM LER-CATALOGO.

                   " LINHAS " CTG-QTD-LINHAS (WS-IDX)
                   " DESTINO " CTG-DESTINO (WS-IDX)
                   " [" CTG-SITUACAO (WS-IDX) "]"
                   " MASC " CTG-NIVEL-MASCARA (WS-IDX)
                   DELIMITED BY SIZE INTO LINHA-LISTAGEM
               END-STRING
               WRITE LINHA-LISTAGEM
      *    ABERTURA E FECHO DO RELATORIO PEDIDO.
      *--------------------------------------------------------------*
       REIMPRIMIR-DO-SPOOL.
           MOVE "N" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.
           MOVE SPACES TO WS-MARCA-ABERTURA.
           STRING "<<<< " WS-NOME-PEDIDO " " WS-DATA-PEDIDA
               DELIMITED BY SIZE INTO WS-MARCA-ABERTURA
           CLOSE ARQ-REIMPRESSAO.
           DISPLAY "GERENTE DE SPOOL - LINHAS REIMPRESSAS: "
               WS-QTD-REIMPRESSAS.
           IF WS-QTD-RECUSADAS > 0
               DISPLAY "COPIAS RECUSADAS PELO MASCARAMENTO DO PERFIL: "
                   WS-QTD-RECUSADAS
           END-IF.
           IF WS-QTD-REIMPRESSAS = 0
               IF WS-QTD-RECUSADAS > 0
                   DISPLAY "REIMPRESSAO RECUSADA - A COPIA FOI"
                       " PRODUZIDA COM MASCARAMENTO MAIS ABERTO."
               ELSE
                   DISPLAY "RELATORIO NAO ENCONTRADO NO SPOOL."
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

       COPIAR-UMA-LINHA.
           IF NOT DENTRO-DO-RELATORIO
               IF LINHA-SPOOL (1:25) = WS-MARCA-ABERTURA
                   PERFORM CONFERIR-NIVEL-DA-COPIA
                   IF COPIA-LIBERADA
                       SET DENTRO-DO-RELATORIO TO TRUE
                   ELSE
                       ADD 1 TO WS-QTD-RECUSADAS
                   END-IF
               END-IF
           END-IF.
           IF DENTRO-DO-RELATORIO
           END-IF.
           PERFORM LER-LINHA-DO-SPOOL.

      *    O NIVEL DA COPIA VEM NA LINHA DE ABERTURA GRAVADA PELO
      *    PROG71 ("MASCARA" NAS POSICOES 60 A 62).
       CONFERIR-NIVEL-DA-COPIA.
           MOVE LINHA-SPOOL (60:3) TO WS-NIVEIS-DA-COPIA.
           MOVE "S" TO WS-COPIA-LIBERADA.
           PERFORM VARYING WS-POS-NIVEL FROM 1 BY 1
                   UNTIL WS-POS-NIVEL > 3
               MOVE WS-MSC-NIVEIS (WS-POS-NIVEL:1) TO WS-NIVEL-AVALIADO
               PERFORM APURAR-PESO-DO-NIVEL
               MOVE WS-PESO-NIVEL TO WS-PESO-OPERADOR
               MOVE WS-NIVEIS-DA-COPIA (WS-POS-NIVEL:1)
                   TO WS-NIVEL-AVALIADO
               PERFORM APURAR-PESO-DO-NIVEL
               IF WS-PESO-NIVEL < WS-PESO-OPERADOR
                   MOVE "N" TO WS-COPIA-LIBERADA
               END-IF
           END-PERFORM.

       APURAR-PESO-DO-NIVEL.
           EVALUATE WS-NIVEL-AVALIADO
               WHEN "P"
                   MOVE 2 TO WS-PESO-NIVEL
               WHEN "O"
                   MOVE 3 TO WS-PESO-NIVEL
               WHEN OTHER
                   MOVE 1 TO WS-PESO-NIVEL
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    MARCACAO DE ENTREGA - REGRAVA O CATALOGO COM A SITUACAO E.
      *--------------------------------------------------------------*
                   MOVE CTG-QTD-LINHAS (WS-IDX) TO CAT-QTD-LINHAS
                   MOVE CTG-DESTINO (WS-IDX)    TO CAT-DESTINO
                   MOVE CTG-SITUACAO (WS-IDX)   TO CAT-SITUACAO
                   MOVE CTG-NIVEL-MASCARA (WS-IDX)
                       TO CAT-NIVEL-MASCARA
                   WRITE REG-CATALOGO-RELATORIO
               END-PERFORM
               CLOSE ARQ-CATALOGO

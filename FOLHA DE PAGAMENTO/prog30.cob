      *     (FUNCORD, GERADO PELO PROG34) E IMPRIME A QUANTIDADE DE
      *     FUNCIONARIOS E O CUSTO DE FOLHA (SALARIOS BRUTOS) DE CADA
      *     SETOR, COM SUBTOTAL POR SETOR E TOTAL GERAL NO FIM.
      *
      *     OS CUSTOS SAEM MASCARADOS CONFORME O PERFIL DA SESSAO
      *     (PROG142), E O NIVEL FICA NO CATALOGO DO SPOOL.

       ENVIRONMENT DIVISION.

       01  WS-SPL-NOME                 PIC X(10) VALUE "RELSETOR".
       01  WS-SPL-DESTINO              PIC X(08) VALUE "IMPRESSO".

      *    MASCARAMENTO DOS VALORES PELO PERFIL DA SESSAO (PROG142).
       01  WS-MSC-ACAO                 PIC X(01).
       01  WS-MSC-TIPO                 PIC X(01).
       01  WS-MSC-NIVEIS               PIC X(03) VALUE "CCC".
       01  WS-MSC-CAMPO                PIC X(20).
       01  WS-MSC-TAMANHO              PIC 9(02).
       01  WS-MSC-TOTAL                PIC 9(8)V9(2).
       01  WS-MSC-TOTAL-X REDEFINES WS-MSC-TOTAL
                                       PIC X(10).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
               PERFORM CARREGAR-SELECAO-EMPRESA
               PERFORM CARREGAR-SETORES-OFICIAIS
               PERFORM CARREGAR-RATEIOS
               MOVE "N" TO WS-MSC-ACAO
               CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO
                   WS-MSC-NIVEIS WS-MSC-CAMPO WS-MSC-TAMANHO
               PERFORM ABRIR-RELATORIO-NO-SPOOL
               PERFORM LER-FUNCIONARIO
               PERFORM PROCESSAR-UM-FUNCIONARIO UNTIL FIM-ARQUIVO
       IMPRIMIR-TOTAIS-POR-EMPRESA.
           PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
                   UNTIL WS-IDX-SEL > WS-QTD-EMPRESAS-TOT
               MOVE TEM-CUSTO (WS-IDX-SEL) TO WS-MSC-TOTAL
               PERFORM MASCARAR-TOTAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING "EMPRESA " TEM-EMPRESA (WS-IDX-SEL)
                   " - FUNCIONARIOS: " TEM-QTD (WS-IDX-SEL)
                   " - CUSTO DE FOLHA: " WS-MSC-CAMPO (1:10)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-NO-SPOOL

       IMPRIMIR-SUBTOTAL-SETOR.
           PERFORM BUSCAR-DESCRICAO-DO-SETOR.
           MOVE WS-CUSTO-SETOR TO WS-MSC-TOTAL.
           PERFORM MASCARAR-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SETOR " WS-SETOR-ATUAL
               " " WS-DESCRICAO-SETOR
               " CC " WS-CENTRO-CUSTO-SETOR
               " - FUNC: " WS-QTD-SETOR
               " - CUSTO: " WS-MSC-CAMPO (1:10)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       IMPRIMIR-TOTAL-GERAL.
           MOVE WS-CUSTO-GERAL TO WS-MSC-TOTAL.
           PERFORM MASCARAR-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL GERAL - FUNCIONARIOS: " WS-QTD-GERAL
               " - CUSTO DE FOLHA: " WS-MSC-CAMPO (1:10)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       MASCARAR-TOTAL.
           MOVE WS-MSC-TOTAL-X TO WS-MSC-CAMPO.
           MOVE "V" TO WS-MSC-TIPO.
           MOVE 10 TO WS-MSC-TAMANHO.
           MOVE "M" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.

      *--------------------------------------------------------------*
      *    ESCRITA DO RELATORIO VIA SPOOL CENTRAL (PROG71).
      *--------------------------------------------------------------*
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           PERFORM VARYING WS-IDX-CCC FROM 1 BY 1
                   UNTIL WS-IDX-CCC > WS-QTD-CCS
               MOVE CCC-VALOR (WS-IDX-CCC) TO WS-MSC-TOTAL
               PERFORM MASCARAR-TOTAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CC " CCC-CENTRO-CUSTO (WS-IDX-CCC)
                   " - CUSTO: " WS-MSC-CAMPO (1:10)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-NO-SPOOL

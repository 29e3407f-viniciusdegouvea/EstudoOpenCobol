      *     FOLHA POR SITUACAO (ATIVO/INATIVO/AFASTADO), PARA QUE UM
      *     FUNCIONARIO DESLIGADO DEIXE DE CONTAR COMO CUSTO ATIVO SO
      *     PORQUE O REGISTRO NAO FOI FISICAMENTE EXCLUIDO.
      *
      *     AO LADO DA QUANTIDADE SAI O EFETIVO EM TEMPO INTEGRAL
      *     (FTE): AS HORAS SEMANAIS DO CONTRATO DE CADA UM SOBRE A
      *     JORNADA CHEIA DE 44 - QUEM NAO TEM HORAS NO CADASTRO
      *     CONTA 1.
      *
      *     O CUSTO DE FOLHA SAI MASCARADO CONFORME O PERFIL DA
      *     SESSAO (PROG142), E O NIVEL FICA NO CATALOGO DO SPOOL.

       ENVIRONMENT DIVISION.

               10  SITU-CODIGO         PIC X(01).
               10  SITU-QUANTIDADE     PIC 9(05) VALUE 0.
               10  SITU-CUSTO-FOLHA    PIC 9(8)V9(2) VALUE 0.
               10  SITU-FTE            PIC 9(5)V9(4) VALUE 0.

       01  WS-IDX                      PIC 9(02).

       01  WS-HORAS-SEMANAIS-PADRAO    PIC 9(2)V9(2) VALUE 44.00.
       01  WS-FTE-DO-FUNC              PIC 9(1)V9(4).


      *    SAIDA VIA ESCRITOR CENTRAL DE SPOOL (PROG71) - O RELATORIO
      *    SAI NO SPOOL COM PAGINA DE ABERTURA/FECHO E E REGISTRADO
       01  WS-SPL-NOME                 PIC X(10) VALUE "RELSITU".
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
           PERFORM INICIALIZAR-SITUACOES.
           MOVE "N" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM ABRIR-RELATORIO-NO-SPOOL.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           IF WS-IDX <= 3
               ADD 1 TO SITU-QUANTIDADE (WS-IDX)
               ADD SALARIO TO SITU-CUSTO-FOLHA (WS-IDX)
               PERFORM APURAR-FTE-DO-FUNC
               ADD WS-FTE-DO-FUNC TO SITU-FTE (WS-IDX)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       LOCALIZAR-SITUACAO.
           ADD 1 TO WS-IDX.

       APURAR-FTE-DO-FUNC.
           MOVE 1 TO WS-FTE-DO-FUNC.
           IF HORAS-SEMANAIS IS NUMERIC AND HORAS-SEMANAIS > 0
               COMPUTE WS-FTE-DO-FUNC ROUNDED =
                   HORAS-SEMANAIS / WS-HORAS-SEMANAIS-PADRAO
                   ON SIZE ERROR MOVE 1 TO WS-FTE-DO-FUNC
               END-COMPUTE
           END-IF.

       IMPRIMIR-UMA-SITUACAO.
           MOVE SITU-CUSTO-FOLHA (WS-IDX) TO WS-MSC-TOTAL.
           PERFORM MASCARAR-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING SITU-DESCRICAO (WS-IDX)
               " - FUNCIONARIOS: " SITU-QUANTIDADE (WS-IDX)
               " - CUSTO DE FOLHA: " WS-MSC-CAMPO (1:10)
               " - FTE: " SITU-FTE (WS-IDX)
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

      *     AUDITORIA E O HISTORICO DE SALARIOS DOS INSTANTANEOS
      *     MENSAIS (SNAPHIST) - O LUGAR UNICO PARA RESPONDER "QUANTO
      *     GANHA E QUANDO MUDOU" SEM ABRIR TRES ARQUIVOS NA MAO.
      *
      *     O QUE APARECE DEPENDE DO PERFIL DA SESSAO (PROG142): CPF,
      *     VALORES (SALARIO, DESCONTOS, LIQUIDO, ACUMULADOS E OS
      *     VALORES DA AUDITORIA E DO HISTORICO) E AS CONTAS DE
      *     CREDITO (BANCFUNC) SAEM COMPLETOS, PARCIAIS OU OCULTOS.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VINCULOS.

           SELECT ARQ-CONTAS ASSIGN TO "BANCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-VINCULOS.
       COPY CPRECON.

       FD  ARQ-CONTAS.
       COPY CPBANCO.

       FD  ARQ-HISTORICO.
       01  REG-SNAPSHOT.
           05  SNAP-DATA                PIC 9(08).
           88  FIM-VINCULOS                VALUE "S".
       01  WS-CODIGO-ANTIGO            PIC 9(05) VALUE 0.

      *    CONTAS DE CREDITO DO FUNCIONARIO (BANCFUNC).
       01  WS-STATUS-CONTAS            PIC X(02).
       01  WS-FIM-CONTAS               PIC X VALUE "N".
           88  FIM-CONTAS                  VALUE "S".
       01  WS-QTD-CONTAS               PIC 9(03).

      *    MASCARAMENTO PELO PERFIL DA SESSAO (PROG142) - OS CAMPOS
      *    SAEM DAQUI, JA MASCARADOS, PARA A TELA.
       01  WS-MSC-ACAO                 PIC X(01).
       01  WS-MSC-TIPO                 PIC X(01).
       01  WS-MSC-NIVEIS               PIC X(03) VALUE "CCC".
       01  WS-MSC-CAMPO                PIC X(20).
       01  WS-MSC-TAMANHO              PIC 9(02).
       01  WS-MSC-VALOR                PIC 9(6)V9(2).
       01  WS-MSC-VALOR-X REDEFINES WS-MSC-VALOR
                                       PIC X(08).
       01  WS-MSC-TOTAL                PIC 9(8)V9(2).
       01  WS-MSC-TOTAL-X REDEFINES WS-MSC-TOTAL
                                       PIC X(10).
       01  WS-MSC-DOCUMENTO            PIC 9(11).
       01  WS-MSC-DOCUMENTO-X REDEFINES WS-MSC-DOCUMENTO
                                       PIC X(11).
       01  WS-MSC-AGENCIA              PIC 9(04).
       01  WS-MSC-AGENCIA-X REDEFINES WS-MSC-AGENCIA
                                       PIC X(04).
       01  WS-MSC-CONTA.
           05  WS-MSC-CONTA-NUMERO     PIC 9(08).
           05  WS-MSC-CONTA-DIGITO     PIC X(01).

       01  WS-TELA-CPF                 PIC X(11).
       01  WS-TELA-SALARIO             PIC X(08).
       01  WS-TELA-INSS                PIC X(08).
       01  WS-TELA-IRRF                PIC X(08).
       01  WS-TELA-LIQUIDO             PIC X(08).
       01  WS-TELA-YTD-BRUTO           PIC X(10).
       01  WS-TELA-YTD-INSS            PIC X(10).
       01  WS-TELA-YTD-IRRF            PIC X(10).
       01  WS-TELA-ANTES               PIC X(08).
       01  WS-TELA-DEPOIS              PIC X(08).
       01  WS-TELA-AGENCIA             PIC X(04).
       01  WS-TELA-CONTA               PIC X(09).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE "N" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER NOT = "00"
               DISPLAY "** MESTRE DE FUNCIONARIOS INACESSIVEL -"
           IF ACHOU-O-FUNCIONARIO
               PERFORM BUSCAR-VINCULO-ANTIGO
               PERFORM EXIBIR-FICHA-COMPLETA
               PERFORM EXIBIR-CONTAS-DE-CREDITO
               PERFORM EXIBIR-AUDITORIA
               PERFORM EXIBIR-HISTORICO-SALARIOS
               PERFORM EXIBIR-HISTORICO-DE-CARGOS
           END-READ.

       EXIBIR-FICHA-COMPLETA.
           PERFORM MASCARAR-FICHA.
           DISPLAY "============================================".
           DISPLAY "CODIGO. . . . . : " CODIGO.
           DISPLAY "NOME. . . . . . : " NOME.
           DISPLAY "ENDERECO. . . . : " END-LOGRADOURO " " END-NUMERO.
           DISPLAY "BAIRRO/CIDADE . : " END-BAIRRO " " END-CIDADE.
           DISPLAY "UF/CEP. . . . . : " END-UF " " END-CEP.
           DISPLAY "CPF . . . . . . : " WS-TELA-CPF.
           DISPLAY "SETOR . . . . . : " SETOR.
           DISPLAY "CARGO . . . . . : " CARGO.
           DISPLAY "ADMISSAO. . . . : " DATA-ADMISSAO.
           DISPLAY "SITUACAO. . . . : " SITUACAO.
           DISPLAY "SALARIO . . . . : " WS-TELA-SALARIO.
           DISPLAY "INSS/IRRF/LIQ . : " WS-TELA-INSS " " WS-TELA-IRRF
               " " WS-TELA-LIQUIDO.
           DISPLAY "YTD BRUTO/INSS/IRRF: " WS-TELA-YTD-BRUTO " "
               WS-TELA-YTD-INSS " " WS-TELA-YTD-IRRF.
           DISPLAY "FERIAS ACUM/GOZ : " FERIAS-DIAS-ACUMULADOS " "
               FERIAS-DIAS-GOZADOS.
           IF WS-CODIGO-ANTIGO > 0
                   " TRANSFERENCIA): " WS-CODIGO-ANTIGO
           END-IF.

      *--------------------------------------------------------------*
      *    MASCARAMENTO DOS CAMPOS DA FICHA PELO PERFIL DA SESSAO.
      *--------------------------------------------------------------*
       MASCARAR-FICHA.
           MOVE 0 TO WS-MSC-DOCUMENTO.
           IF DOCUMENTO IS NUMERIC
               MOVE DOCUMENTO TO WS-MSC-DOCUMENTO
           END-IF.
           MOVE WS-MSC-DOCUMENTO-X TO WS-MSC-CAMPO.
           MOVE "D" TO WS-MSC-TIPO.
           MOVE 11 TO WS-MSC-TAMANHO.
           PERFORM CHAMAR-MASCARAMENTO.
           MOVE WS-MSC-CAMPO TO WS-TELA-CPF.
           MOVE SALARIO TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE WS-MSC-CAMPO TO WS-TELA-SALARIO.
           MOVE INSS-FOLHA TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE WS-MSC-CAMPO TO WS-TELA-INSS.
           MOVE IRRF-FOLHA TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE WS-MSC-CAMPO TO WS-TELA-IRRF.
           MOVE SALARIO-LIQUIDO TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE WS-MSC-CAMPO TO WS-TELA-LIQUIDO.
           MOVE YTD-SALARIO-BRUTO TO WS-MSC-TOTAL.
           PERFORM MASCARAR-TOTAL.
           MOVE WS-MSC-CAMPO TO WS-TELA-YTD-BRUTO.
           MOVE YTD-INSS TO WS-MSC-TOTAL.
           PERFORM MASCARAR-TOTAL.
           MOVE WS-MSC-CAMPO TO WS-TELA-YTD-INSS.
           MOVE YTD-IRRF TO WS-MSC-TOTAL.
           PERFORM MASCARAR-TOTAL.
           MOVE WS-MSC-CAMPO TO WS-TELA-YTD-IRRF.

       MASCARAR-VALOR.
           MOVE WS-MSC-VALOR-X TO WS-MSC-CAMPO.
           MOVE "V" TO WS-MSC-TIPO.
           MOVE 8 TO WS-MSC-TAMANHO.
           PERFORM CHAMAR-MASCARAMENTO.

       MASCARAR-TOTAL.
           MOVE WS-MSC-TOTAL-X TO WS-MSC-CAMPO.
           MOVE "V" TO WS-MSC-TIPO.
           MOVE 10 TO WS-MSC-TAMANHO.
           PERFORM CHAMAR-MASCARAMENTO.

       CHAMAR-MASCARAMENTO.
           MOVE "M" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.

      *--------------------------------------------------------------*
      *    CONTAS DE CREDITO DO SALARIO (BANCFUNC, DO PROG92).
      *--------------------------------------------------------------*
       EXIBIR-CONTAS-DE-CREDITO.
           DISPLAY "---- CONTAS DE CREDITO ----".
           MOVE 0 TO WS-QTD-CONTAS.
           MOVE "N" TO WS-FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM LER-CONTA
               PERFORM EXIBIR-UMA-CONTA UNTIL FIM-CONTAS
               CLOSE ARQ-CONTAS
           END-IF.
           IF WS-QTD-CONTAS = 0
               DISPLAY "SEM CONTA DE CREDITO CADASTRADA."
           END-IF.

       LER-CONTA.
           READ ARQ-CONTAS
               AT END SET FIM-CONTAS TO TRUE
           END-READ.

       EXIBIR-UMA-CONTA.
           IF BCO-CODIGO = CODIGO
               ADD 1 TO WS-QTD-CONTAS
               MOVE BCO-AGENCIA TO WS-MSC-AGENCIA
               MOVE WS-MSC-AGENCIA-X TO WS-MSC-CAMPO
               MOVE "B" TO WS-MSC-TIPO
               MOVE 4 TO WS-MSC-TAMANHO
               PERFORM CHAMAR-MASCARAMENTO
               MOVE WS-MSC-CAMPO TO WS-TELA-AGENCIA
               MOVE BCO-CONTA  TO WS-MSC-CONTA-NUMERO
               MOVE BCO-DIGITO TO WS-MSC-CONTA-DIGITO
               MOVE WS-MSC-CONTA TO WS-MSC-CAMPO
               MOVE 9 TO WS-MSC-TAMANHO
               PERFORM CHAMAR-MASCARAMENTO
               MOVE WS-MSC-CAMPO TO WS-TELA-CONTA
               DISPLAY "BANCO " BCO-BANCO " AGENCIA " WS-TELA-AGENCIA
                   " CONTA " WS-TELA-CONTA
           END-IF.
           PERFORM LER-CONTA.

      *--------------------------------------------------------------*
      *    VINCULO DE RECONTRATACAO - O ULTIMO LACO DO CODIGO
      *    CONSULTADO, PARA O PASSADO DO VINCULO ANTIGO ENTRAR NAS
               OR (WS-CODIGO-ANTIGO > 0
                   AND AUD-CODIGO = WS-CODIGO-ANTIGO)
               ADD 1 TO WS-QTD-AUDITORIA
               MOVE AUD-VALOR-ANTES TO WS-MSC-VALOR
               PERFORM MASCARAR-VALOR
               MOVE WS-MSC-CAMPO TO WS-TELA-ANTES
               MOVE AUD-VALOR-DEPOIS TO WS-MSC-VALOR
               PERFORM MASCARAR-VALOR
               MOVE WS-MSC-CAMPO TO WS-TELA-DEPOIS
               DISPLAY AUD-DATA-HORA " " AUD-CAMPO " DE "
                   WS-TELA-ANTES " PARA " WS-TELA-DEPOIS
                   " POR " AUD-OPERADOR
           END-IF.
           PERFORM LER-AUDITORIA.
               OR (WS-CODIGO-ANTIGO > 0
                   AND SNAP-CODIGO = WS-CODIGO-ANTIGO)
               ADD 1 TO WS-QTD-HISTORICO
               MOVE SNAP-SALARIO TO WS-MSC-VALOR
               PERFORM MASCARAR-VALOR
               DISPLAY SNAP-DATA " SALARIO " WS-MSC-CAMPO (1:8)
                   " SETOR " SNAP-SETOR
           END-IF.
           PERFORM LER-HISTORICO.

      *
      *     COMO A FOLHA RODA TODO DIA, VALE O ULTIMO CALCULO GRAVADO
      *     DA COMPETENCIA PEDIDA.
      *
      *     OS VALORES SAEM MASCARADOS CONFORME O PERFIL DA SESSAO
      *     (PROG142) - A SEGUNDA VIA PEDIDA POR QUEM NAO VE SALARIO
      *     NAO MOSTRA SALARIO.
      *
      *     A SEGUNDA VIA TAMBEM E PUBLICADA NO PORTAL DO FUNCIONARIO,
      *     COMO O HOLERITE DO PROG40 (LAYOUT CPHOLPOR, ARQUIVO "HR" +
      *     CODIGO + COMPETENCIA, SEM MASCARA - O DOCUMENTO E DO PROPRIO
      *     FUNCIONARIO), E REGISTRADA NO HOLEENTR COMO VIA "R" PARA O
      *     CONTROLE DE CIENCIA DO PROG146.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HOLERITE.

           SELECT ARQ-HOLERITE-PORTAL
               ASSIGN TO DYNAMIC WS-NOME-HOLERITE-PORTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PORTAL.

           SELECT ARQ-ENTREGAS ASSIGN TO "HOLEENTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTREGAS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-HOLERITE.
       01  LINHA-HOLERITE              PIC X(80).

       FD  ARQ-HOLERITE-PORTAL.
       COPY CPHOLPOR.

       FD  ARQ-ENTREGAS.
       COPY CPHOLENT.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-PEDIDO            PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-HOLERITE          PIC X(02).
       01  WS-STATUS-PORTAL            PIC X(02).
       01  WS-STATUS-ENTREGAS          PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).

       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".

       01  WS-QTD-REIMPRESSOS          PIC 9(05) VALUE 0.

      *    SEGUNDA VIA NO PORTAL DO FUNCIONARIO.
       01  WS-NOME-HOLERITE-PORTAL     PIC X(13).
       01  WS-QTD-LINHAS-PORTAL        PIC 9(04).
       01  WS-LINHA-PORTAL             PIC X(80).

      *    MASCARAMENTO DOS VALORES PELO PERFIL DA SESSAO (PROG142).
       01  WS-MSC-ACAO                 PIC X(01).
       01  WS-MSC-TIPO                 PIC X(01).
       01  WS-MSC-NIVEIS               PIC X(03) VALUE "CCC".
       01  WS-MSC-CAMPO                PIC X(20).
       01  WS-MSC-TAMANHO              PIC 9(02).
       01  WS-MSC-VALOR                PIC 9(6)V9(2).
       01  WS-MSC-VALOR-X REDEFINES WS-MSC-VALOR
                                       PIC X(08).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PEDIDO-DE-REIMPRESSAO.
           IF WS-COMPETENCIA-PEDIDA = 0
               DISPLAY "** INFORMAR CARTAO REIMPPRM (CODIGO E"
                   " COMPETENCIA AAAAMM) **"
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-MSC-ACAO
               CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO
                   WS-MSC-NIVEIS WS-MSC-CAMPO WS-MSC-TAMANHO
               PERFORM SELECIONAR-DO-HISTORICO
               PERFORM IMPRIMIR-SEGUNDAS-VIAS
               DISPLAY "SEGUNDA VIA DE HOLERITE - COMPETENCIA "
      *--------------------------------------------------------------*
       IMPRIMIR-SEGUNDAS-VIAS.
           OPEN OUTPUT ARQ-HOLERITE.
           OPEN EXTEND ARQ-ENTREGAS.
           IF WS-STATUS-ENTREGAS = "35"
               OPEN OUTPUT ARQ-ENTREGAS
           END-IF.
           MOVE 1 TO WS-IDX.
           PERFORM IMPRIMIR-UMA-SEGUNDA-VIA
               UNTIL WS-IDX > WS-QTD-SELECIONADOS.
           CLOSE ARQ-HOLERITE.
           CLOSE ARQ-ENTREGAS.

       IMPRIMIR-UMA-SEGUNDA-VIA.
           MOVE SPACES TO LINHA-HOLERITE.
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.
           MOVE SEL-BRUTO (WS-IDX) TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  SALARIO BRUTO . . . . . . . . . . . "
               WS-MSC-CAMPO (1:8)
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.
           MOVE SEL-INSS (WS-IDX) TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) INSS. . . . . . . . . . . . . . "
               WS-MSC-CAMPO (1:8)
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.
           MOVE SEL-IRRF (WS-IDX) TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) IRRF. . . . . . . . . . . . . . "
               WS-MSC-CAMPO (1:8)
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.
           MOVE SEL-LIQUIDO (WS-IDX) TO WS-MSC-VALOR.
           PERFORM MASCARAR-VALOR.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (=) SALARIO LIQUIDO . . . . . . . . "
               WS-MSC-CAMPO (1:8)
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           WRITE LINHA-HOLERITE.
           PERFORM PUBLICAR-UMA-SEGUNDA-VIA.
           ADD 1 TO WS-QTD-REIMPRESSOS.
           ADD 1 TO WS-IDX.

       MASCARAR-VALOR.
           MOVE WS-MSC-VALOR-X TO WS-MSC-CAMPO.
           MOVE "V" TO WS-MSC-TIPO.
           MOVE 8 TO WS-MSC-TAMANHO.
           MOVE "M" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.

      *--------------------------------------------------------------*
      *    PUBLICACAO DA SEGUNDA VIA NO PORTAL E REGISTRO DA ENTREGA.
      *--------------------------------------------------------------*
       PUBLICAR-UMA-SEGUNDA-VIA.
           MOVE SPACES TO WS-NOME-HOLERITE-PORTAL.
           STRING "HR" SEL-CODIGO (WS-IDX) WS-COMPETENCIA-PEDIDA
               DELIMITED BY SIZE INTO WS-NOME-HOLERITE-PORTAL
           END-STRING.
           OPEN OUTPUT ARQ-HOLERITE-PORTAL.
           MOVE SPACES TO REG-HOLERITE-PORTAL.
           SET HPO-REG-HEADER TO TRUE.
           MOVE SEL-CODIGO (WS-IDX)   TO HPO-CODIGO.
           MOVE WS-COMPETENCIA-PEDIDA TO HPO-COMPETENCIA.
           SET HPO-SEGUNDA-VIA TO TRUE.
           MOVE SEL-NOME (WS-IDX)     TO HPO-NOME.
           MOVE SEL-SETOR (WS-IDX)    TO HPO-SETOR.
           MOVE WS-DATA-HOJE          TO HPO-DATA-EMISSAO.
           WRITE REG-HOLERITE-PORTAL.
           MOVE 0 TO WS-QTD-LINHAS-PORTAL.
           MOVE SPACES TO WS-LINHA-PORTAL.
           STRING "HOLERITE (2A VIA) - COMPETENCIA "
               WS-COMPETENCIA-PEDIDA
               " - CODIGO " SEL-CODIGO (WS-IDX)
               " - " SEL-NOME (WS-IDX)
               " - SETOR " SEL-SETOR (WS-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-PORTAL
           END-STRING.
           PERFORM GRAVAR-LINHA-PORTAL.
           MOVE SPACES TO WS-LINHA-PORTAL.
           STRING "  SALARIO BRUTO . . . . . . . . . . . "
               SEL-BRUTO (WS-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-PORTAL
           END-STRING.
           PERFORM GRAVAR-LINHA-PORTAL.
           MOVE SPACES TO WS-LINHA-PORTAL.
           STRING "  (-) INSS. . . . . . . . . . . . . . "
               SEL-INSS (WS-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-PORTAL
           END-STRING.
           PERFORM GRAVAR-LINHA-PORTAL.
           MOVE SPACES TO WS-LINHA-PORTAL.
           STRING "  (-) IRRF. . . . . . . . . . . . . . "
               SEL-IRRF (WS-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-PORTAL
           END-STRING.
           PERFORM GRAVAR-LINHA-PORTAL.
           MOVE SPACES TO WS-LINHA-PORTAL.
           STRING "  (=) SALARIO LIQUIDO . . . . . . . . "
               SEL-LIQUIDO (WS-IDX)
               DELIMITED BY SIZE INTO WS-LINHA-PORTAL
           END-STRING.
           PERFORM GRAVAR-LINHA-PORTAL.
           MOVE SPACES TO REG-HOLERITE-PORTAL.
           SET HPO-REG-TRAILER TO TRUE.
           MOVE WS-QTD-LINHAS-PORTAL TO HPO-QTD-LINHAS.
           WRITE REG-HOLERITE-PORTAL.
           CLOSE ARQ-HOLERITE-PORTAL.
           MOVE SEL-CODIGO (WS-IDX)   TO ENT-CODIGO.
           MOVE WS-COMPETENCIA-PEDIDA TO ENT-COMPETENCIA.
           SET ENT-SEGUNDA-VIA TO TRUE.
           MOVE SEL-NOME (WS-IDX)     TO ENT-NOME.
           MOVE SEL-SETOR (WS-IDX)    TO ENT-SETOR.
           MOVE WS-DATA-HOJE          TO ENT-DATA-PUBLICACAO.
           SET ENT-PENDENTE TO TRUE.
           MOVE 0                     TO ENT-DATA-CIENCIA.
           WRITE REG-ENTREGA-HOLERITE.

       GRAVAR-LINHA-PORTAL.
           MOVE SPACES TO REG-HOLERITE-PORTAL.
           SET HPO-REG-LINHA TO TRUE.
           MOVE WS-LINHA-PORTAL TO HPO-DADOS.
           WRITE REG-HOLERITE-PORTAL.
           ADD 1 TO WS-QTD-LINHAS-PORTAL.

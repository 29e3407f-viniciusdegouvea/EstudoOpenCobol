       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG166.
      *     DIGITACAO DE PAGAMENTO DE GUIA DE FGTS, INSS OU IRRF.
      *     PARA A GUIA PAGA FORA DO COMPROVANTE DO BANCO (GUIARET) -
      *     PAGAMENTO NO CAIXA, DARF AVULSO, BANCO SEM ARQUIVO. O RH
      *     INFORMA EMPRESA, COMPETENCIA, TIPO DA GUIA (F/I/R), VALOR
      *     E DATA DO PAGAMENTO; A TELA MOSTRA O VALOR E O VENCIMENTO
      *     DA GUIA CALCULADA (GUIACALC, O CALCULO MAIS RECENTE) PARA
      *     CONFERENCIA E GRAVA O PAGAMENTO NO REGISTRO DE GUIAS
      *     PAGAS (GUIAPAGO) COM ORIGEM "M" E O OPERADOR DA SESSAO
      *     (OPSESSAO). AS CONFERENCIAS SAO AS DA IMPORTACAO DO
      *     PROG165, INCLUSIVE A DO PAGAMENTO JA REGISTRADO; A
      *     CONCILIACAO SAI NA PROXIMA RODADA DO PROG165.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GUIAS-CALCULADAS ASSIGN TO "GUIACALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIACALC.

           SELECT ARQ-GUIAS-PAGAS ASSIGN TO "GUIAPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIAPAGO.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-GUIAS-CALCULADAS.
       COPY CPGUIACL.

       FD  ARQ-GUIAS-PAGAS.
       COPY CPGUIAPG.

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-GUIACALC          PIC X(02).
       01  WS-STATUS-GUIAPAGO          PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG166".

       01  WS-CONTINUA                 PIC X(01) VALUE "S".
           88  ENCERRAR-DIGITACAO          VALUE "F".

       01  WS-FIM-GUIACALC             PIC X VALUE "N".
           88  FIM-GUIACALC                VALUE "S".
       01  WS-FIM-GUIAPAGO             PIC X VALUE "N".
           88  FIM-GUIAPAGO                VALUE "S".

      *    PAGAMENTO DIGITADO.
       01  WS-EMPRESA-DIGITADA         PIC 9(03).
       01  WS-COMPETENCIA-DIGITADA     PIC 9(06).
       01  WS-TIPO-DIGITADO            PIC X(01).
           88  TIPO-VALIDO                 VALUE "F" "I" "R".
       01  WS-VALOR-DIGITADO           PIC 9(8)V9(2).
       01  WS-DATA-DIGITADA            PIC 9(08).
       01  WS-CONFIRMACAO              PIC X(01).

       01  WS-DATA-COMPETENCIA         PIC 9(08).
       01  FILLER REDEFINES WS-DATA-COMPETENCIA.
           05  WS-DCP-ANO-MES          PIC 9(06).
           05  WS-DCP-DIA              PIC 9(02).

      *    GUIA CALCULADA DA CHAVE DIGITADA (A LINHA MAIS RECENTE).
       01  WS-GUIA-ACHADA              PIC X VALUE "N".
           88  GUIA-ACHADA                 VALUE "S".
       01  WS-VALOR-CALCULADO          PIC 9(8)V9(2).
       01  WS-VENCIMENTO-CALCULADO     PIC 9(08).

       01  WS-JA-REGISTRADO            PIC X VALUE "N".
           88  JA-REGISTRADO               VALUE "S".
       01  WS-MOTIVO-RECUSA            PIC X(40).

       01  WS-QTD-GRAVADOS             PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-SESSAO.
           PERFORM DIGITAR-UM-PAGAMENTO UNTIL ENCERRAR-DIGITACAO.
           DISPLAY "PAGAMENTOS DE GUIA GRAVADOS: " WS-QTD-GRAVADOS.

       PROGRAM-DONE.
           GOBACK.

       LER-SESSAO.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.

      *--------------------------------------------------------------*
      *    UM PAGAMENTO POR VOLTA - EMPRESA 0 ENCERRA.
      *--------------------------------------------------------------*
       DIGITAR-UM-PAGAMENTO.
           DISPLAY "PAGAMENTO DE GUIA - EMPRESA (0 ENCERRA):".
           ACCEPT WS-EMPRESA-DIGITADA.
           IF WS-EMPRESA-DIGITADA = 0
               MOVE "F" TO WS-CONTINUA
           ELSE
               DISPLAY "COMPETENCIA (AAAAMM):"
               ACCEPT WS-COMPETENCIA-DIGITADA
               DISPLAY "TIPO DA GUIA (F=FGTS I=INSS R=IRRF):"
               ACCEPT WS-TIPO-DIGITADO
               MOVE WS-COMPETENCIA-DIGITADA TO WS-DCP-ANO-MES
               MOVE 01 TO WS-DCP-DIA
               EVALUATE TRUE
                   WHEN FUNCTION TEST-DATE-YYYYMMDD
                           (WS-DATA-COMPETENCIA) NOT = 0
                       DISPLAY "COMPETENCIA DEVE SER AAAAMM."
                   WHEN NOT TIPO-VALIDO
                       DISPLAY "TIPO DA GUIA DEVE SER F, I OU R."
                   WHEN OTHER
                       PERFORM MOSTRAR-GUIA-CALCULADA
                       PERFORM DIGITAR-VALOR-E-DATA
               END-EVALUATE
           END-IF.

       MOSTRAR-GUIA-CALCULADA.
           MOVE "N" TO WS-GUIA-ACHADA.
           MOVE "N" TO WS-FIM-GUIACALC.
           OPEN INPUT ARQ-GUIAS-CALCULADAS.
           IF WS-STATUS-GUIACALC = "00"
               PERFORM LER-GUIA-CALCULADA
               PERFORM CONFERIR-GUIA-CALCULADA UNTIL FIM-GUIACALC
               CLOSE ARQ-GUIAS-CALCULADAS
           END-IF.
           IF GUIA-ACHADA
               DISPLAY "GUIA CALCULADA: VALOR " WS-VALOR-CALCULADO
                   " - VENCIMENTO " WS-VENCIMENTO-CALCULADO
           ELSE
               DISPLAY "ATENCAO: NAO HA GUIA CALCULADA PARA ESTA"
                   " EMPRESA/COMPETENCIA/TIPO."
           END-IF.

       LER-GUIA-CALCULADA.
           READ ARQ-GUIAS-CALCULADAS
               AT END SET FIM-GUIACALC TO TRUE
           END-READ.

       CONFERIR-GUIA-CALCULADA.
           IF GCL-EMPRESA = WS-EMPRESA-DIGITADA
               AND GCL-COMPETENCIA = WS-COMPETENCIA-DIGITADA
               AND GCL-TIPO-GUIA = WS-TIPO-DIGITADO
               SET GUIA-ACHADA TO TRUE
               MOVE GCL-VALOR      TO WS-VALOR-CALCULADO
               MOVE GCL-VENCIMENTO TO WS-VENCIMENTO-CALCULADO
           END-IF.
           PERFORM LER-GUIA-CALCULADA.

       DIGITAR-VALOR-E-DATA.
           DISPLAY "VALOR PAGO:".
           ACCEPT WS-VALOR-DIGITADO.
           DISPLAY "DATA DO PAGAMENTO (AAAAMMDD):".
           ACCEPT WS-DATA-DIGITADA.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           EVALUATE TRUE
               WHEN WS-VALOR-DIGITADO = 0
                   MOVE "VALOR DEVE SER MAIOR QUE ZERO."
                       TO WS-MOTIVO-RECUSA
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-DATA-DIGITADA)
                       NOT = 0
                   MOVE "DATA DEVE SER AAAAMMDD." TO WS-MOTIVO-RECUSA
               WHEN WS-DATA-DIGITADA > WS-DATA-HOJE
                   MOVE "DATA DO PAGAMENTO POSTERIOR A HOJE."
                       TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   PERFORM CONFERIR-SE-JA-REGISTRADO
                   IF JA-REGISTRADO
                       MOVE "PAGAMENTO JA REGISTRADO NO GUIAPAGO."
                           TO WS-MOTIVO-RECUSA
                   END-IF
           END-EVALUATE.
           IF WS-MOTIVO-RECUSA NOT = SPACES
               DISPLAY WS-MOTIVO-RECUSA
               DISPLAY "NADA GRAVADO."
           ELSE
               DISPLAY "CONFIRMA O PAGAMENTO (S/N)?"
               ACCEPT WS-CONFIRMACAO
               IF WS-CONFIRMACAO = "S"
                   PERFORM GRAVAR-PAGAMENTO
                   DISPLAY "PAGAMENTO GRAVADO."
               ELSE
                   DISPLAY "PAGAMENTO DESCARTADO."
               END-IF
           END-IF.

       CONFERIR-SE-JA-REGISTRADO.
           MOVE "N" TO WS-JA-REGISTRADO.
           MOVE "N" TO WS-FIM-GUIAPAGO.
           OPEN INPUT ARQ-GUIAS-PAGAS.
           IF WS-STATUS-GUIAPAGO = "00"
               PERFORM LER-GUIA-PAGA
               PERFORM CONFERIR-UMA-GUIA-PAGA UNTIL FIM-GUIAPAGO
               CLOSE ARQ-GUIAS-PAGAS
           END-IF.

       LER-GUIA-PAGA.
           READ ARQ-GUIAS-PAGAS
               AT END SET FIM-GUIAPAGO TO TRUE
           END-READ.

       CONFERIR-UMA-GUIA-PAGA.
           IF GPG-EMPRESA = WS-EMPRESA-DIGITADA
               AND GPG-COMPETENCIA = WS-COMPETENCIA-DIGITADA
               AND GPG-TIPO-GUIA = WS-TIPO-DIGITADO
               AND GPG-VALOR-PAGO = WS-VALOR-DIGITADO
               AND GPG-DATA-PAGAMENTO = WS-DATA-DIGITADA
               SET JA-REGISTRADO TO TRUE
           END-IF.
           PERFORM LER-GUIA-PAGA.

       GRAVAR-PAGAMENTO.
           OPEN EXTEND ARQ-GUIAS-PAGAS.
           IF WS-STATUS-GUIAPAGO = "35"
               OPEN OUTPUT ARQ-GUIAS-PAGAS
           END-IF.
           MOVE WS-EMPRESA-DIGITADA     TO GPG-EMPRESA.
           MOVE WS-COMPETENCIA-DIGITADA TO GPG-COMPETENCIA.
           MOVE WS-TIPO-DIGITADO        TO GPG-TIPO-GUIA.
           MOVE WS-VALOR-DIGITADO       TO GPG-VALOR-PAGO.
           MOVE WS-DATA-DIGITADA        TO GPG-DATA-PAGAMENTO.
           SET GPG-DIGITADO             TO TRUE.
           MOVE WS-OPERADOR-SESSAO      TO GPG-OPERADOR.
           MOVE WS-DATA-HOJE            TO GPG-DATA-REGISTRO.
           WRITE REG-GUIA-PAGA.
           CLOSE ARQ-GUIAS-PAGAS.
           ADD 1 TO WS-QTD-GRAVADOS.

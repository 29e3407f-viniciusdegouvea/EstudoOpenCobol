      *
      *     SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO CONFERE OS
      *     PERCENTUAIS E IMPRIME A COBERTURA.
      *
      *     CADA CONTA INCLUIDA CONFIRMA O ITEM 1 (CONTA BANCARIA) DO
      *     CHECKLIST DE ADMISSAO DO FUNCIONARIO, COM UMA TRANSACAO
      *     "C" NO ARQUIVO DE ADMISSAO (ONBTRN).

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

           SELECT ARQ-ADMISSAO-TRN ASSIGN TO "ONBTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADMISSAO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-ADMISSAO-TRN.
       COPY CPONBTRN.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-AUDITORIA         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-ADMISSAO          PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
               PERFORM REGRAVAR-CONTAS
               CLOSE TRANS-CONTA-FILE
               CLOSE ARQ-AUDITORIA-CONTA
               CLOSE ARQ-ADMISSAO-TRN
           END-IF.
           PERFORM CONFERIR-PERCENTUAIS.
           PERFORM IMPRIMIR-COBERTURA.
               MOVE 0 TO WS-CONTA-ANTES
               PERFORM GRAVAR-CAMPOS-DA-TRANSACAO
               PERFORM GRAVAR-AUDITORIA-DA-CONTA
               PERFORM CONFIRMAR-ITEM-DE-ADMISSAO
               ADD 1 TO WS-QTD-INCLUIDOS
           ELSE
               MOVE "TCB-CODIGO"   TO WS-CAMPO-REJEITADO
           IF WS-STATUS-AUDITORIA = "35"
               OPEN OUTPUT ARQ-AUDITORIA-CONTA
           END-IF.
           OPEN EXTEND ARQ-ADMISSAO-TRN.
           IF WS-STATUS-ADMISSAO = "35"
               OPEN OUTPUT ARQ-ADMISSAO-TRN
           END-IF.

       GRAVAR-AUDITORIA-DA-CONTA.
           MOVE TCB-CODIGO     TO ABC-CODIGO.
           MOVE TCB-OPERADOR   TO ABC-OPERADOR.
           WRITE REG-AUDITORIA-CONTA.

      *--------------------------------------------------------------*
      *    ITEM 1 DO CHECKLIST DE ADMISSAO - CONTA BANCARIA. O PROG150
      *    IGNORA A CONFIRMACAO DE QUEM JA CONCLUIU (OU NUNCA TEVE)
      *    CHECKLIST.
      *--------------------------------------------------------------*
       CONFIRMAR-ITEM-DE-ADMISSAO.
           MOVE SPACES         TO REG-TRANSACAO-ADMISSAO.
           SET OBT-CONFIRMACAO TO TRUE.
           MOVE TCB-CODIGO     TO OBT-CODIGO.
           MOVE 1              TO OBT-ITEM.
           MOVE WS-DATA-HOJE   TO OBT-DATA.
           MOVE "PROG92"       TO OBT-ORIGEM.
           MOVE 0              TO OBT-DATA-ADMISSAO.
           WRITE REG-TRANSACAO-ADMISSAO.

      *--------------------------------------------------------------*
      *    PERCENTUAIS - OS DE CADA CODIGO DEVEM SOMAR 100.
      *--------------------------------------------------------------*

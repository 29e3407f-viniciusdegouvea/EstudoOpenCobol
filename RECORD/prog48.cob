      *     E APLICA NO ARQUIVO DE DEPENDENTES (DEPENDTS), VALIDANDO
      *     CADA TRANSACAO CONTRA O MESTRE DE FUNCIONARIOS - PARA QUE
      *     A DEDUCAO POR DEPENDENTE DO IRRF TENHA ONDE SE APOIAR.
      *
      *     A INCLUSAO TRAZ O CPF DO DEPENDENTE NO FIM DA TRANSACAO
      *     (TDP-CPF); TRANSACAO SEM ELE (MAIS CURTA OU EM BRANCO)
      *     GRAVA ZERO - CPF NAO INFORMADO - E CPF PREENCHIDO COM
      *     CARACTERE NAO NUMERICO E RECUSADO. O CPF DOS DEPENDENTES
      *     JA CADASTRADOS E PRESERVADO NA REGRAVACAO DO DEPENDTS.
      *
      *     CADA DEPENDENTE INCLUIDO CONFIRMA O ITEM 4 (DECLARACAO DE
      *     DEPENDENTES) DO CHECKLIST DE ADMISSAO DO FUNCIONARIO, COM
      *     UMA TRANSACAO "C" NO ARQUIVO DE ADMISSAO (ONBTRN).

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

           SELECT ARQ-ADMISSAO-TRN ASSIGN TO "ONBTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADMISSAO.

       DATA DIVISION.
       FILE SECTION.

           05  TDP-NOME                PIC X(10).
           05  TDP-DATA-NASCIMENTO     PIC 9(08).
           05  TDP-PARENTESCO          PIC X(01).
           05  TDP-CPF                 PIC 9(11).
           05  TDP-CPF-X REDEFINES TDP-CPF
                                       PIC X(11).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-ADMISSAO-TRN.
       COPY CPONBTRN.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-DEPENDENTES       PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-ADMISSAO          PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
               10  DPM-NOME            PIC X(10).
               10  DPM-DATA-NASC       PIC 9(08).
               10  DPM-PARENTESCO      PIC X(01).
               10  DPM-CPF             PIC 9(11).
       01  WS-IDX                      PIC 9(03).
       01  WS-IDX-ACHADO               PIC 9(03).
       01  WS-ACHOU-DEPENDENTE         PIC X VALUE "N".
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           OPEN EXTEND ARQ-ADMISSAO-TRN.
           IF WS-STATUS-ADMISSAO = "35"
               OPEN OUTPUT ARQ-ADMISSAO-TRN
           END-IF.

       ENCERRAR-ARQUIVOS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE TRANS-DEP-FILE.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-ADMISSAO-TRN.

      *--------------------------------------------------------------*
      *    CARGA DO ARQUIVO DE DEPENDENTES EM MEMORIA.
                   TO DPM-DATA-NASC (WS-QTD-DEPENDENTES)
               MOVE DEP-PARENTESCO
                   TO DPM-PARENTESCO (WS-QTD-DEPENDENTES)
               IF DEP-CPF IS NUMERIC
                   MOVE DEP-CPF TO DPM-CPF (WS-QTD-DEPENDENTES)
               ELSE
                   MOVE 0 TO DPM-CPF (WS-QTD-DEPENDENTES)
               END-IF
           END-IF.
           PERFORM LER-DEPENDENTE.

                       TO DPM-DATA-NASC (WS-QTD-DEPENDENTES)
                   MOVE TDP-PARENTESCO
                       TO DPM-PARENTESCO (WS-QTD-DEPENDENTES)
                   IF TDP-CPF IS NUMERIC
                       MOVE TDP-CPF TO DPM-CPF (WS-QTD-DEPENDENTES)
                   ELSE
                       MOVE 0 TO DPM-CPF (WS-QTD-DEPENDENTES)
                   END-IF
                   ADD 1 TO WS-QTD-INCLUIDOS
                   PERFORM CONFIRMAR-ITEM-DE-ADMISSAO
               ELSE
                   MOVE "TDP-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE TDP-CODIGO        TO WS-VALOR-REJEITADO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *--------------------------------------------------------------*
      *    ITEM 4 DO CHECKLIST DE ADMISSAO - DEPENDENTES DECLARADOS.
      *    O PROG150 IGNORA A CONFIRMACAO DE QUEM JA CONCLUIU (OU
      *    NUNCA TEVE) CHECKLIST.
      *--------------------------------------------------------------*
       CONFIRMAR-ITEM-DE-ADMISSAO.
           MOVE SPACES         TO REG-TRANSACAO-ADMISSAO.
           SET OBT-CONFIRMACAO TO TRUE.
           MOVE TDP-CODIGO     TO OBT-CODIGO.
           MOVE 4              TO OBT-ITEM.
           MOVE WS-DATA-HOJE   TO OBT-DATA.
           MOVE "PROG48"       TO OBT-ORIGEM.
           MOVE 0              TO OBT-DATA-ADMISSAO.
           WRITE REG-TRANSACAO-ADMISSAO.

       EXCLUIR-DEPENDENTE.
           PERFORM LOCALIZAR-DEPENDENTE.
           IF ACHOU-O-DEPENDENTE
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               IF TDP-CPF-X NOT = SPACES AND TDP-CPF IS NOT NUMERIC
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "TDP-CPF"       TO WS-CAMPO-REJEITADO
                   MOVE TDP-CPF-X       TO WS-VALOR-REJEITADO
                   MOVE "CPF DO DEPENDENTE DEVE SER NUMERICO"
                                        TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    REGRAVACAO DO ARQUIVO DE DEPENDENTES.
      *--------------------------------------------------------------*
           MOVE DPM-NOME (WS-IDX)       TO DEP-NOME.
           MOVE DPM-DATA-NASC (WS-IDX)  TO DEP-DATA-NASCIMENTO.
           MOVE DPM-PARENTESCO (WS-IDX) TO DEP-PARENTESCO.
           MOVE DPM-CPF (WS-IDX)        TO DEP-CPF.
           WRITE REG-DEPENDENTE.
           ADD 1 TO WS-IDX.


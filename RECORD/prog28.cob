      *     VALIDA CODIGO/SALARIO/CEP ANTES DE GRAVAR, GRAVA TRILHA DE
      *     AUDITORIA QUANDO O SALARIO E ALTERADO, E IMPEDE QUE UM
      *     CODIGO EXCLUIDO SEJA REAPROVEITADO POR OUTRO FUNCIONARIO.
      *
      *     CADA INCLUSAO ACEITA GRAVA UMA TRANSACAO "I" NO ARQUIVO DE
      *     ADMISSAO (ONBTRN), COM O CARGO E A DATA DE ADMISSAO - O
      *     PROG150 ABRE O CHECKLIST DO CARGO PARA O NOVO FUNCIONARIO.
      *
      *     A INCLUSAO TAMBEM REGISTRA O CONTRATO DE EXPERIENCIA
      *     (EXPERIEN): PRIMEIRO PERIODO DA TRANSACAO (PADRAO 45 DIAS
      *     A PARTIR DA ADMISSAO, 99 = SEM EXPERIENCIA) E A PRORROGACAO
      *     QUE CABE NOS 90 DIAS. AS DECISOES FICAM COM O PROG151.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESC-HIST.

           SELECT ARQ-ADMISSAO-TRN ASSIGN TO "ONBTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADMISSAO.

           SELECT ARQ-EXPERIENCIA ASSIGN TO "EXPERIEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXPERIENCIA.


       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PENDENTES.
       COPY CPPENDC.

       FD  ARQ-ADMISSAO-TRN.
       COPY CPONBTRN.

       FD  ARQ-EXPERIENCIA.
       COPY CPEXPER.


       WORKING-STORAGE SECTION.

       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-RETIR             PIC X(02).
       01  WS-STATUS-RESC-HIST         PIC X(02).
       01  WS-STATUS-ADMISSAO          PIC X(02).
       01  WS-STATUS-EXPERIENCIA       PIC X(02).

      *    CONTRATO DE EXPERIENCIA - PADRAO 45 + 45, LIMITE 90 DIAS.
       01  WS-DIAS-EXPERIENCIA         PIC 9(02).
       01  WS-DIAS-EXPERIENCIA-PADRAO  PIC 9(02) VALUE 45.
       01  WS-DIAS-EXPERIENCIA-LIMITE  PIC 9(02) VALUE 90.
       01  WS-SEM-EXPERIENCIA          PIC 9(02) VALUE 99.

      *    DISPENSAS REGISTRADAS (RESCHIST) - A READMISSAO DO MESMO
      *    CPF EM ATE 90 DIAS DE UMA DISPENSA FICA RETIDA PARA

       01  WS-SALARIO-ANTES            PIC 9(6)V9(2).

      *    JORNADA CONTRATADA - TRANSACAO SEM HORAS SEMANAIS ENTRA NA
      *    INCLUSAO COM A JORNADA CHEIA DE 44 HORAS, QUE E TAMBEM O
      *    TETO ACEITO.
       01  WS-HORAS-SEMANAIS-PADRAO    PIC 9(2)V9(2) VALUE 44.00.

      *    DIMENSAO DE EMPRESA - CADASTRO DE EMPRESAS (EMPRCTRL) E
      *    SELECAO DA RODADA (EMPRPRM: UM CODIGO DE EMPRESA POR
      *    LINHA; SEM ARQUIVO, TODAS AS EMPRESAS SAO PROCESSADAS).
               OPEN OUTPUT ARQ-PENDENTES
           END-IF.

           OPEN EXTEND ARQ-ADMISSAO-TRN.
           IF WS-STATUS-ADMISSAO = "35"
               OPEN OUTPUT ARQ-ADMISSAO-TRN
           END-IF.

           OPEN EXTEND ARQ-EXPERIENCIA.
           IF WS-STATUS-EXPERIENCIA = "35"
               OPEN OUTPUT ARQ-EXPERIENCIA
           END-IF.

       ENCERRAR-ARQUIVOS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE TRANS-FILE.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-CODIGOS-RETIRADOS.
           CLOSE ARQ-PENDENTES.
           CLOSE ARQ-ADMISSAO-TRN.
           CLOSE ARQ-EXPERIENCIA.

      *--------------------------------------------------------------*
      *    CARREGA EM MEMORIA A LISTA DE CODIGOS JA EXCLUIDOS, PARA
      *    NA INCLUSAO O CARGO E O DA TRANSACAO, MESMO EM BRANCO -
      *    NADA DO BUFFER DE UMA LEITURA ANTERIOR PODE VAZAR.
               MOVE TRANS-CARGO TO CARGO
      *    O MESMO PARA O CONTRATO: BRANCO E MENSALISTA E SEM HORAS
      *    SEMANAIS VALE A JORNADA CHEIA.
               MOVE TRANS-TIPO-CONTRATO TO TIPO-CONTRATO
               IF TIPO-CONTRATO = SPACE
                   MOVE "M" TO TIPO-CONTRATO
               END-IF
               IF TRANS-HORAS-SEMANAIS IS NUMERIC
                   AND TRANS-HORAS-SEMANAIS > 0
                   MOVE TRANS-HORAS-SEMANAIS TO HORAS-SEMANAIS
               ELSE
                   MOVE WS-HORAS-SEMANAIS-PADRAO TO HORAS-SEMANAIS
               END-IF
               WRITE FUNCIONARIO
               IF DOCUMENTO > 0 AND WS-QTD-DOCUMENTOS < 500
                   ADD 1 TO WS-QTD-DOCUMENTOS
               END-IF
               ADD 1 TO WS-QTD-INCLUIDOS
               PERFORM CONTAR-INCLUSAO-NO-SETOR
               PERFORM ABRIR-CHECKLIST-DE-ADMISSAO
               PERFORM REGISTRAR-CONTRATO-EXPERIENCIA
               MOVE SETOR   TO WS-SETOR-CONFERIDO
               MOVE SALARIO TO WS-SALARIO-CONFERIDO
               PERFORM AVISAR-SE-FORA-DA-BANDA
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

      *--------------------------------------------------------------*
      *    AVISA O PROG150 DO NOVO FUNCIONARIO - ELE MONTA O CHECKLIST
      *    DO CARGO E COBRA OS ITENS ATE A PRIMEIRA FOLHA.
      *--------------------------------------------------------------*
       ABRIR-CHECKLIST-DE-ADMISSAO.
           MOVE SPACES         TO REG-TRANSACAO-ADMISSAO.
           SET OBT-INCLUSAO    TO TRUE.
           MOVE CODIGO         TO OBT-CODIGO.
           MOVE 0              TO OBT-ITEM.
           MOVE WS-DATA-HOJE   TO OBT-DATA.
           MOVE "PROG28"       TO OBT-ORIGEM.
           MOVE CARGO          TO OBT-CARGO.
           MOVE DATA-ADMISSAO  TO OBT-DATA-ADMISSAO.
           WRITE REG-TRANSACAO-ADMISSAO.

      *--------------------------------------------------------------*
      *    CONTRATO DE EXPERIENCIA DO NOVO FUNCIONARIO. O TERMINO E O
      *    ULTIMO DIA DO PERIODO, CONTADO A PARTIR DA ADMISSAO.
      *--------------------------------------------------------------*
       REGISTRAR-CONTRATO-EXPERIENCIA.
           IF TRANS-DIAS-EXPERIENCIA IS NUMERIC
               MOVE TRANS-DIAS-EXPERIENCIA TO WS-DIAS-EXPERIENCIA
           ELSE
               MOVE 0 TO WS-DIAS-EXPERIENCIA
           END-IF.
           IF WS-DIAS-EXPERIENCIA = 0
               MOVE WS-DIAS-EXPERIENCIA-PADRAO TO WS-DIAS-EXPERIENCIA
           END-IF.
           IF WS-DIAS-EXPERIENCIA NOT = WS-SEM-EXPERIENCIA
               MOVE CODIGO              TO EXP-CODIGO
               MOVE DATA-ADMISSAO       TO EXP-DATA-ADMISSAO
               MOVE WS-DIAS-EXPERIENCIA TO EXP-DIAS-PERIODO
               COMPUTE EXP-DIAS-PRORROG-MAX =
                   WS-DIAS-EXPERIENCIA-LIMITE - WS-DIAS-EXPERIENCIA
               MOVE 0                   TO EXP-DIAS-PRORROGADOS
               COMPUTE EXP-DATA-TERMINO-1 = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (DATA-ADMISSAO)
                    + WS-DIAS-EXPERIENCIA - 1)
               MOVE EXP-DATA-TERMINO-1  TO EXP-DATA-TERMINO
               SET EXP-VIGENTE          TO TRUE
               MOVE 0                   TO EXP-DATA-DECISAO
               MOVE TRANS-OPERADOR      TO EXP-OPERADOR
               WRITE REG-CONTRATO-EXPERIENCIA
           END-IF.

      *--------------------------------------------------------------*
      *    O BUFFER DE FUNCIONARIO-MASTER E COMPARTILHADO POR TODAS AS
      *    LEITURAS DO PROGRAMA (INCLUSIVE A VERIFICACAO DE DUPLICIDADE
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               IF TRANS-TIPO-CONTRATO NOT = "M" AND NOT = "H"
                   AND NOT = SPACE
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "TRANS-TIPO-CONT" TO WS-CAMPO-REJEITADO
                   MOVE TRANS-TIPO-CONTRATO TO WS-VALOR-REJEITADO
                   MOVE "TIPO DE CONTRATO DEVE SER M OU H"
                                         TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               IF TRANS-HORAS-SEMANAIS IS NUMERIC
                   AND TRANS-HORAS-SEMANAIS > WS-HORAS-SEMANAIS-PADRAO
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "TRANS-HORAS-SEM" TO WS-CAMPO-REJEITADO
                   MOVE TRANS-HORAS-SEMANAIS TO WS-VALOR-REJEITADO
                   MOVE "HORAS SEMANAIS ACIMA DE 44"
                                         TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

           IF REGISTRO-VALIDO AND TRANS-INCLUSAO
               IF TRANS-DIAS-EXPERIENCIA IS NUMERIC
                   AND TRANS-DIAS-EXPERIENCIA >
                       WS-DIAS-EXPERIENCIA-LIMITE
                   AND TRANS-DIAS-EXPERIENCIA NOT = WS-SEM-EXPERIENCIA
                   SET REGISTRO-INVALIDO TO TRUE
                   MOVE "TRANS-DIAS-EXP" TO WS-CAMPO-REJEITADO
                   MOVE TRANS-DIAS-EXPERIENCIA TO WS-VALOR-REJEITADO
                   MOVE "EXPERIENCIA ATE 90 DIAS (99 = SEM)"
                                         TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.

           IF REGISTRO-VALIDO
               IF TRANS-SITUACAO NOT = "A" AND NOT = "I" AND NOT = "F"
                   SET REGISTRO-INVALIDO TO TRUE
           IF TRANS-CARGO NOT = SPACES
               MOVE TRANS-CARGO TO CARGO
           END-IF.
      *    CONTRATO EM BRANCO E HORAS ZERADAS TAMBEM NAO APAGAM OS DO
      *    REGISTRO - SO MUDAM QUANDO A TRANSACAO TRAZ O VALOR NOVO.
           IF TRANS-TIPO-CONTRATO NOT = SPACE
               MOVE TRANS-TIPO-CONTRATO TO TIPO-CONTRATO
           END-IF.
           IF TRANS-HORAS-SEMANAIS IS NUMERIC
               AND TRANS-HORAS-SEMANAIS > 0
               MOVE TRANS-HORAS-SEMANAIS TO HORAS-SEMANAIS
           END-IF.

      *--------------------------------------------------------------*
      *    TRILHA DE AUDITORIA E ARQUIVO DE EXCECOES.

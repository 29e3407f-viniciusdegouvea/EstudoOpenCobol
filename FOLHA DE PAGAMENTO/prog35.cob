      *     EXCECAO E GRAVADA, PARA QUE UM ERRO DE FAIXA OU UMA
      *     ATUALIZACAO EM MASSA MAL FEITA NAO PASSE DESPERCEBIDO ANTES
      *     DE A FOLHA SAIR.
      *
      *     O RELATORIO TAMBEM APONTA CADA FUNCIONARIO ATIVO COM O
      *     CHECKLIST DE ADMISSAO (ONBOARD, MANTIDO PELO PROG150) AINDA
      *     PENDENTE, COM OS ITENS QUE FALTAM, E GRAVA UMA EXCECAO POR
      *     FUNCIONARIO - NA PRIMEIRA FOLHA DELE A CONTA, O EXAME OU OS
      *     DEPENDENTES QUE FALTAM APARECEM ANTES DO CREDITO OU DO IRRF.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

           SELECT ARQ-ADMISSOES ASSIGN TO "ONBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADMISSOES.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-ADMISSOES.
       COPY CPONBOAR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER             PIC X(02).
       01  WS-STATUS-TOTAIS             PIC X(02).
       01  WS-STATUS-TOLERANCIA         PIC X(02).
       01  WS-STATUS-EXCP               PIC X(02).
       01  WS-STATUS-ADMISSOES          PIC X(02).

       01  WS-DATA-HOJE                 PIC 9(08).
       01  WS-HORA-AGORA                PIC 9(08).
       01  WS-LOTE-FORA-TOLERANCIA      PIC X VALUE "N".
           88  LOTE-FORA-TOLERANCIA         VALUE "S".

      *    CHECKLISTS DE ADMISSAO PENDENTES (ONBOARD), COM OS ITENS
      *    QUE FALTAM NA MASCARA "1-3---" E A MARCA DE ATIVO NO MESTRE.
       01  WS-FIM-ADMISSOES             PIC X VALUE "N".
           88  FIM-ADMISSOES                VALUE "S".
       01  WS-QTD-ADMISSOES-PEND        PIC 9(04) VALUE 0.
       01  TAB-ADMISSOES-PENDENTES.
           05  ADP-ITEM OCCURS 2000 TIMES.
               10  ADP-CODIGO           PIC 9(05).
               10  ADP-NOME             PIC X(10).
               10  ADP-FALTAM           PIC X(06).
               10  ADP-ATIVO            PIC X(01).
       01  WS-IDX-ADP                   PIC 9(04).
       01  WS-IDX-ITEM-ONB              PIC 9(01).
       01  WS-FALTAM                    PIC X(06).
       01  WS-QTD-ADMISSOES-INCOMPL     PIC 9(05) VALUE 0.


      *    SAIDA VIA ESCRITOR CENTRAL DE SPOOL (PROG71) - O RELATORIO
      *    SAI NO SPOOL COM PAGINA DE ABERTURA/FECHO E E REGISTRADO

       PROGRAM-BEGIN.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-ADMISSOES-PENDENTES.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM SOMAR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           PERFORM IMPRIMIR-CABECALHO-RELATORIO.
               END-STRING
               PERFORM GRAVAR-LINHA-NO-SPOOL
           END-IF.
           PERFORM APONTAR-ADMISSOES-INCOMPLETAS.
           PERFORM GRAVAR-TOTAIS-DE-HOJE.
           PERFORM ENCERRAR-ARQUIVOS.

               ADD 1 TO WS-QTD-ATIVOS-HOJE
               ADD SALARIO         TO WS-TOTAL-BRUTO-HOJE
               ADD SALARIO-LIQUIDO TO WS-TOTAL-LIQUIDO-HOJE
               PERFORM MARCAR-ADMISSAO-DO-ATIVO
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       MARCAR-ADMISSAO-DO-ATIVO.
           PERFORM VARYING WS-IDX-ADP FROM 1 BY 1
                   UNTIL WS-IDX-ADP > WS-QTD-ADMISSOES-PEND
               IF ADP-CODIGO (WS-IDX-ADP) = CODIGO
                   MOVE "S"  TO ADP-ATIVO (WS-IDX-ADP)
                   MOVE NOME TO ADP-NOME (WS-IDX-ADP)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    COMPARACAO COM O DIA ANTERIOR E IMPRESSAO DO RELATORIO.
      *--------------------------------------------------------------*
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

      *--------------------------------------------------------------*
      *    CHECKLIST DE ADMISSAO - SO OS REGISTROS PENDENTES. SEM O
      *    ARQUIVO, NAO HA O QUE APONTAR.
      *--------------------------------------------------------------*
       CARREGAR-ADMISSOES-PENDENTES.
           OPEN INPUT ARQ-ADMISSOES.
           IF WS-STATUS-ADMISSOES = "00"
               PERFORM LER-ADMISSAO
               PERFORM GUARDAR-ADMISSAO-PENDENTE UNTIL FIM-ADMISSOES
               CLOSE ARQ-ADMISSOES
           END-IF.

       LER-ADMISSAO.
           READ ARQ-ADMISSOES
               AT END SET FIM-ADMISSOES TO TRUE
           END-READ.

       GUARDAR-ADMISSAO-PENDENTE.
           IF ONB-PENDENTE AND WS-QTD-ADMISSOES-PEND < 2000
               MOVE "------" TO WS-FALTAM
               PERFORM VARYING WS-IDX-ITEM-ONB FROM 1 BY 1
                       UNTIL WS-IDX-ITEM-ONB > 6
                   IF ONB-ITEM-EXIGIDO (WS-IDX-ITEM-ONB)
                       AND NOT ONB-ITEM-RESOLVIDO (WS-IDX-ITEM-ONB)
                       MOVE WS-IDX-ITEM-ONB
                           TO WS-FALTAM (WS-IDX-ITEM-ONB:1)
                   END-IF
               END-PERFORM
               ADD 1 TO WS-QTD-ADMISSOES-PEND
               MOVE ONB-CODIGO TO ADP-CODIGO (WS-QTD-ADMISSOES-PEND)
               MOVE SPACES     TO ADP-NOME (WS-QTD-ADMISSOES-PEND)
               MOVE WS-FALTAM  TO ADP-FALTAM (WS-QTD-ADMISSOES-PEND)
               MOVE "N"        TO ADP-ATIVO (WS-QTD-ADMISSOES-PEND)
           END-IF.
           PERFORM LER-ADMISSAO.

       APONTAR-ADMISSOES-INCOMPLETAS.
           PERFORM VARYING WS-IDX-ADP FROM 1 BY 1
                   UNTIL WS-IDX-ADP > WS-QTD-ADMISSOES-PEND
               IF ADP-ATIVO (WS-IDX-ADP) = "S"
                   PERFORM APONTAR-UMA-ADMISSAO
               END-IF
           END-PERFORM.
           IF WS-QTD-ADMISSOES-INCOMPL > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "** " WS-QTD-ADMISSOES-INCOMPL
                   " ATIVO(S) COM CHECKLIST DE ADMISSAO INCOMPLETO -"
                   " VER RELONBRD **"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-NO-SPOOL
           END-IF.

       APONTAR-UMA-ADMISSAO.
           ADD 1 TO WS-QTD-ADMISSOES-INCOMPL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ADMISSAO INCOMPLETA - CODIGO "
               ADP-CODIGO (WS-IDX-ADP)
               " " ADP-NOME (WS-IDX-ADP)
               " - ITENS QUE FALTAM: " ADP-FALTAM (WS-IDX-ADP)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE "PROG35"             TO EXC-PROGRAMA.
           MOVE "ONBOARD"            TO EXC-CAMPO.
           MOVE ADP-CODIGO (WS-IDX-ADP) TO EXC-VALOR.
           MOVE "CHECKLIST DE ADMISSAO INCOMPLETO"
                                     TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

      *--------------------------------------------------------------*
      *    GRAVA OS TOTAIS DE HOJE PARA SEREM A BASE DE COMPARACAO DA
      *    PROXIMA EXECUCAO.

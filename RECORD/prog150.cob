       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG150.
      *     CHECKLIST DE ADMISSAO - RODADA DIARIA. O NOVO FUNCIONARIO
      *     CHEGAVA AO PROG29 SEM CONTA NO BANCFUNC, SEM DEPENDENTES
      *     DECLARADOS OU SEM EXAME ADMISSIONAL, E SO SE DESCOBRIA NO
      *     CREDITO QUE NAO SAIU OU NO IRRF ERRADO. ESTE PROGRAMA
      *     MANTEM A SITUACAO DE ADMISSAO DE CADA FUNCIONARIO (ONBOARD)
      *     CONTRA O CHECKLIST DO CARGO (CHKCARGO) E APLICA AS
      *     TRANSACOES DE ONBTRN, QUE DEPOIS E ESVAZIADO:
      *       I - ABRE O CHECKLIST DO FUNCIONARIO INCLUIDO (PROG28),
      *           COM OS ITENS EXIGIDOS PARA O CARGO.
      *       C - CONFIRMA A ENTREGA DE UM ITEM (1 A 6). GRAVADA PELO
      *           PROG92 (CONTA) E PELO PROG48 (DEPENDENTE), OU PELO RH
      *           PARA EXAME, CONTRATO E "SEM DEPENDENTES".
      *       X - DISPENSA UM ITEM PARA O FUNCIONARIO (SO PELO RH).
      *     CONFIRMACAO VINDA DE PROGRAMA PARA QUEM NAO TEM CHECKLIST
      *     PENDENTE (FUNCIONARIO ANTIGO, JA CONCLUIDO) E IGNORADA; A
      *     MANUAL VAI PARA O ARQUIVO DE EXCECOES.
      *
      *     VALE-TRANSPORTE E OPCAO SINDICAL NAO TEM PROGRAMA DE
      *     CAPTURA - QUALQUER LINHA DO FUNCIONARIO EM VTRANSP (ADESAO
      *     OU RECUSA) OU EM SINDOPC (AUTORIZACAO OU OPOSICAO) CONTA
      *     COMO ITEM ENTREGUE, CONFERIDA A CADA RODADA.
      *
      *     OS ITENS EXIGIDOS SAO RECALCULADOS PELO CARGO ATUAL DO
      *     MESTRE (UMA PROMOCAO ANTES DA PRIMEIRA FOLHA MUDA O
      *     CHECKLIST). O CHECKLIST CONCLUI QUANDO TODOS OS EXIGIDOS
      *     ESTAO ENTREGUES OU DISPENSADOS; FICA ENCERRADO SE O
      *     FUNCIONARIO SAIU DO MESTRE OU ESTA INATIVO.
      *
      *     O RELATORIO DIARIO AO RH (RELONBRD) LISTA CADA FUNCIONARIO
      *     COM CHECKLIST PENDENTE, OS ITENS QUE FALTAM E OS DIAS
      *     DESDE A ADMISSAO. O BALANCETE DA FOLHA (PROG35) APONTA OS
      *     MESMOS FUNCIONARIOS. RETURN-CODE 4 QUANDO HA PENDENCIAS, 8
      *     QUANDO HA TRANSACOES REJEITADAS. ONBOARD MAIOR QUE A TABELA
      *     EM MEMORIA ENCERRA COM RETURN-CODE 16 SEM APLICAR NADA (E
      *     SEM ESVAZIAR O ONBTRN).

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-CHECKLIST ASSIGN TO "CHKCARGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CHECKLIST.

           SELECT ARQ-ADMISSOES ASSIGN TO "ONBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADMISSOES.

           SELECT ARQ-ADMISSAO-TRN ASSIGN TO "ONBTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-VALE-TRANSPORTE ASSIGN TO "VTRANSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALE.

           SELECT ARQ-OPCAO-SINDICAL ASSIGN TO "SINDOPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDICAL.

           SELECT ARQ-RELATORIO ASSIGN TO "RELONBRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-CHECKLIST.
       COPY CPCHKCRG.

       FD  ARQ-ADMISSOES.
       COPY CPONBOAR.

       FD  ARQ-ADMISSAO-TRN.
       COPY CPONBTRN.

       FD  ARQ-VALE-TRANSPORTE.
       COPY CPVTRANS.

       FD  ARQ-OPCAO-SINDICAL.
       COPY CPSINOPC.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CHECKLIST         PIC X(02).
       01  WS-STATUS-ADMISSOES         PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-VALE              PIC X(02).
       01  WS-STATUS-SINDICAL          PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-CHECKLIST            PIC X VALUE "N".
           88  FIM-CHECKLIST               VALUE "S".
       01  WS-FIM-ADMISSOES            PIC X VALUE "N".
           88  FIM-ADMISSOES               VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-FIM-VALE                 PIC X VALUE "N".
           88  FIM-VALE                    VALUE "S".
       01  WS-FIM-SINDICAL             PIC X VALUE "N".
           88  FIM-SINDICAL                VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    NOMES DOS ITENS DO CHECKLIST, NA ORDEM DO CPCHKCRG.
       01  TAB-NOMES-DOS-ITENS.
           05  FILLER                  PIC X(20)
                                       VALUE "1 CONTA BANCARIA".
           05  FILLER                  PIC X(20)
                                       VALUE "2 EXAME ADMISSIONAL".
           05  FILLER                  PIC X(20)
                                       VALUE "3 CONTRATO ASSINADO".
           05  FILLER                  PIC X(20)
                                       VALUE "4 DECL. DEPENDENTES".
           05  FILLER                  PIC X(20)
                                       VALUE "5 OPCAO VALE-TRANSP".
           05  FILLER                  PIC X(20)
                                       VALUE "6 OPCAO SINDICAL".
       01  TAB-NOMES-REDEF REDEFINES TAB-NOMES-DOS-ITENS.
           05  NOME-DO-ITEM            PIC X(20) OCCURS 6 TIMES.

      *    CHECKLIST POR CARGO. SEM CHKCARGO (OU SEM LINHA "*"), O
      *    CARGO SEM LINHA PROPRIA EXIGE OS SEIS ITENS.
       01  WS-QTD-CHECKLISTS           PIC 9(03) VALUE 0.
       01  TAB-CHECKLISTS.
           05  CKM-ITEM OCCURS 100 TIMES.
               10  CKM-CARGO           PIC X(10).
               10  CKM-EXIGE           PIC X(01) OCCURS 6 TIMES.
       01  WS-IDX-CKM                  PIC 9(03).
       01  WS-EXIGE-PADRAO.
           05  WS-EXIGE-PADRAO-ITEM    PIC X(01) OCCURS 6 TIMES.
       01  WS-EXIGE-DO-CARGO.
           05  WS-EXIGE-ITEM           PIC X(01) OCCURS 6 TIMES.
       01  WS-ACHOU-CARGO              PIC X VALUE "N".
           88  ACHOU-O-CARGO               VALUE "S".

      *    SITUACAO DE ADMISSAO EM MEMORIA (MESMO DESENHO DO CPONBOAR).
       01  WS-QTD-ADMISSOES            PIC 9(04) VALUE 0.
       01  TAB-ADMISSOES-MEMORIA.
           05  OBM-ITEM OCCURS 2000 TIMES.
               10  OBM-CODIGO          PIC 9(05).
               10  OBM-CARGO           PIC X(10).
               10  OBM-DATA-ADMISSAO   PIC 9(08).
               10  OBM-DATA-INCLUSAO   PIC 9(08).
               10  OBM-SITUACAO        PIC X(01).
               10  OBM-DATA-CONCLUSAO  PIC 9(08).
               10  OBM-CHECK OCCURS 6 TIMES.
                   15  OBM-EXIGIDO     PIC X(01).
                   15  OBM-FEITO       PIC X(01).
                   15  OBM-DATA-ITEM   PIC 9(08).
                   15  OBM-ORIGEM      PIC X(08).
       01  WS-IDX-OBM                  PIC 9(04).
       01  WS-IDX-OBM-ACHADO           PIC 9(04).
       01  WS-IDX-ITEM                 PIC 9(01).
       01  WS-QTD-PENDENTES-MEMORIA    PIC 9(04) VALUE 0.

       01  WS-ITENS-EM-ABERTO          PIC 9(01).
       01  WS-FALTAM                   PIC X(06).
       01  WS-DIAS-DESDE-ADMISSAO      PIC 9(05).
       01  WS-ORIGEM                   PIC X(08).
       01  WS-CODIGO-PROCURADO         PIC 9(05).

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-ABERTOS          PIC 9(05) VALUE 0.
           05  WS-QTD-CONFIRMADOS      PIC 9(05) VALUE 0.
           05  WS-QTD-DISPENSADOS      PIC 9(05) VALUE 0.
           05  WS-QTD-IGNORADOS        PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-CONCLUIDOS       PIC 9(05) VALUE 0.
           05  WS-QTD-ENCERRADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-PENDENTES        PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT ARQ-ADMISSAO-TRN.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-CHECKLISTS.
           PERFORM CARREGAR-ADMISSOES.
           IF TABELA-ESTOUROU
               DISPLAY "** ONBOARD MAIOR QUE A TABELA EM MEMORIA -"
                   " NADA FOI APLICADO **"
               MOVE 16 TO RETURN-CODE
               IF HA-TRANSACOES
                   CLOSE ARQ-ADMISSAO-TRN
               END-IF
           ELSE
               IF HA-TRANSACOES
                   PERFORM LER-TRANSACAO
                   PERFORM PROCESSAR-UMA-TRANSACAO
                       UNTIL FIM-TRANSACOES
                   PERFORM LIMPAR-TRANSACOES
               END-IF
               PERFORM CONFERIR-VALE-TRANSPORTE
               PERFORM CONFERIR-OPCAO-SINDICAL
               PERFORM VARYING WS-IDX-OBM FROM 1 BY 1
                       UNTIL WS-IDX-OBM > WS-QTD-ADMISSOES
                   IF OBM-SITUACAO (WS-IDX-OBM) = "P"
                       PERFORM REAVALIAR-UMA-ADMISSAO
                   END-IF
               END-PERFORM
               PERFORM REGRAVAR-ADMISSOES
               PERFORM IMPRIMIR-PENDENCIAS
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "CHECKLIST DE ADMISSAO - ABERTOS: " WS-QTD-ABERTOS
               " - ITENS CONFIRMADOS: " WS-QTD-CONFIRMADOS
               " - DISPENSADOS: " WS-QTD-DISPENSADOS.
           DISPLAY "CHECKLIST DE ADMISSAO - CONCLUIDOS: "
               WS-QTD-CONCLUIDOS " - ENCERRADOS: " WS-QTD-ENCERRADOS
               " - PENDENTES: " WS-QTD-PENDENTES
               " - IGNORADAS: " WS-QTD-IGNORADOS
               " - REJEITADAS: " WS-QTD-REJEITADOS.
           IF RETURN-CODE = 0
               IF WS-QTD-REJEITADOS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-QTD-PENDENTES > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DO CHECKLIST POR CARGO.
      *--------------------------------------------------------------*
       CARREGAR-CHECKLISTS.
           MOVE "SSSSSS" TO WS-EXIGE-PADRAO.
           OPEN INPUT ARQ-CHECKLIST.
           IF WS-STATUS-CHECKLIST = "00"
               PERFORM LER-CHECKLIST
               PERFORM GUARDAR-UM-CHECKLIST UNTIL FIM-CHECKLIST
               CLOSE ARQ-CHECKLIST
           END-IF.

       LER-CHECKLIST.
           READ ARQ-CHECKLIST
               AT END SET FIM-CHECKLIST TO TRUE
           END-READ.

       GUARDAR-UM-CHECKLIST.
           IF CKC-CARGO-PADRAO
               PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                       UNTIL WS-IDX-ITEM > 6
                   MOVE CKC-EXIGE (WS-IDX-ITEM)
                       TO WS-EXIGE-PADRAO-ITEM (WS-IDX-ITEM)
               END-PERFORM
           ELSE
               IF WS-QTD-CHECKLISTS < 100
                   ADD 1 TO WS-QTD-CHECKLISTS
                   MOVE REG-CHECKLIST-CARGO
                       TO CKM-ITEM (WS-QTD-CHECKLISTS)
               END-IF
           END-IF.
           PERFORM LER-CHECKLIST.

      *    ITENS EXIGIDOS PARA O CARGO EM WS-EXIGE-DO-CARGO.
       MONTAR-EXIGENCIAS-DO-CARGO.
           MOVE WS-EXIGE-PADRAO TO WS-EXIGE-DO-CARGO.
           MOVE "N" TO WS-ACHOU-CARGO.
           PERFORM VARYING WS-IDX-CKM FROM 1 BY 1
                   UNTIL WS-IDX-CKM > WS-QTD-CHECKLISTS
                      OR ACHOU-O-CARGO
               IF CKM-CARGO (WS-IDX-CKM) = OBM-CARGO (WS-IDX-OBM)
                   SET ACHOU-O-CARGO TO TRUE
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                           UNTIL WS-IDX-ITEM > 6
                       MOVE CKM-EXIGE (WS-IDX-CKM, WS-IDX-ITEM)
                           TO WS-EXIGE-ITEM (WS-IDX-ITEM)
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > 6
               IF WS-EXIGE-ITEM (WS-IDX-ITEM) = "S"
                   MOVE "S" TO OBM-EXIGIDO (WS-IDX-OBM, WS-IDX-ITEM)
               ELSE
                   MOVE "N" TO OBM-EXIGIDO (WS-IDX-OBM, WS-IDX-ITEM)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    CARGA E REGRAVACAO DA SITUACAO DE ADMISSAO.
      *--------------------------------------------------------------*
       CARREGAR-ADMISSOES.
           OPEN INPUT ARQ-ADMISSOES.
           IF WS-STATUS-ADMISSOES = "00"
               PERFORM LER-ADMISSAO
               PERFORM GUARDAR-UMA-ADMISSAO UNTIL FIM-ADMISSOES
               CLOSE ARQ-ADMISSOES
           END-IF.

       LER-ADMISSAO.
           READ ARQ-ADMISSOES
               AT END SET FIM-ADMISSOES TO TRUE
           END-READ.

       GUARDAR-UMA-ADMISSAO.
           IF WS-QTD-ADMISSOES < 2000
               ADD 1 TO WS-QTD-ADMISSOES
               MOVE REG-ADMISSAO-PENDENTE
                   TO OBM-ITEM (WS-QTD-ADMISSOES)
               IF ONB-PENDENTE
                   ADD 1 TO WS-QTD-PENDENTES-MEMORIA
               END-IF
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-ADMISSAO.

       REGRAVAR-ADMISSOES.
           OPEN OUTPUT ARQ-ADMISSOES.
           MOVE 1 TO WS-IDX-OBM.
           PERFORM GRAVAR-UMA-ADMISSAO
               UNTIL WS-IDX-OBM > WS-QTD-ADMISSOES.
           CLOSE ARQ-ADMISSOES.

       GRAVAR-UMA-ADMISSAO.
           MOVE OBM-ITEM (WS-IDX-OBM) TO REG-ADMISSAO-PENDENTE.
           WRITE REG-ADMISSAO-PENDENTE.
           ADD 1 TO WS-IDX-OBM.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES. O ONBTRN E REGRAVADO VAZIO NO FIM, COMO
      *    O CADASTRO NA PONTE DE ADMISSAO.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ ARQ-ADMISSAO-TRN
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           MOVE OBT-ORIGEM TO WS-ORIGEM.
           IF WS-ORIGEM = SPACES
               MOVE "MANUAL" TO WS-ORIGEM
           END-IF.
           MOVE 0 TO WS-CODIGO-PROCURADO.
           IF OBT-CODIGO IS NUMERIC
               MOVE OBT-CODIGO TO WS-CODIGO-PROCURADO
           END-IF.
           PERFORM LOCALIZAR-ADMISSAO.
           EVALUATE TRUE
               WHEN OBT-INCLUSAO
                   PERFORM ABRIR-CHECKLIST
               WHEN OBT-CONFIRMACAO OR OBT-DISPENSA
                   PERFORM BAIXAR-ITEM-DO-CHECKLIST
               WHEN OTHER
                   MOVE "OBT-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE OBT-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (I/C/X)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LOCALIZAR-ADMISSAO.
           MOVE 0 TO WS-IDX-OBM-ACHADO.
           PERFORM VARYING WS-IDX-OBM FROM 1 BY 1
                   UNTIL WS-IDX-OBM > WS-QTD-ADMISSOES
                      OR WS-IDX-OBM-ACHADO > 0
               IF OBM-CODIGO (WS-IDX-OBM) = WS-CODIGO-PROCURADO
                   MOVE WS-IDX-OBM TO WS-IDX-OBM-ACHADO
               END-IF
           END-PERFORM.

       ABRIR-CHECKLIST.
           EVALUATE TRUE
               WHEN OBT-CODIGO IS NOT NUMERIC OR OBT-CODIGO = 0
                   MOVE "OBT-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE OBT-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DEVE SER NUMERICO E MAIOR QUE ZERO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN WS-IDX-OBM-ACHADO > 0
                   MOVE "OBT-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE OBT-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CHECKLIST DE ADMISSAO JA ABERTO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN WS-QTD-ADMISSOES NOT < 2000
                   MOVE "OBT-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE OBT-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE ADMISSOES CHEIO (2000)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                   ADD 1 TO WS-QTD-ADMISSOES
                   MOVE WS-QTD-ADMISSOES  TO WS-IDX-OBM
                   MOVE OBT-CODIGO        TO OBM-CODIGO (WS-IDX-OBM)
                   MOVE OBT-CARGO         TO OBM-CARGO (WS-IDX-OBM)
                   IF OBT-DATA-ADMISSAO IS NUMERIC
                       MOVE OBT-DATA-ADMISSAO
                           TO OBM-DATA-ADMISSAO (WS-IDX-OBM)
                   ELSE
                       MOVE 0 TO OBM-DATA-ADMISSAO (WS-IDX-OBM)
                   END-IF
                   MOVE WS-DATA-HOJE
                       TO OBM-DATA-INCLUSAO (WS-IDX-OBM)
                   MOVE "P"               TO OBM-SITUACAO (WS-IDX-OBM)
                   MOVE 0
                       TO OBM-DATA-CONCLUSAO (WS-IDX-OBM)
                   PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                           UNTIL WS-IDX-ITEM > 6
                       MOVE "N"
                           TO OBM-FEITO (WS-IDX-OBM, WS-IDX-ITEM)
                       MOVE 0
                           TO OBM-DATA-ITEM (WS-IDX-OBM, WS-IDX-ITEM)
                       MOVE SPACES
                           TO OBM-ORIGEM (WS-IDX-OBM, WS-IDX-ITEM)
                   END-PERFORM
                   PERFORM MONTAR-EXIGENCIAS-DO-CARGO
                   ADD 1 TO WS-QTD-PENDENTES-MEMORIA
                   ADD 1 TO WS-QTD-ABERTOS
           END-EVALUATE.

       BAIXAR-ITEM-DO-CHECKLIST.
           EVALUATE TRUE
               WHEN OBT-ITEM IS NOT NUMERIC
                 OR OBT-ITEM < 1 OR OBT-ITEM > 6
                   MOVE "OBT-ITEM"        TO WS-CAMPO-REJEITADO
                   MOVE OBT-ITEM          TO WS-VALOR-REJEITADO
                   MOVE "ITEM DO CHECKLIST INVALIDO (1 A 6)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN WS-IDX-OBM-ACHADO = 0
                 OR OBM-SITUACAO (WS-IDX-OBM-ACHADO) NOT = "P"
                   IF WS-ORIGEM = "MANUAL"
                       MOVE "OBT-CODIGO"  TO WS-CAMPO-REJEITADO
                       MOVE OBT-CODIGO    TO WS-VALOR-REJEITADO
                       MOVE "FUNCIONARIO SEM CHECKLIST PENDENTE"
                                          TO WS-MOTIVO-REJEICAO
                       PERFORM REJEITAR-TRANSACAO
                   ELSE
                       ADD 1 TO WS-QTD-IGNORADOS
                   END-IF
               WHEN OTHER
                   MOVE WS-IDX-OBM-ACHADO TO WS-IDX-OBM
                   MOVE OBT-ITEM          TO WS-IDX-ITEM
                   IF OBT-DISPENSA
                       MOVE "I" TO OBM-FEITO (WS-IDX-OBM, WS-IDX-ITEM)
                       ADD 1 TO WS-QTD-DISPENSADOS
                   ELSE
                       MOVE "S" TO OBM-FEITO (WS-IDX-OBM, WS-IDX-ITEM)
                       ADD 1 TO WS-QTD-CONFIRMADOS
                   END-IF
                   IF OBT-DATA IS NUMERIC AND OBT-DATA > 0
                       MOVE OBT-DATA
                           TO OBM-DATA-ITEM (WS-IDX-OBM, WS-IDX-ITEM)
                   ELSE
                       MOVE WS-DATA-HOJE
                           TO OBM-DATA-ITEM (WS-IDX-OBM, WS-IDX-ITEM)
                   END-IF
                   MOVE WS-ORIGEM
                       TO OBM-ORIGEM (WS-IDX-OBM, WS-IDX-ITEM)
           END-EVALUATE.

       LIMPAR-TRANSACOES.
           CLOSE ARQ-ADMISSAO-TRN.
           OPEN OUTPUT ARQ-ADMISSAO-TRN.
           CLOSE ARQ-ADMISSAO-TRN.

      *--------------------------------------------------------------*
      *    VALE-TRANSPORTE (ITEM 5) E OPCAO SINDICAL (ITEM 6) - UMA
      *    LINHA DO FUNCIONARIO NO ARQUIVO BASTA. SO LE OS ARQUIVOS
      *    SE HA ALGUM CHECKLIST PENDENTE.
      *--------------------------------------------------------------*
       CONFERIR-VALE-TRANSPORTE.
           IF WS-QTD-PENDENTES-MEMORIA > 0
               OPEN INPUT ARQ-VALE-TRANSPORTE
               IF WS-STATUS-VALE = "00"
                   PERFORM LER-VALE-TRANSPORTE
                   PERFORM BAIXAR-UM-VALE-TRANSPORTE UNTIL FIM-VALE
                   CLOSE ARQ-VALE-TRANSPORTE
               END-IF
           END-IF.

       LER-VALE-TRANSPORTE.
           READ ARQ-VALE-TRANSPORTE
               AT END SET FIM-VALE TO TRUE
           END-READ.

       BAIXAR-UM-VALE-TRANSPORTE.
           MOVE VTR-CODIGO TO WS-CODIGO-PROCURADO.
           MOVE 5          TO WS-IDX-ITEM.
           MOVE "VTRANSP"  TO WS-ORIGEM.
           PERFORM BAIXAR-ITEM-POR-ARQUIVO.
           PERFORM LER-VALE-TRANSPORTE.

       CONFERIR-OPCAO-SINDICAL.
           IF WS-QTD-PENDENTES-MEMORIA > 0
               OPEN INPUT ARQ-OPCAO-SINDICAL
               IF WS-STATUS-SINDICAL = "00"
                   PERFORM LER-OPCAO-SINDICAL
                   PERFORM BAIXAR-UMA-OPCAO-SINDICAL UNTIL FIM-SINDICAL
                   CLOSE ARQ-OPCAO-SINDICAL
               END-IF
           END-IF.

       LER-OPCAO-SINDICAL.
           READ ARQ-OPCAO-SINDICAL
               AT END SET FIM-SINDICAL TO TRUE
           END-READ.

       BAIXAR-UMA-OPCAO-SINDICAL.
           MOVE SOP-CODIGO TO WS-CODIGO-PROCURADO.
           MOVE 6          TO WS-IDX-ITEM.
           MOVE "SINDOPC"  TO WS-ORIGEM.
           PERFORM BAIXAR-ITEM-POR-ARQUIVO.
           PERFORM LER-OPCAO-SINDICAL.

       BAIXAR-ITEM-POR-ARQUIVO.
           PERFORM LOCALIZAR-ADMISSAO.
           IF WS-IDX-OBM-ACHADO > 0
               MOVE WS-IDX-OBM-ACHADO TO WS-IDX-OBM
               IF OBM-SITUACAO (WS-IDX-OBM) = "P"
                   AND OBM-FEITO (WS-IDX-OBM, WS-IDX-ITEM) = "N"
                   MOVE "S" TO OBM-FEITO (WS-IDX-OBM, WS-IDX-ITEM)
                   MOVE WS-DATA-HOJE
                       TO OBM-DATA-ITEM (WS-IDX-OBM, WS-IDX-ITEM)
                   MOVE WS-ORIGEM
                       TO OBM-ORIGEM (WS-IDX-OBM, WS-IDX-ITEM)
                   ADD 1 TO WS-QTD-CONFIRMADOS
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    REAVALIACAO DE UM CHECKLIST PENDENTE PELO MESTRE: CARGO
      *    ATUAL, FUNCIONARIO AINDA ATIVO, ITENS EM ABERTO.
      *--------------------------------------------------------------*
       REAVALIAR-UMA-ADMISSAO.
           MOVE OBM-CODIGO (WS-IDX-OBM) TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "I" TO SITUACAO
           END-READ.
           IF SITUACAO-INATIVA
               MOVE "E" TO OBM-SITUACAO (WS-IDX-OBM)
               MOVE WS-DATA-HOJE TO OBM-DATA-CONCLUSAO (WS-IDX-OBM)
               ADD 1 TO WS-QTD-ENCERRADOS
           ELSE
               IF CARGO NOT = SPACES
                   MOVE CARGO TO OBM-CARGO (WS-IDX-OBM)
               END-IF
               IF OBM-DATA-ADMISSAO (WS-IDX-OBM) = 0
                   MOVE DATA-ADMISSAO TO OBM-DATA-ADMISSAO (WS-IDX-OBM)
               END-IF
               PERFORM MONTAR-EXIGENCIAS-DO-CARGO
               PERFORM CONTAR-ITENS-EM-ABERTO
               IF WS-ITENS-EM-ABERTO = 0
                   MOVE "C" TO OBM-SITUACAO (WS-IDX-OBM)
                   MOVE WS-DATA-HOJE
                       TO OBM-DATA-CONCLUSAO (WS-IDX-OBM)
                   ADD 1 TO WS-QTD-CONCLUIDOS
               END-IF
           END-IF.

      *    ITENS EXIGIDOS AINDA NAO ENTREGUES NEM DISPENSADOS, EM
      *    WS-ITENS-EM-ABERTO E NA MASCARA WS-FALTAM ("1-3---").
       CONTAR-ITENS-EM-ABERTO.
           MOVE 0 TO WS-ITENS-EM-ABERTO.
           MOVE "------" TO WS-FALTAM.
           PERFORM VARYING WS-IDX-ITEM FROM 1 BY 1
                   UNTIL WS-IDX-ITEM > 6
               IF OBM-EXIGIDO (WS-IDX-OBM, WS-IDX-ITEM) = "S"
                   AND OBM-FEITO (WS-IDX-OBM, WS-IDX-ITEM) = "N"
                   ADD 1 TO WS-ITENS-EM-ABERTO
                   MOVE WS-IDX-ITEM TO WS-FALTAM (WS-IDX-ITEM:1)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    RELATORIO DIARIO AO RH - CHECKLISTS AINDA PENDENTES.
      *--------------------------------------------------------------*
       IMPRIMIR-PENDENCIAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CHECKLIST DE ADMISSAO PENDENTE EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ITENS: " NOME-DO-ITEM (1) NOME-DO-ITEM (2)
               NOME-DO-ITEM (3)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "       " NOME-DO-ITEM (4) NOME-DO-ITEM (5)
               NOME-DO-ITEM (6)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGO NOME       CARGO      ADMISSAO  DIAS"
               "  FALTAM"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-OBM FROM 1 BY 1
                   UNTIL WS-IDX-OBM > WS-QTD-ADMISSOES
               IF OBM-SITUACAO (WS-IDX-OBM) = "P"
                   PERFORM IMPRIMIR-UMA-PENDENCIA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE FUNCIONARIOS COM CHECKLIST PENDENTE: "
               WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-PENDENCIA.
           MOVE OBM-CODIGO (WS-IDX-OBM) TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE SPACES TO NOME
           END-READ.
           PERFORM CONTAR-ITENS-EM-ABERTO.
           MOVE 0 TO WS-DIAS-DESDE-ADMISSAO.
           IF OBM-DATA-ADMISSAO (WS-IDX-OBM) > 0
               AND OBM-DATA-ADMISSAO (WS-IDX-OBM) < WS-DATA-HOJE
               COMPUTE WS-DIAS-DESDE-ADMISSAO =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE
                       (OBM-DATA-ADMISSAO (WS-IDX-OBM))
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING OBM-CODIGO (WS-IDX-OBM)
               "  " NOME
               " " OBM-CARGO (WS-IDX-OBM)
               " " OBM-DATA-ADMISSAO (WS-IDX-OBM)
               " " WS-DIAS-DESDE-ADMISSAO
               " " WS-FALTAM
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           ADD 1 TO WS-QTD-PENDENTES.

       REJEITAR-TRANSACAO.
           MOVE "PROG150"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.
           ADD 1 TO WS-QTD-REJEITADOS.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG148.
      *     REQUISICOES DE VAGA E O PROCESSO SELETIVO DOS CANDIDATOS.
      *     O QUE ACONTECIA ENTRE A "VAGA EM ABERTO" DO PROG83 E A
      *     INCLUSAO NO MESTRE FICAVA NO CORREIO DOS RECRUTADORES.
      *     ESTE PROGRAMA LE AS TRANSACOES DO RECRUTAMENTO (REQVGTRN)
      *     E MANTEM AS REQUISICOES (REQUISIC) E OS CANDIDATOS
      *     (CANDIDAT, CAPTURADOS PELO PROG4), NO MESMO DESENHO DOS
      *     PEDIDOS DE REEMBOLSO (PROG129):
      *       R - ABRE A REQUISICAO DO SETOR PARA UM CARGO. O SETOR
      *           TEM DE ESTAR NO SETORMST E O SOLICITANTE E O GERENTE
      *           DELE (ZERO = O PROPRIO SET-GERENTE); O CARGO, NO
      *           CARGOMST. A FAIXA SALARIAL VEM DA POLITICA DO SETOR
      *           (FAIXAPOL). A VAGA TEM DE CABER NO QUADRO VIGENTE
      *           (QUADROVG): ATIVOS MAIS REQUISICOES PENDENTES OU
      *           ABERTAS DO SETOR ABAIXO DAS VAGAS AUTORIZADAS - OU A
      *           MARCA DE EXCECAO "S" NA TRANSACAO, QUE SEGUE ATE A
      *           INCLUSAO NO PROG28. SETOR SEM QUADRO NAO TEM LIMITE,
      *           COMO NA MANUTENCAO. O NUMERO E O MAIOR EXISTENTE + 1.
      *       V - APROVA A REQUISICAO PENDENTE; O APROVADOR NAO PODE
      *           SER QUEM A PEDIU.
      *       X - CANCELA A REQUISICAO PENDENTE OU ABERTA; OS
      *           CANDIDATOS AINDA NO PROCESSO FICAM DECLINADOS.
      *       E - MUDA A ETAPA DO CANDIDATO (DOCUMENTO) NA REQUISICAO
      *           ABERTA: TRIAGEM, ENTREVISTA, OFERTA, ACEITA - SEMPRE
      *           PARA A FRENTE, ACEITA SO DEPOIS DA OFERTA - OU
      *           DECLINADA, DE QUALQUER ETAPA AINDA EM ANDAMENTO. O
      *           SALARIO DA TRANSACAO, QUANDO INFORMADO NA OFERTA OU
      *           NO ACEITE, SUBSTITUI O DA FICHA E TEM DE CABER NA
      *           FAIXA DA REQUISICAO.
      *
      *     A OFERTA ACEITA PREENCHE A REQUISICAO E SOLTA A FICHA DO
      *     CANDIDATO NO CADASTRO, COM O SETOR, O CARGO, O NUMERO DA
      *     REQUISICAO E A MARCA DE EXCECAO AO QUADRO, PARA A PONTE DE
      *     ADMISSAO (PROG62) - A DATA DE ADMISSAO DA TRANSACAO, SE
      *     INFORMADA, SUBSTITUI A DA FICHA. OS DEMAIS CANDIDATOS DA
      *     REQUISICAO FICAM DECLINADOS.
      *
      *     A LISTAGEM (RELREQVG) TRAZ AS REQUISICOES E OS CANDIDATOS
      *     MOVIMENTADOS NO DIA; O ACOMPANHAMENTO MENSAL POR SETOR SAI
      *     NO PROG149. SEM ARQUIVO DE TRANSACOES, O PROGRAMA SO LISTA.
      *     REQUISIC OU CANDIDAT MAIOR QUE A TABELA EM MEMORIA ENCERRA
      *     COM RETURN-CODE 16 SEM APLICAR NADA, PARA NAO REGRAVAR O
      *     ARQUIVO TRUNCADO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-SETORES ASSIGN TO "SETORMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SETORES.

           SELECT ARQ-CARGOS ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-POLITICA ASSIGN TO "FAIXAPOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-POLITICA.

           SELECT ARQ-QUADRO ASSIGN TO "QUADROVG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-QUADRO.

           SELECT ARQ-REQUISICOES ASSIGN TO "REQUISIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REQUISICOES.

           SELECT ARQ-CANDIDATOS ASSIGN TO "CANDIDAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDIDATOS.

           SELECT ARQ-CADASTRO ASSIGN TO "CADASTRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT TRANS-REQUISICAO-FILE ASSIGN TO "REQVGTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRANS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELREQVG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-SETORES.
       COPY CPSETOR.

       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-POLITICA.
       COPY CPFXPOL.

       FD  ARQ-QUADRO.
       COPY CPQUADRO.

       FD  ARQ-REQUISICOES.
       COPY CPREQVAG.

       FD  ARQ-CANDIDATOS.
       COPY CPCANDID.

       FD  ARQ-CADASTRO.
       COPY CPCADPF.

       FD  TRANS-REQUISICAO-FILE.
       01  TRANS-REQUISICAO-REG.
           05  TRQ-CODOP               PIC X(01).
               88  TRQ-ABERTURA            VALUE "R".
               88  TRQ-APROVACAO           VALUE "V".
               88  TRQ-CANCELAMENTO        VALUE "X".
               88  TRQ-ETAPA-CANDIDATO     VALUE "E".
               88  TRQ-CODOP-VALIDO        VALUES "R" "V" "X" "E".
           05  TRQ-REQUISICAO          PIC 9(05).
      *    SOLICITANTE NA ABERTURA, APROVADOR NA APROVACAO E NO
      *    CANCELAMENTO - CODIGO DE FUNCIONARIO.
           05  TRQ-RESPONSAVEL         PIC 9(05).
           05  TRQ-SETOR               PIC X(10).
           05  TRQ-CARGO               PIC X(10).
           05  TRQ-OVERRIDE-QUADRO     PIC X(01).
           05  TRQ-DOCUMENTO           PIC 9(11).
           05  TRQ-ETAPA               PIC X(01).
           05  TRQ-SALARIO             PIC 9(6)V9(2).
           05  TRQ-DATA-ADMISSAO       PIC 9(08).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-STATUS-POLITICA          PIC X(02).
       01  WS-STATUS-QUADRO            PIC X(02).
       01  WS-STATUS-REQUISICOES       PIC X(02).
       01  WS-STATUS-CANDIDATOS        PIC X(02).
       01  WS-STATUS-CADASTRO          PIC X(02).
       01  WS-STATUS-TRANS             PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".
       01  WS-FIM-POLITICA             PIC X VALUE "N".
           88  FIM-POLITICA                VALUE "S".
       01  WS-FIM-QUADRO               PIC X VALUE "N".
           88  FIM-QUADRO                  VALUE "S".
       01  WS-FIM-REQUISICOES          PIC X VALUE "N".
           88  FIM-REQUISICOES             VALUE "S".
       01  WS-FIM-CANDIDATOS           PIC X VALUE "N".
           88  FIM-CANDIDATOS              VALUE "S".
       01  WS-FIM-TRANSACOES           PIC X VALUE "N".
           88  FIM-TRANSACOES              VALUE "S".
       01  WS-HA-TRANSACOES            PIC X VALUE "N".
           88  HA-TRANSACOES               VALUE "S".
       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    GERENTE DE CADA SETOR DO CADASTRO.
       01  WS-QTD-SETORES              PIC 9(03) VALUE 0.
       01  TAB-SETORES.
           05  SST-ITEM OCCURS 100 TIMES.
               10  SST-CODIGO          PIC X(10).
               10  SST-GERENTE         PIC 9(05).
       01  WS-IDX-SST                  PIC 9(03).
       01  WS-IDX-SST-ACHADO           PIC 9(03).

      *    CARGOS OFICIAIS - SEM CARGOMST, O CARGO NAO E CONFERIDO.
       01  WS-QTD-CARGOS               PIC 9(03) VALUE 0.
       01  TAB-CARGOS.
           05  CGO-CODIGO OCCURS 100 TIMES
                                       PIC X(10).
       01  WS-IDX-CGO                  PIC 9(03).
       01  WS-CARGO-OFICIAL            PIC X(01).
           88  CARGO-OFICIAL               VALUE "S".

      *    FAIXA SALARIAL DA POLITICA DE CADA SETOR.
       01  WS-QTD-POLITICAS            PIC 9(03) VALUE 0.
       01  TAB-POLITICAS.
           05  PFX-ITEM OCCURS 100 TIMES.
               10  PFX-SETOR           PIC X(10).
               10  PFX-MINIMO          PIC 9(6)V9(2).
               10  PFX-MAXIMO          PIC 9(6)V9(2).
       01  WS-IDX-PFX                  PIC 9(03).

      *    QUADRO VIGENTE E ATIVOS POR SETOR.
       01  WS-QTD-QUADROS              PIC 9(03) VALUE 0.
       01  TAB-QUADRO-DE-VAGAS.
           05  QDR-ITEM OCCURS 100 TIMES.
               10  QDR-SETOR           PIC X(10).
               10  QDR-VAGAS           PIC 9(04).
               10  QDR-VIGENCIA        PIC 9(08).
               10  QDR-ATIVOS          PIC 9(04).
       01  WS-IDX-QDR                  PIC 9(03).
       01  WS-ACHOU-SETOR              PIC X VALUE "N".
           88  ACHOU-O-SETOR               VALUE "S".
       01  WS-VAGAS-DO-SETOR           PIC 9(04).
       01  WS-OCUPACAO-DO-SETOR        PIC 9(05).
       01  WS-TEM-QUADRO               PIC X(01).
           88  TEM-QUADRO-PARA-O-SETOR     VALUE "S".

      *    REQUISICOES DE VAGA EM MEMORIA.
       01  WS-QTD-REQUISICOES          PIC 9(04) VALUE 0.
       01  TAB-REQUISICOES-MEMORIA.
           05  RQM-ITEM OCCURS 2000 TIMES.
               10  RQM-NUMERO          PIC 9(05).
               10  RQM-SETOR           PIC X(10).
               10  RQM-CARGO           PIC X(10).
               10  RQM-SALARIO-MINIMO  PIC 9(6)V9(2).
               10  RQM-SALARIO-MAXIMO  PIC 9(6)V9(2).
               10  RQM-GESTOR          PIC 9(05).
               10  RQM-DATA-ABERTURA   PIC 9(08).
               10  RQM-SITUACAO        PIC X(01).
               10  RQM-APROVADOR       PIC 9(05).
               10  RQM-DATA-APROVACAO  PIC 9(08).
               10  RQM-DATA-FECHAMENTO PIC 9(08).
               10  RQM-DOCUMENTO-ACEITO
                                       PIC 9(11).
               10  RQM-OVERRIDE-QUADRO PIC X(01).
       01  WS-IDX-RQM                  PIC 9(04).
       01  WS-IDX-RQM-ACHADO           PIC 9(04).
       01  WS-MAIOR-NUMERO             PIC 9(05).

      *    CANDIDATOS EM MEMORIA, COM A FICHA DE CADASTRO INTEIRA.
       01  WS-QTD-CANDIDATOS           PIC 9(04) VALUE 0.
       01  TAB-CANDIDATOS-MEMORIA.
           05  CDM-ITEM OCCURS 3000 TIMES.
               10  CDM-REQUISICAO      PIC 9(05).
               10  CDM-DOCUMENTO       PIC 9(11).
               10  CDM-NOME            PIC X(10).
               10  CDM-ETAPA           PIC X(01).
               10  CDM-DATA-INCLUSAO   PIC 9(08).
               10  CDM-DATA-ETAPA      PIC 9(08).
               10  CDM-FICHA           PIC X(137).
       01  WS-IDX-CDM                  PIC 9(04).
       01  WS-IDX-CDM-ACHADO           PIC 9(04).

      *    FICHA DO CANDIDATO EM TRABALHO (ACEITE E SALARIO DA
      *    OFERTA).
       COPY CPCADPF REPLACING ==REG-CADASTRO-PESSOA==
           BY ==WS-FICHA-CANDIDATO==
           LEADING ==CAD-== BY ==FCH-==.

      *    ORDEM DAS ETAPAS PARA A REGRA DE SO ANDAR PARA A FRENTE.
       01  WS-ETAPA                    PIC X(01).
       01  WS-ORDEM-ETAPA              PIC 9(01).
       01  WS-ORDEM-ATUAL              PIC 9(01).
       01  WS-ORDEM-NOVA               PIC 9(01).

       01  WS-TRANSACAO-VALIDA         PIC X(01).
           88  TRANSACAO-VALIDA            VALUE "S".
       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-ABERTAS          PIC 9(05) VALUE 0.
           05  WS-QTD-APROVADAS        PIC 9(05) VALUE 0.
           05  WS-QTD-CANCELADAS       PIC 9(05) VALUE 0.
           05  WS-QTD-ETAPAS           PIC 9(05) VALUE 0.
           05  WS-QTD-LIBERADAS        PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT TRANS-REQUISICAO-FILE.
           IF WS-STATUS-TRANS = "00"
               SET HA-TRANSACOES TO TRUE
           END-IF.

           OPEN OUTPUT ARQ-RELATORIO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           PERFORM CARREGAR-SETORES.
           PERFORM CARREGAR-CARGOS.
           PERFORM CARREGAR-POLITICAS.
           PERFORM CARREGAR-QUADRO-DE-VAGAS.
           PERFORM CONTAR-ATIVOS-POR-SETOR.
           PERFORM CARREGAR-REQUISICOES.
           PERFORM CARREGAR-CANDIDATOS.
           IF TABELA-ESTOUROU
               DISPLAY "** REQUISIC OU CANDIDAT MAIOR QUE A TABELA EM"
                   " MEMORIA - NADA FOI APLICADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF HA-TRANSACOES
                   OPEN EXTEND ARQ-CADASTRO
                   IF WS-STATUS-CADASTRO = "35"
                       OPEN OUTPUT ARQ-CADASTRO
                   END-IF
                   PERFORM LER-TRANSACAO
                   PERFORM PROCESSAR-UMA-TRANSACAO
                       UNTIL FIM-TRANSACOES
                   CLOSE ARQ-CADASTRO
                   PERFORM REGRAVAR-REQUISICOES
                   PERFORM REGRAVAR-CANDIDATOS
               END-IF
               PERFORM IMPRIMIR-LISTAGEM
           END-IF.
           IF HA-TRANSACOES
               CLOSE TRANS-REQUISICAO-FILE
           END-IF.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           DISPLAY "REQUISICOES DE VAGA - ABERTAS: " WS-QTD-ABERTAS
               " - APROVADAS: " WS-QTD-APROVADAS
               " - CANCELADAS: " WS-QTD-CANCELADAS.
           DISPLAY "CANDIDATOS - MUDANCAS DE ETAPA: " WS-QTD-ETAPAS
               " - FICHAS LIBERADAS PARA ADMISSAO: " WS-QTD-LIBERADAS
               " - TRANSACOES REJEITADAS: " WS-QTD-REJEITADOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CARGA DOS SETORES, CARGOS, FAIXAS E DO QUADRO DE VAGAS.
      *--------------------------------------------------------------*
       CARREGAR-SETORES.
           OPEN INPUT ARQ-SETORES.
           IF WS-STATUS-SETORES = "00"
               PERFORM LER-SETOR
               PERFORM GUARDAR-UM-SETOR UNTIL FIM-SETORES
               CLOSE ARQ-SETORES
           END-IF.

       LER-SETOR.
           READ ARQ-SETORES
               AT END SET FIM-SETORES TO TRUE
           END-READ.

       GUARDAR-UM-SETOR.
           IF WS-QTD-SETORES < 100
               ADD 1 TO WS-QTD-SETORES
               MOVE SET-CODIGO  TO SST-CODIGO (WS-QTD-SETORES)
               MOVE SET-GERENTE TO SST-GERENTE (WS-QTD-SETORES)
           END-IF.
           PERFORM LER-SETOR.

       CARREGAR-CARGOS.
           OPEN INPUT ARQ-CARGOS.
           IF WS-STATUS-CARGOS = "00"
               PERFORM LER-CARGO
               PERFORM GUARDAR-UM-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
           END-IF.

       LER-CARGO.
           READ ARQ-CARGOS
               AT END SET FIM-CARGOS TO TRUE
           END-READ.

       GUARDAR-UM-CARGO.
           IF WS-QTD-CARGOS < 100
               ADD 1 TO WS-QTD-CARGOS
               MOVE CRG-CODIGO TO CGO-CODIGO (WS-QTD-CARGOS)
           END-IF.
           PERFORM LER-CARGO.

       CARREGAR-POLITICAS.
           OPEN INPUT ARQ-POLITICA.
           IF WS-STATUS-POLITICA = "00"
               PERFORM LER-POLITICA
               PERFORM GUARDAR-UMA-POLITICA UNTIL FIM-POLITICA
               CLOSE ARQ-POLITICA
           END-IF.

       LER-POLITICA.
           READ ARQ-POLITICA
               AT END SET FIM-POLITICA TO TRUE
           END-READ.

       GUARDAR-UMA-POLITICA.
           IF WS-QTD-POLITICAS < 100
               ADD 1 TO WS-QTD-POLITICAS
               MOVE POL-SETOR TO PFX-SETOR (WS-QTD-POLITICAS)
               MOVE POL-SALARIO-MINIMO
                   TO PFX-MINIMO (WS-QTD-POLITICAS)
               MOVE POL-SALARIO-MAXIMO
                   TO PFX-MAXIMO (WS-QTD-POLITICAS)
           END-IF.
           PERFORM LER-POLITICA.

      *    QUADRO VIGENTE - A MAIOR VIGENCIA QUE NAO PASSA DE HOJE.
       CARREGAR-QUADRO-DE-VAGAS.
           OPEN INPUT ARQ-QUADRO.
           IF WS-STATUS-QUADRO = "00"
               PERFORM LER-QUADRO
               PERFORM GUARDAR-UM-QUADRO UNTIL FIM-QUADRO
               CLOSE ARQ-QUADRO
           END-IF.

       LER-QUADRO.
           READ ARQ-QUADRO
               AT END SET FIM-QUADRO TO TRUE
           END-READ.

       GUARDAR-UM-QUADRO.
           IF QDV-DATA-VIGENCIA <= WS-DATA-HOJE
               MOVE "N" TO WS-ACHOU-SETOR
               PERFORM VARYING WS-IDX-QDR FROM 1 BY 1
                       UNTIL WS-IDX-QDR > WS-QTD-QUADROS
                   IF QDR-SETOR (WS-IDX-QDR) = QDV-SETOR
                       SET ACHOU-O-SETOR TO TRUE
                       IF QDV-DATA-VIGENCIA > QDR-VIGENCIA (WS-IDX-QDR)
                           MOVE QDV-VAGAS-AUTORIZADAS
                               TO QDR-VAGAS (WS-IDX-QDR)
                           MOVE QDV-DATA-VIGENCIA
                               TO QDR-VIGENCIA (WS-IDX-QDR)
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT ACHOU-O-SETOR AND WS-QTD-QUADROS < 100
                   ADD 1 TO WS-QTD-QUADROS
                   MOVE QDV-SETOR TO QDR-SETOR (WS-QTD-QUADROS)
                   MOVE QDV-VAGAS-AUTORIZADAS
                       TO QDR-VAGAS (WS-QTD-QUADROS)
                   MOVE QDV-DATA-VIGENCIA
                       TO QDR-VIGENCIA (WS-QTD-QUADROS)
                   MOVE 0 TO QDR-ATIVOS (WS-QTD-QUADROS)
               END-IF
           END-IF.
           PERFORM LER-QUADRO.

       CONTAR-ATIVOS-POR-SETOR.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               PERFORM LER-FUNCIONARIO
               PERFORM CONTAR-UM-ATIVO UNTIL FIM-MASTER
               CLOSE FUNCIONARIO-MASTER
           END-IF.

       LER-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       CONTAR-UM-ATIVO.
           IF SITUACAO-ATIVA
               PERFORM VARYING WS-IDX-QDR FROM 1 BY 1
                       UNTIL WS-IDX-QDR > WS-QTD-QUADROS
                   IF QDR-SETOR (WS-IDX-QDR) = SETOR
                       ADD 1 TO QDR-ATIVOS (WS-IDX-QDR)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM LER-FUNCIONARIO.

      *--------------------------------------------------------------*
      *    CARGA E REGRAVACAO DAS REQUISICOES E DOS CANDIDATOS.
      *--------------------------------------------------------------*
       CARREGAR-REQUISICOES.
           MOVE 0 TO WS-MAIOR-NUMERO.
           OPEN INPUT ARQ-REQUISICOES.
           IF WS-STATUS-REQUISICOES = "00"
               PERFORM LER-REQUISICAO
               PERFORM GUARDAR-UMA-REQUISICAO UNTIL FIM-REQUISICOES
               CLOSE ARQ-REQUISICOES
           END-IF.

       LER-REQUISICAO.
           READ ARQ-REQUISICOES
               AT END SET FIM-REQUISICOES TO TRUE
           END-READ.

       GUARDAR-UMA-REQUISICAO.
           IF WS-QTD-REQUISICOES < 2000
               ADD 1 TO WS-QTD-REQUISICOES
               MOVE REG-REQUISICAO-VAGA
                   TO RQM-ITEM (WS-QTD-REQUISICOES)
               IF REQ-NUMERO > WS-MAIOR-NUMERO
                   MOVE REQ-NUMERO TO WS-MAIOR-NUMERO
               END-IF
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-REQUISICAO.

       CARREGAR-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           IF WS-STATUS-CANDIDATOS = "00"
               PERFORM LER-CANDIDATO
               PERFORM GUARDAR-UM-CANDIDATO UNTIL FIM-CANDIDATOS
               CLOSE ARQ-CANDIDATOS
           END-IF.

       LER-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END SET FIM-CANDIDATOS TO TRUE
           END-READ.

       GUARDAR-UM-CANDIDATO.
           IF WS-QTD-CANDIDATOS < 3000
               ADD 1 TO WS-QTD-CANDIDATOS
               MOVE REG-CANDIDATO TO CDM-ITEM (WS-QTD-CANDIDATOS)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.
           PERFORM LER-CANDIDATO.

       REGRAVAR-REQUISICOES.
           OPEN OUTPUT ARQ-REQUISICOES.
           MOVE 1 TO WS-IDX-RQM.
           PERFORM GRAVAR-UMA-REQUISICAO
               UNTIL WS-IDX-RQM > WS-QTD-REQUISICOES.
           CLOSE ARQ-REQUISICOES.

       GRAVAR-UMA-REQUISICAO.
           MOVE RQM-ITEM (WS-IDX-RQM) TO REG-REQUISICAO-VAGA.
           WRITE REG-REQUISICAO-VAGA.
           ADD 1 TO WS-IDX-RQM.

       REGRAVAR-CANDIDATOS.
           OPEN OUTPUT ARQ-CANDIDATOS.
           MOVE 1 TO WS-IDX-CDM.
           PERFORM GRAVAR-UM-CANDIDATO
               UNTIL WS-IDX-CDM > WS-QTD-CANDIDATOS.
           CLOSE ARQ-CANDIDATOS.

       GRAVAR-UM-CANDIDATO.
           MOVE CDM-ITEM (WS-IDX-CDM) TO REG-CANDIDATO.
           WRITE REG-CANDIDATO.
           ADD 1 TO WS-IDX-CDM.

      *--------------------------------------------------------------*
      *    LACO DE TRANSACOES.
      *--------------------------------------------------------------*
       LER-TRANSACAO.
           READ TRANS-REQUISICAO-FILE
               AT END SET FIM-TRANSACOES TO TRUE
           END-READ.

       PROCESSAR-UMA-TRANSACAO.
           EVALUATE TRUE
               WHEN NOT TRQ-CODOP-VALIDO
                   MOVE "TRQ-CODOP"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-CODOP         TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE OPERACAO INVALIDO (R/V/X/E)"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN TRQ-ABERTURA
                   PERFORM ABRIR-REQUISICAO
               WHEN OTHER
                   PERFORM LOCALIZAR-REQUISICAO
                   EVALUATE TRUE
                       WHEN WS-IDX-RQM-ACHADO = 0
                           MOVE "TRQ-REQUISICAO" TO WS-CAMPO-REJEITADO
                           MOVE TRQ-REQUISICAO   TO WS-VALOR-REJEITADO
                           MOVE "REQUISICAO DE VAGA NAO CADASTRADA"
                                                 TO WS-MOTIVO-REJEICAO
                           PERFORM REJEITAR-TRANSACAO
                       WHEN TRQ-APROVACAO
                           PERFORM APROVAR-REQUISICAO
                       WHEN TRQ-CANCELAMENTO
                           PERFORM CANCELAR-REQUISICAO
                       WHEN OTHER
                           PERFORM MUDAR-ETAPA-DO-CANDIDATO
                   END-EVALUATE
           END-EVALUATE.
           PERFORM LER-TRANSACAO.

       LOCALIZAR-REQUISICAO.
           MOVE 0 TO WS-IDX-RQM-ACHADO.
           IF TRQ-REQUISICAO IS NUMERIC
               PERFORM VARYING WS-IDX-RQM FROM 1 BY 1
                       UNTIL WS-IDX-RQM > WS-QTD-REQUISICOES
                   IF RQM-NUMERO (WS-IDX-RQM) = TRQ-REQUISICAO
                       MOVE WS-IDX-RQM TO WS-IDX-RQM-ACHADO
                   END-IF
               END-PERFORM
           END-IF.

       LOCALIZAR-CANDIDATO.
           MOVE 0 TO WS-IDX-CDM-ACHADO.
           PERFORM VARYING WS-IDX-CDM FROM 1 BY 1
                   UNTIL WS-IDX-CDM > WS-QTD-CANDIDATOS
               IF CDM-REQUISICAO (WS-IDX-CDM) = TRQ-REQUISICAO
                   AND CDM-DOCUMENTO (WS-IDX-CDM) = TRQ-DOCUMENTO
                   MOVE WS-IDX-CDM TO WS-IDX-CDM-ACHADO
               END-IF
           END-PERFORM.

       LOCALIZAR-SETOR.
           MOVE 0 TO WS-IDX-SST-ACHADO.
           PERFORM VARYING WS-IDX-SST FROM 1 BY 1
                   UNTIL WS-IDX-SST > WS-QTD-SETORES
               IF SST-CODIGO (WS-IDX-SST) = TRQ-SETOR
                   MOVE WS-IDX-SST TO WS-IDX-SST-ACHADO
               END-IF
           END-PERFORM.

       CONFERIR-CARGO-OFICIAL.
           IF WS-QTD-CARGOS = 0
               MOVE "S" TO WS-CARGO-OFICIAL
           ELSE
               MOVE "N" TO WS-CARGO-OFICIAL
               PERFORM VARYING WS-IDX-CGO FROM 1 BY 1
                       UNTIL WS-IDX-CGO > WS-QTD-CARGOS
                   IF CGO-CODIGO (WS-IDX-CGO) = TRQ-CARGO
                       MOVE "S" TO WS-CARGO-OFICIAL
                   END-IF
               END-PERFORM
           END-IF.

      *--------------------------------------------------------------*
      *    OCUPACAO DO SETOR CONTRA O QUADRO VIGENTE - ATIVOS DO
      *    MESTRE MAIS AS REQUISICOES PENDENTES OU ABERTAS.
      *--------------------------------------------------------------*
       CONFERIR-QUADRO-DO-SETOR.
           MOVE "N" TO WS-TEM-QUADRO.
           MOVE 0 TO WS-VAGAS-DO-SETOR.
           MOVE 0 TO WS-OCUPACAO-DO-SETOR.
           PERFORM VARYING WS-IDX-QDR FROM 1 BY 1
                   UNTIL WS-IDX-QDR > WS-QTD-QUADROS
               IF QDR-SETOR (WS-IDX-QDR) = TRQ-SETOR
                   SET TEM-QUADRO-PARA-O-SETOR TO TRUE
                   MOVE QDR-VAGAS (WS-IDX-QDR) TO WS-VAGAS-DO-SETOR
                   MOVE QDR-ATIVOS (WS-IDX-QDR)
                       TO WS-OCUPACAO-DO-SETOR
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-RQM FROM 1 BY 1
                   UNTIL WS-IDX-RQM > WS-QTD-REQUISICOES
               IF RQM-SETOR (WS-IDX-RQM) = TRQ-SETOR
                   AND (RQM-SITUACAO (WS-IDX-RQM) = "P"
                     OR RQM-SITUACAO (WS-IDX-RQM) = "A")
                   ADD 1 TO WS-OCUPACAO-DO-SETOR
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    R - ABERTURA DA REQUISICAO.
      *--------------------------------------------------------------*
       ABRIR-REQUISICAO.
           MOVE "N" TO WS-TRANSACAO-VALIDA.
           PERFORM LOCALIZAR-SETOR.
           PERFORM CONFERIR-CARGO-OFICIAL.
           EVALUATE TRUE
               WHEN WS-IDX-SST-ACHADO = 0
                   MOVE "TRQ-SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "SETOR NAO CONSTA NO CADASTRO DE SETORES"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-RESPONSAVEL IS NOT NUMERIC
                   MOVE "TRQ-RESPONSAVEL" TO WS-CAMPO-REJEITADO
                   MOVE TRQ-RESPONSAVEL   TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DO SOLICITANTE INVALIDO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-RESPONSAVEL NOT = 0
                   AND TRQ-RESPONSAVEL
                       NOT = SST-GERENTE (WS-IDX-SST-ACHADO)
                   MOVE "TRQ-RESPONSAVEL" TO WS-CAMPO-REJEITADO
                   MOVE TRQ-RESPONSAVEL   TO WS-VALOR-REJEITADO
                   MOVE "SOLICITANTE NAO E O GERENTE DO SETOR"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-CARGO = SPACES OR NOT CARGO-OFICIAL
                   MOVE "TRQ-CARGO"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-CARGO         TO WS-VALOR-REJEITADO
                   MOVE "CARGO NAO CONSTA NO CADASTRO DE CARGOS"
                                          TO WS-MOTIVO-REJEICAO
               WHEN WS-QTD-REQUISICOES NOT < 2000
                   OR WS-MAIOR-NUMERO = 99999
                   MOVE "TRQ-SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO DE REQUISICOES CHEIO (2000)"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-TRANSACAO-VALIDA
           END-EVALUATE.
           IF TRANSACAO-VALIDA
               PERFORM CONFERIR-QUADRO-DO-SETOR
               IF TEM-QUADRO-PARA-O-SETOR
                   AND WS-OCUPACAO-DO-SETOR >= WS-VAGAS-DO-SETOR
                   AND TRQ-OVERRIDE-QUADRO NOT = "S"
                   MOVE "N" TO WS-TRANSACAO-VALIDA
                   MOVE "TRQ-SETOR"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-SETOR         TO WS-VALOR-REJEITADO
                   MOVE "SETOR SEM VAGA NO QUADRO (ATIVOS+REQUIS.)"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF TRANSACAO-VALIDA
               PERFORM INCLUIR-REQUISICAO
           ELSE
               PERFORM REJEITAR-TRANSACAO
           END-IF.

      *    SEM POLITICA DE FAIXA PARA O SETOR, A REQUISICAO NASCE SEM
      *    LIMITE DE SALARIO.
       INCLUIR-REQUISICAO.
           ADD 1 TO WS-QTD-REQUISICOES.
           MOVE WS-QTD-REQUISICOES TO WS-IDX-RQM-ACHADO.
           ADD 1 TO WS-MAIOR-NUMERO.
           MOVE WS-MAIOR-NUMERO TO RQM-NUMERO (WS-IDX-RQM-ACHADO).
           MOVE TRQ-SETOR       TO RQM-SETOR (WS-IDX-RQM-ACHADO).
           MOVE TRQ-CARGO       TO RQM-CARGO (WS-IDX-RQM-ACHADO).
           MOVE 0 TO RQM-SALARIO-MINIMO (WS-IDX-RQM-ACHADO).
           MOVE 999999.99 TO RQM-SALARIO-MAXIMO (WS-IDX-RQM-ACHADO).
           PERFORM VARYING WS-IDX-PFX FROM 1 BY 1
                   UNTIL WS-IDX-PFX > WS-QTD-POLITICAS
               IF PFX-SETOR (WS-IDX-PFX) = TRQ-SETOR
                   MOVE PFX-MINIMO (WS-IDX-PFX)
                       TO RQM-SALARIO-MINIMO (WS-IDX-RQM-ACHADO)
                   MOVE PFX-MAXIMO (WS-IDX-PFX)
                       TO RQM-SALARIO-MAXIMO (WS-IDX-RQM-ACHADO)
               END-IF
           END-PERFORM.
           MOVE SST-GERENTE (WS-IDX-SST-ACHADO)
               TO RQM-GESTOR (WS-IDX-RQM-ACHADO).
           MOVE WS-DATA-HOJE TO RQM-DATA-ABERTURA (WS-IDX-RQM-ACHADO).
           MOVE "P"          TO RQM-SITUACAO (WS-IDX-RQM-ACHADO).
           MOVE 0            TO RQM-APROVADOR (WS-IDX-RQM-ACHADO).
           MOVE 0 TO RQM-DATA-APROVACAO (WS-IDX-RQM-ACHADO).
           MOVE 0 TO RQM-DATA-FECHAMENTO (WS-IDX-RQM-ACHADO).
           MOVE 0 TO RQM-DOCUMENTO-ACEITO (WS-IDX-RQM-ACHADO).
           MOVE SPACE TO RQM-OVERRIDE-QUADRO (WS-IDX-RQM-ACHADO).
           IF TEM-QUADRO-PARA-O-SETOR
               AND WS-OCUPACAO-DO-SETOR >= WS-VAGAS-DO-SETOR
               MOVE "S" TO RQM-OVERRIDE-QUADRO (WS-IDX-RQM-ACHADO)
           END-IF.
           ADD 1 TO WS-QTD-ABERTAS.

      *--------------------------------------------------------------*
      *    V - APROVACAO E X - CANCELAMENTO.
      *--------------------------------------------------------------*
       APROVAR-REQUISICAO.
           EVALUATE TRUE
               WHEN TRQ-RESPONSAVEL IS NOT NUMERIC
                   OR TRQ-RESPONSAVEL = 0
                   MOVE "TRQ-RESPONSAVEL" TO WS-CAMPO-REJEITADO
                   MOVE TRQ-RESPONSAVEL   TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DO APROVADOR OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN TRQ-RESPONSAVEL = RQM-GESTOR (WS-IDX-RQM-ACHADO)
                   MOVE "TRQ-RESPONSAVEL" TO WS-CAMPO-REJEITADO
                   MOVE TRQ-RESPONSAVEL   TO WS-VALOR-REJEITADO
                   MOVE "APROVADOR NAO APROVA O PROPRIO PEDIDO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN RQM-SITUACAO (WS-IDX-RQM-ACHADO) NOT = "P"
                   MOVE "TRQ-REQUISICAO"  TO WS-CAMPO-REJEITADO
                   MOVE TRQ-REQUISICAO    TO WS-VALOR-REJEITADO
                   MOVE "REQUISICAO NAO ESTA PENDENTE"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                   MOVE "A" TO RQM-SITUACAO (WS-IDX-RQM-ACHADO)
                   MOVE TRQ-RESPONSAVEL
                       TO RQM-APROVADOR (WS-IDX-RQM-ACHADO)
                   MOVE WS-DATA-HOJE
                       TO RQM-DATA-APROVACAO (WS-IDX-RQM-ACHADO)
                   ADD 1 TO WS-QTD-APROVADAS
           END-EVALUATE.

       CANCELAR-REQUISICAO.
           EVALUATE TRUE
               WHEN TRQ-RESPONSAVEL IS NOT NUMERIC
                   OR TRQ-RESPONSAVEL = 0
                   MOVE "TRQ-RESPONSAVEL" TO WS-CAMPO-REJEITADO
                   MOVE TRQ-RESPONSAVEL   TO WS-VALOR-REJEITADO
                   MOVE "CODIGO DE QUEM CANCELA OBRIGATORIO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN RQM-SITUACAO (WS-IDX-RQM-ACHADO) NOT = "P"
                   AND RQM-SITUACAO (WS-IDX-RQM-ACHADO) NOT = "A"
                   MOVE "TRQ-REQUISICAO"  TO WS-CAMPO-REJEITADO
                   MOVE TRQ-REQUISICAO    TO WS-VALOR-REJEITADO
                   MOVE "REQUISICAO JA PREENCHIDA OU CANCELADA"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                   MOVE "C" TO RQM-SITUACAO (WS-IDX-RQM-ACHADO)
                   IF RQM-APROVADOR (WS-IDX-RQM-ACHADO) = 0
                       MOVE TRQ-RESPONSAVEL
                           TO RQM-APROVADOR (WS-IDX-RQM-ACHADO)
                   END-IF
                   MOVE WS-DATA-HOJE
                       TO RQM-DATA-FECHAMENTO (WS-IDX-RQM-ACHADO)
                   PERFORM DECLINAR-CANDIDATOS-EM-ANDAMENTO
                   ADD 1 TO WS-QTD-CANCELADAS
           END-EVALUATE.

      *    OS CANDIDATOS AINDA EM TRIAGEM, ENTREVISTA OU OFERTA NA
      *    REQUISICAO QUE FECHOU (CANCELADA OU PREENCHIDA).
       DECLINAR-CANDIDATOS-EM-ANDAMENTO.
           PERFORM VARYING WS-IDX-CDM FROM 1 BY 1
                   UNTIL WS-IDX-CDM > WS-QTD-CANDIDATOS
               IF CDM-REQUISICAO (WS-IDX-CDM)
                       = RQM-NUMERO (WS-IDX-RQM-ACHADO)
                   AND (CDM-ETAPA (WS-IDX-CDM) = "T"
                     OR CDM-ETAPA (WS-IDX-CDM) = "E"
                     OR CDM-ETAPA (WS-IDX-CDM) = "O")
                   MOVE "D" TO CDM-ETAPA (WS-IDX-CDM)
                   MOVE WS-DATA-HOJE TO CDM-DATA-ETAPA (WS-IDX-CDM)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    E - ETAPA DO CANDIDATO. ORDEM T(1) E(2) O(3) A(4); D
      *    ENCERRA DE QUALQUER ETAPA EM ANDAMENTO.
      *--------------------------------------------------------------*
       MUDAR-ETAPA-DO-CANDIDATO.
           PERFORM LOCALIZAR-CANDIDATO.
           MOVE 0 TO WS-ORDEM-ATUAL.
           IF WS-IDX-CDM-ACHADO > 0
               MOVE CDM-ETAPA (WS-IDX-CDM-ACHADO) TO WS-ETAPA
               PERFORM CALCULAR-ORDEM-DA-ETAPA
               MOVE WS-ORDEM-ETAPA TO WS-ORDEM-ATUAL
               MOVE CDM-FICHA (WS-IDX-CDM-ACHADO)
                   TO WS-FICHA-CANDIDATO
           END-IF.
           MOVE TRQ-ETAPA TO WS-ETAPA.
           PERFORM CALCULAR-ORDEM-DA-ETAPA.
           MOVE WS-ORDEM-ETAPA TO WS-ORDEM-NOVA.
           MOVE "N" TO WS-TRANSACAO-VALIDA.
           EVALUATE TRUE
               WHEN RQM-SITUACAO (WS-IDX-RQM-ACHADO) NOT = "A"
                   MOVE "TRQ-REQUISICAO"  TO WS-CAMPO-REJEITADO
                   MOVE TRQ-REQUISICAO    TO WS-VALOR-REJEITADO
                   MOVE "REQUISICAO DE VAGA NAO ESTA ABERTA"
                                          TO WS-MOTIVO-REJEICAO
               WHEN WS-IDX-CDM-ACHADO = 0
                   MOVE "TRQ-DOCUMENTO"   TO WS-CAMPO-REJEITADO
                   MOVE TRQ-DOCUMENTO     TO WS-VALOR-REJEITADO
                   MOVE "CANDIDATO NAO INSCRITO NA REQUISICAO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN WS-ORDEM-NOVA = 0 OR TRQ-ETAPA = "T"
                   MOVE "TRQ-ETAPA"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-ETAPA         TO WS-VALOR-REJEITADO
                   MOVE "ETAPA INVALIDA (E/O/A/D)"
                                          TO WS-MOTIVO-REJEICAO
               WHEN WS-ORDEM-ATUAL > 3
                   MOVE "TRQ-ETAPA"       TO WS-CAMPO-REJEITADO
                   MOVE CDM-ETAPA (WS-IDX-CDM-ACHADO)
                                          TO WS-VALOR-REJEITADO
                   MOVE "CANDIDATO JA ACEITOU OU DECLINOU"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-ETAPA NOT = "D"
                   AND WS-ORDEM-NOVA NOT > WS-ORDEM-ATUAL
                   MOVE "TRQ-ETAPA"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-ETAPA         TO WS-VALOR-REJEITADO
                   MOVE "ETAPA NAO PODE VOLTAR NEM SE REPETIR"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-ETAPA = "A" AND WS-ORDEM-ATUAL NOT = 3
                   MOVE "TRQ-ETAPA"       TO WS-CAMPO-REJEITADO
                   MOVE TRQ-ETAPA         TO WS-VALOR-REJEITADO
                   MOVE "ACEITE SO DEPOIS DA OFERTA"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-SALARIO IS NOT NUMERIC
                   MOVE "TRQ-SALARIO"     TO WS-CAMPO-REJEITADO
                   MOVE TRQ-SALARIO       TO WS-VALOR-REJEITADO
                   MOVE "SALARIO DA OFERTA INVALIDO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-DATA-ADMISSAO IS NOT NUMERIC
                   MOVE "TRQ-DATA-ADMISSAO" TO WS-CAMPO-REJEITADO
                   MOVE TRQ-DATA-ADMISSAO TO WS-VALOR-REJEITADO
                   MOVE "DATA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
               WHEN TRQ-DATA-ADMISSAO > 0
                   AND FUNCTION TEST-DATE-YYYYMMDD (TRQ-DATA-ADMISSAO)
                       NOT = 0
                   MOVE "TRQ-DATA-ADMISSAO" TO WS-CAMPO-REJEITADO
                   MOVE TRQ-DATA-ADMISSAO TO WS-VALOR-REJEITADO
                   MOVE "DATA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-TRANSACAO-VALIDA
           END-EVALUATE.
           IF TRANSACAO-VALIDA
               AND (TRQ-ETAPA = "O" OR TRQ-ETAPA = "A")
               IF TRQ-SALARIO > 0
                   MOVE TRQ-SALARIO TO FCH-SALARIO
               END-IF
               IF FCH-SALARIO < RQM-SALARIO-MINIMO (WS-IDX-RQM-ACHADO)
                   OR FCH-SALARIO
                       > RQM-SALARIO-MAXIMO (WS-IDX-RQM-ACHADO)
                   MOVE "N" TO WS-TRANSACAO-VALIDA
                   MOVE "TRQ-SALARIO"     TO WS-CAMPO-REJEITADO
                   MOVE FCH-SALARIO       TO WS-VALOR-REJEITADO
                   MOVE "SALARIO FORA DA FAIXA DA REQUISICAO"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF TRANSACAO-VALIDA
               MOVE TRQ-ETAPA    TO CDM-ETAPA (WS-IDX-CDM-ACHADO)
               MOVE WS-DATA-HOJE TO CDM-DATA-ETAPA (WS-IDX-CDM-ACHADO)
               MOVE WS-FICHA-CANDIDATO
                   TO CDM-FICHA (WS-IDX-CDM-ACHADO)
               ADD 1 TO WS-QTD-ETAPAS
               IF TRQ-ETAPA = "A"
                   PERFORM PREENCHER-REQUISICAO
               END-IF
           ELSE
               PERFORM REJEITAR-TRANSACAO
           END-IF.

       CALCULAR-ORDEM-DA-ETAPA.
           EVALUATE WS-ETAPA
               WHEN "T"    MOVE 1 TO WS-ORDEM-ETAPA
               WHEN "E"    MOVE 2 TO WS-ORDEM-ETAPA
               WHEN "O"    MOVE 3 TO WS-ORDEM-ETAPA
               WHEN "A"    MOVE 4 TO WS-ORDEM-ETAPA
               WHEN "D"    MOVE 5 TO WS-ORDEM-ETAPA
               WHEN OTHER  MOVE 0 TO WS-ORDEM-ETAPA
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    OFERTA ACEITA - A REQUISICAO FICA PREENCHIDA E A FICHA VAI
      *    PARA O CADASTRO, ONDE A PONTE (PROG62) A TRANSFORMA NA
      *    TRANSACAO DE INCLUSAO.
      *--------------------------------------------------------------*
       PREENCHER-REQUISICAO.
           MOVE "F" TO RQM-SITUACAO (WS-IDX-RQM-ACHADO).
           MOVE WS-DATA-HOJE TO RQM-DATA-FECHAMENTO (WS-IDX-RQM-ACHADO).
           MOVE TRQ-DOCUMENTO
               TO RQM-DOCUMENTO-ACEITO (WS-IDX-RQM-ACHADO).
           MOVE RQM-SETOR (WS-IDX-RQM-ACHADO) TO FCH-SETOR.
           MOVE RQM-CARGO (WS-IDX-RQM-ACHADO) TO FCH-CARGO.
           MOVE RQM-NUMERO (WS-IDX-RQM-ACHADO) TO FCH-REQUISICAO.
           MOVE RQM-OVERRIDE-QUADRO (WS-IDX-RQM-ACHADO)
               TO FCH-OVERRIDE-QUADRO.
           IF TRQ-DATA-ADMISSAO > 0
               MOVE TRQ-DATA-ADMISSAO TO FCH-DATA-ADMISSAO
           END-IF.
           MOVE WS-FICHA-CANDIDATO TO CDM-FICHA (WS-IDX-CDM-ACHADO).
           MOVE WS-FICHA-CANDIDATO TO REG-CADASTRO-PESSOA.
           WRITE REG-CADASTRO-PESSOA.
           ADD 1 TO WS-QTD-LIBERADAS.
           PERFORM DECLINAR-CANDIDATOS-EM-ANDAMENTO.

      *--------------------------------------------------------------*
      *    LISTAGEM - REQUISICOES E CANDIDATOS MOVIMENTADOS HOJE.
      *--------------------------------------------------------------*
       IMPRIMIR-LISTAGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REQUISICOES DE VAGA MOVIMENTADAS EM " WS-DATA-HOJE
               " (P/A/F/C = SITUACAO)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " REQ.  SETOR      CARGO      SAL.MINIMO SAL.MAXIMO"
               " GESTOR S APROVADOR Q"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-RQM FROM 1 BY 1
                   UNTIL WS-IDX-RQM > WS-QTD-REQUISICOES
               IF RQM-DATA-ABERTURA (WS-IDX-RQM) = WS-DATA-HOJE
                   OR RQM-DATA-APROVACAO (WS-IDX-RQM) = WS-DATA-HOJE
                   OR RQM-DATA-FECHAMENTO (WS-IDX-RQM) = WS-DATA-HOJE
                   PERFORM IMPRIMIR-UMA-REQUISICAO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CANDIDATOS MOVIMENTADOS (T/E/O/A/D = ETAPA)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " REQ.  DOCUMENTO   NOME       E INCLUSAO ETAPA EM"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-CDM FROM 1 BY 1
                   UNTIL WS-IDX-CDM > WS-QTD-CANDIDATOS
               IF CDM-DATA-ETAPA (WS-IDX-CDM) = WS-DATA-HOJE
                   PERFORM IMPRIMIR-UM-CANDIDATO
               END-IF
           END-PERFORM.

       IMPRIMIR-UMA-REQUISICAO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " " RQM-NUMERO (WS-IDX-RQM)
               " " RQM-SETOR (WS-IDX-RQM)
               " " RQM-CARGO (WS-IDX-RQM)
               " " RQM-SALARIO-MINIMO (WS-IDX-RQM)
               "   " RQM-SALARIO-MAXIMO (WS-IDX-RQM)
               "   " RQM-GESTOR (WS-IDX-RQM)
               "  " RQM-SITUACAO (WS-IDX-RQM)
               " " RQM-APROVADOR (WS-IDX-RQM)
               "     " RQM-OVERRIDE-QUADRO (WS-IDX-RQM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-CANDIDATO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " " CDM-REQUISICAO (WS-IDX-CDM)
               " " CDM-DOCUMENTO (WS-IDX-CDM)
               " " CDM-NOME (WS-IDX-CDM)
               " " CDM-ETAPA (WS-IDX-CDM)
               " " CDM-DATA-INCLUSAO (WS-IDX-CDM)
               " " CDM-DATA-ETAPA (WS-IDX-CDM)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       REJEITAR-TRANSACAO.
           MOVE "PROG148"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.
           ADD 1 TO WS-QTD-REJEITADOS.

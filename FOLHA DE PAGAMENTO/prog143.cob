       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG143.
      *     EXPORTACAO DIARIA DO CADASTRO PARA O RELOGIO DE PONTO.
      *     ADMISSOES, DESLIGAMENTOS, FERIAS E AFASTAMENTOS IAM PARA
      *     O FORNECEDOR DO RELOGIO POR E-MAIL, E O PONTOIMP CHEGAVA
      *     CHEIO DE BATIDAS DE CODIGOS QUE O PROG50 RECUSA, ENQUANTO
      *     QUEM JA SAIU CONTINUAVA BATENDO PONTO. ESTE PROGRAMA
      *     MONTA O QUADRO QUE O RELOGIO DEVE CONHECER HOJE:
      *       - FUNCIONARIOS DO MESTRE (FUNCMAST) ATIVOS OU
      *         AFASTADOS - E OS JA ENVIADOS QUE FICARAM INATIVOS;
      *       - DESLIGAMENTOS DO RESCHIST DOS ULTIMOS 90 DIAS;
      *       - BLOCOS DE FERIAS DO FERIASAG AINDA NAO TERMINADOS;
      *       - AFASTAMENTOS ABERTOS DO AFASTAME;
      *       - TRANSFERENCIAS ENTRE EMPRESAS DO PROG108 (RECONLNK
      *         CUJO CODIGO ANTIGO TEM TRANSF-SAIDA NA AUDITORIA) DOS
      *         ULTIMOS 90 DIAS;
      *     E COMPARA COM O QUADRO DO ULTIMO ENVIO (PONTOSNP). SO A
      *     DIFERENCA VAI NO LOTE DO DIA (PONTOCAD), NO LAYOUT DO
      *     FORNECEDOR: HEADER "H" COM A SEQUENCIA DO LOTE (PONTOCTL)
      *     E A DATA/HORA DE GERACAO, DETALHES "D" NUMERADOS E
      *     TRAILER "T" COM A QUANTIDADE. MOVIMENTOS:
      *         I INCLUSAO        A ALTERACAO (NOME, EMPRESA, SETOR
      *         D DESLIGAMENTO      OU SITUACAO)
      *         F FERIAS          X FERIAS CANCELADAS
      *         L AFASTAMENTO     R RETORNO DO AFASTAMENTO
      *         T TRANSFERENCIA (CODIGO ANTIGO -> CODIGO NOVO)
      *
      *     CADA MOVIMENTO ENVIADO FICA NO PONTOENV COMO PENDENTE,
      *     PARA O RETORNO DO FORNECEDOR (PROG144) CONFERIR O QUE O
      *     RELOGIO APLICOU. NA PRIMEIRA RODADA, SEM PONTOSNP, O LOTE
      *     LEVA A CARGA COMPLETA. SE O QUADRO NAO COUBER NA TABELA,
      *     NADA E GERADO (RC 16) - UM QUADRO CORTADO SAIRIA COMO
      *     EXCLUSOES QUE NAO ACONTECERAM.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-RESCISOES ASSIGN TO "RESCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ARQ-FERIAS-AGENDA ASSIGN TO "FERIASAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FERIAS.

           SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AFASTAMENTOS.

           SELECT ARQ-VINCULOS ASSIGN TO "RECONLNK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VINCULOS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.

           SELECT ARQ-QUADRO-ENVIADO ASSIGN TO "PONTOSNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-QUADRO.

           SELECT ARQ-CONTROLE ASSIGN TO "PONTOCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-EXPORTACAO ASSIGN TO "PONTOCAD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXPORTACAO.

           SELECT ARQ-ENVIADOS ASSIGN TO "PONTOENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENVIADOS.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-RESCISOES.
       COPY CPRESCH.

       FD  ARQ-FERIAS-AGENDA.
       COPY CPFERAG.

       FD  ARQ-AFASTAMENTOS.
       COPY CPAFAST.

       FD  ARQ-VINCULOS.
       COPY CPRECON.

       FD  ARQ-AUDITORIA.
       COPY CPAUDIT.

      *    QUADRO QUE O RELOGIO CONHECE DESDE O ULTIMO ENVIO - UM
      *    REGISTRO POR ITEM (F FUNCIONARIO, V FERIAS, L AFASTAMENTO,
      *    D DESLIGAMENTO, T TRANSFERENCIA).
       FD  ARQ-QUADRO-ENVIADO.
       01  REG-QUADRO-ENVIADO.
           05  QDR-TIPO                PIC X(01).
           05  QDR-CODIGO              PIC 9(05).
           05  QDR-REFERENCIA          PIC 9(08).
           05  QDR-NOME                PIC X(10).
           05  QDR-EMPRESA             PIC 9(03).
           05  QDR-SETOR               PIC X(10).
           05  QDR-SITUACAO            PIC X(01).
           05  QDR-DATA-INICIO         PIC 9(08).
           05  QDR-DATA-FIM            PIC 9(08).
           05  QDR-CODIGO-NOVO         PIC 9(05).

       FD  ARQ-CONTROLE.
       01  REG-CONTROLE-PONTO.
           05  CTL-SEQUENCIA           PIC 9(06).
           05  CTL-DATA-GERACAO        PIC 9(08).

       FD  ARQ-EXPORTACAO.
       01  REG-EXPORTACAO              PIC X(80).

       FD  ARQ-ENVIADOS.
       COPY CPPONENV.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-RESCISOES         PIC X(02).
       01  WS-STATUS-FERIAS            PIC X(02).
       01  WS-STATUS-AFASTAMENTOS      PIC X(02).
       01  WS-STATUS-VINCULOS          PIC X(02).
       01  WS-STATUS-AUDIT             PIC X(02).
       01  WS-STATUS-QUADRO            PIC X(02).
       01  WS-STATUS-CONTROLE          PIC X(02).
       01  WS-STATUS-EXPORTACAO        PIC X(02).
       01  WS-STATUS-ENVIADOS          PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-DATA-JANELA              PIC 9(08).
       01  WS-DIAS-JANELA              PIC 9(03) VALUE 90.
       01  WS-DATA-FIM-FERIAS          PIC 9(08).

       01  WS-FIM-MASTER                PIC X VALUE "N".
           88  FIM-MASTER                   VALUE "S".
       01  WS-FIM-RESCISOES            PIC X VALUE "N".
           88  FIM-RESCISOES               VALUE "S".
       01  WS-FIM-FERIAS               PIC X VALUE "N".
           88  FIM-FERIAS                  VALUE "S".
       01  WS-FIM-AFASTAMENTOS         PIC X VALUE "N".
           88  FIM-AFASTAMENTOS            VALUE "S".
       01  WS-FIM-VINCULOS             PIC X VALUE "N".
           88  FIM-VINCULOS                VALUE "S".
       01  WS-FIM-AUDITORIA            PIC X VALUE "N".
           88  FIM-AUDITORIA               VALUE "S".
       01  WS-FIM-QUADRO               PIC X VALUE "N".
           88  FIM-QUADRO                  VALUE "S".

       01  WS-TABELA-ESTOURADA         PIC X VALUE "N".
           88  TABELA-ESTOURADA            VALUE "S".

      *    QUADRO DE HOJE (ATU) E QUADRO DO ULTIMO ENVIO (ANT). A
      *    CHAVE E TIPO + CODIGO + REFERENCIA (INICIO DAS FERIAS OU
      *    DO AFASTAMENTO, DATA DO DESLIGAMENTO, CODIGO NOVO DA
      *    TRANSFERENCIA; ZERO NO FUNCIONARIO). NOS ITENS QUE NAO SAO
      *    FUNCIONARIO, NOME/EMPRESA/SETOR FICAM EM BRANCO E SAEM NO
      *    LOTE PELO ITEM F DO MESMO CODIGO - UMA TROCA DE SETOR NAO
      *    REENVIA AS FERIAS DE NINGUEM.
       01  WS-MAX-ITENS                PIC 9(04) VALUE 1000.
       01  WS-QTD-ATUAIS               PIC 9(04) VALUE 0.
       01  TAB-ATUAIS.
           05  ATU-ITEM OCCURS 1000 TIMES.
               10  ATU-CHAVE.
                   15  ATU-TIPO        PIC X(01).
                   15  ATU-CODIGO      PIC 9(05).
                   15  ATU-REFERENCIA  PIC 9(08).
               10  ATU-DADOS.
                   15  ATU-NOME        PIC X(10).
                   15  ATU-EMPRESA     PIC 9(03).
                   15  ATU-SETOR       PIC X(10).
                   15  ATU-SITUACAO    PIC X(01).
                   15  ATU-DATA-INICIO PIC 9(08).
                   15  ATU-DATA-FIM    PIC 9(08).
                   15  ATU-CODIGO-NOVO PIC 9(05).
       01  WS-IDX-ATU                  PIC 9(04).

       01  WS-QTD-ANTERIORES           PIC 9(04) VALUE 0.
       01  TAB-ANTERIORES.
           05  ANT-ITEM OCCURS 1000 TIMES.
               10  ANT-CHAVE.
                   15  ANT-TIPO        PIC X(01).
                   15  ANT-CODIGO      PIC 9(05).
                   15  ANT-REFERENCIA  PIC 9(08).
               10  ANT-DADOS.
                   15  ANT-NOME        PIC X(10).
                   15  ANT-EMPRESA     PIC 9(03).
                   15  ANT-SETOR       PIC X(10).
                   15  ANT-SITUACAO    PIC X(01).
                   15  ANT-DATA-INICIO PIC 9(08).
                   15  ANT-DATA-FIM    PIC 9(08).
                   15  ANT-CODIGO-NOVO PIC 9(05).
               10  ANT-CONFERIDO       PIC X(01).
       01  WS-IDX-ANT                  PIC 9(04).
       01  WS-IDX-ANT-ACHADO           PIC 9(04).
       01  WS-ACHOU-ANTERIOR           PIC X VALUE "N".
           88  ACHOU-O-ANTERIOR            VALUE "S".

       01  WS-CODIGO-BUSCADO           PIC 9(05).
       01  WS-IDX-BUSCA                PIC 9(04).
       01  WS-ACHOU-FUNCIONARIO        PIC X VALUE "N".
           88  ACHOU-O-FUNCIONARIO         VALUE "S".

      *    ITEM A INCLUIR NO QUADRO DE HOJE.
       01  WS-ITEM-NOVO.
           05  NOV-CHAVE.
               10  NOV-TIPO            PIC X(01).
               10  NOV-CODIGO          PIC 9(05).
               10  NOV-REFERENCIA      PIC 9(08).
           05  NOV-DADOS.
               10  NOV-NOME            PIC X(10).
               10  NOV-EMPRESA         PIC 9(03).
               10  NOV-SETOR           PIC X(10).
               10  NOV-SITUACAO        PIC X(01).
               10  NOV-DATA-INICIO     PIC 9(08).
               10  NOV-DATA-FIM        PIC 9(08).
               10  NOV-CODIGO-NOVO     PIC 9(05).

      *    CODIGOS QUE SAIRAM POR TRANSFERENCIA (TRANSF-SAIDA NA
      *    AUDITORIA, GRAVADA PELO PROG108) - O RECONLNK TAMBEM TEM
      *    OS LACOS DE RECONTRATACAO DO PROG107, QUE NAO SAO
      *    TRANSFERENCIA.
       01  WS-QTD-TRANSFERIDOS         PIC 9(03) VALUE 0.
       01  TAB-TRANSFERIDOS.
           05  TRF-CODIGO OCCURS 300 TIMES
                                       PIC 9(05).
       01  WS-IDX-TRF                  PIC 9(03).
       01  WS-CODIGO-TRANSFERIDO       PIC X VALUE "N".
           88  CODIGO-TRANSFERIDO          VALUE "S".

      *    LOTE DO DIA - LAYOUT DO FORNECEDOR DO RELOGIO.
       01  WS-SEQUENCIA-DO-LOTE        PIC 9(06) VALUE 0.
       01  WS-QTD-MOVIMENTOS           PIC 9(06) VALUE 0.
       01  WS-MOVIMENTO                PIC X(01).
       01  WS-REG-EXPORTACAO           PIC X(80).
       01  FILLER REDEFINES WS-REG-EXPORTACAO.
           05  PCH-TIPO                PIC X(01).
           05  PCH-SEQUENCIA           PIC 9(06).
           05  PCH-DATA-GERACAO        PIC 9(08).
           05  PCH-HORA-GERACAO        PIC 9(08).
           05  FILLER                  PIC X(57).
       01  FILLER REDEFINES WS-REG-EXPORTACAO.
           05  PCD-TIPO                PIC X(01).
           05  PCD-REGISTRO            PIC 9(06).
           05  PCD-MOVIMENTO           PIC X(01).
           05  PCD-CODIGO              PIC 9(05).
           05  PCD-NOME                PIC X(10).
           05  PCD-EMPRESA             PIC 9(03).
           05  PCD-SETOR               PIC X(10).
           05  PCD-SITUACAO            PIC X(01).
           05  PCD-DATA-INICIO         PIC 9(08).
           05  PCD-DATA-FIM            PIC 9(08).
           05  PCD-CODIGO-NOVO         PIC 9(05).
           05  FILLER                  PIC X(22).
       01  FILLER REDEFINES WS-REG-EXPORTACAO.
           05  PCT-TIPO                PIC X(01).
           05  PCT-SEQUENCIA           PIC 9(06).
           05  PCT-QTD-MOVIMENTOS      PIC 9(06).
           05  FILLER                  PIC X(67).

       01  WS-CONTADORES.
           05  WS-QTD-INCLUSOES        PIC 9(05) VALUE 0.
           05  WS-QTD-ALTERACOES       PIC 9(05) VALUE 0.
           05  WS-QTD-DESLIGAMENTOS    PIC 9(05) VALUE 0.
           05  WS-QTD-FERIAS           PIC 9(05) VALUE 0.
           05  WS-QTD-AFASTAMENTOS     PIC 9(05) VALUE 0.
           05  WS-QTD-TRANSFERENCIAS   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           COMPUTE WS-DATA-JANELA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                   - WS-DIAS-JANELA).
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER NOT = "00"
               DISPLAY "** MESTRE DE FUNCIONARIOS INACESSIVEL -"
                   " STATUS " WS-STATUS-MASTER " **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-QUADRO-ENVIADO
               PERFORM MONTAR-QUADRO-DOS-FUNCIONARIOS
               CLOSE FUNCIONARIO-MASTER
               PERFORM MONTAR-QUADRO-DAS-FERIAS
               PERFORM MONTAR-QUADRO-DOS-AFASTAMENTOS
               PERFORM MONTAR-QUADRO-DOS-DESLIGAMENTOS
               PERFORM CARREGAR-TRANSFERIDOS
               PERFORM MONTAR-QUADRO-DAS-TRANSFERENCIAS
               IF TABELA-ESTOURADA
                   DISPLAY "** QUADRO DO RELOGIO MAIOR QUE A TABELA ("
                       WS-MAX-ITENS " ITENS) - LOTE NAO GERADO **"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM GERAR-LOTE-DO-DIA
                   PERFORM GRAVAR-QUADRO-ENVIADO
                   DISPLAY "CADASTRO DO RELOGIO - LOTE "
                       WS-SEQUENCIA-DO-LOTE " - MOVIMENTOS: "
                       WS-QTD-MOVIMENTOS
                   DISPLAY "  INCLUSOES " WS-QTD-INCLUSOES
                       " ALTERACOES " WS-QTD-ALTERACOES
                       " DESLIGAMENTOS " WS-QTD-DESLIGAMENTOS
                   DISPLAY "  FERIAS " WS-QTD-FERIAS
                       " AFASTAMENTOS " WS-QTD-AFASTAMENTOS
                       " TRANSFERENCIAS " WS-QTD-TRANSFERENCIAS
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    QUADRO DO ULTIMO ENVIO.
      *--------------------------------------------------------------*
       CARREGAR-QUADRO-ENVIADO.
           OPEN INPUT ARQ-QUADRO-ENVIADO.
           IF WS-STATUS-QUADRO = "00"
               PERFORM LER-QUADRO-ENVIADO
               PERFORM GUARDAR-UM-ITEM-ENVIADO UNTIL FIM-QUADRO
               CLOSE ARQ-QUADRO-ENVIADO
           END-IF.

       LER-QUADRO-ENVIADO.
           READ ARQ-QUADRO-ENVIADO
               AT END SET FIM-QUADRO TO TRUE
           END-READ.

       GUARDAR-UM-ITEM-ENVIADO.
           IF WS-QTD-ANTERIORES < WS-MAX-ITENS
               ADD 1 TO WS-QTD-ANTERIORES
               MOVE QDR-TIPO       TO ANT-TIPO (WS-QTD-ANTERIORES)
               MOVE QDR-CODIGO     TO ANT-CODIGO (WS-QTD-ANTERIORES)
               MOVE QDR-REFERENCIA
                   TO ANT-REFERENCIA (WS-QTD-ANTERIORES)
               MOVE QDR-NOME       TO ANT-NOME (WS-QTD-ANTERIORES)
               MOVE QDR-EMPRESA    TO ANT-EMPRESA (WS-QTD-ANTERIORES)
               MOVE QDR-SETOR      TO ANT-SETOR (WS-QTD-ANTERIORES)
               MOVE QDR-SITUACAO   TO ANT-SITUACAO (WS-QTD-ANTERIORES)
               MOVE QDR-DATA-INICIO
                   TO ANT-DATA-INICIO (WS-QTD-ANTERIORES)
               MOVE QDR-DATA-FIM   TO ANT-DATA-FIM (WS-QTD-ANTERIORES)
               MOVE QDR-CODIGO-NOVO
                   TO ANT-CODIGO-NOVO (WS-QTD-ANTERIORES)
               MOVE "N" TO ANT-CONFERIDO (WS-QTD-ANTERIORES)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.
           PERFORM LER-QUADRO-ENVIADO.

      *--------------------------------------------------------------*
      *    QUADRO DE HOJE - FUNCIONARIOS. O INATIVO SO ENTRA SE O
      *    RELOGIO JA O CONHECE, PARA A INATIVACAO SAIR COMO
      *    ALTERACAO E O CODIGO SER BLOQUEADO.
      *--------------------------------------------------------------*
       MONTAR-QUADRO-DOS-FUNCIONARIOS.
           PERFORM LER-FUNCIONARIO.
           PERFORM INCLUIR-UM-FUNCIONARIO UNTIL FIM-MASTER.

       LER-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       INCLUIR-UM-FUNCIONARIO.
           MOVE SPACES   TO WS-ITEM-NOVO.
           MOVE "F"      TO NOV-TIPO.
           MOVE CODIGO   TO NOV-CODIGO.
           MOVE 0        TO NOV-REFERENCIA.
           IF SITUACAO-ATIVA OR SITUACAO-AFASTADA
               PERFORM INCLUIR-DADOS-DO-FUNCIONARIO
           ELSE
               PERFORM LOCALIZAR-ANTERIOR
               IF ACHOU-O-ANTERIOR
                   PERFORM INCLUIR-DADOS-DO-FUNCIONARIO
               END-IF
           END-IF.
           PERFORM LER-FUNCIONARIO.

       INCLUIR-DADOS-DO-FUNCIONARIO.
           MOVE NOME          TO NOV-NOME.
           MOVE EMPRESA       TO NOV-EMPRESA.
           MOVE SETOR         TO NOV-SETOR.
           MOVE SITUACAO      TO NOV-SITUACAO.
           MOVE DATA-ADMISSAO TO NOV-DATA-INICIO.
           MOVE 0             TO NOV-DATA-FIM.
           MOVE 0             TO NOV-CODIGO-NOVO.
           PERFORM INCLUIR-NO-QUADRO.

      *--------------------------------------------------------------*
      *    QUADRO DE HOJE - FERIAS AINDA NAO TERMINADAS.
      *--------------------------------------------------------------*
       MONTAR-QUADRO-DAS-FERIAS.
           OPEN INPUT ARQ-FERIAS-AGENDA.
           IF WS-STATUS-FERIAS = "00"
               PERFORM LER-FERIAS
               PERFORM INCLUIR-UM-BLOCO-DE-FERIAS UNTIL FIM-FERIAS
               CLOSE ARQ-FERIAS-AGENDA
           END-IF.

       LER-FERIAS.
           READ ARQ-FERIAS-AGENDA
               AT END SET FIM-FERIAS TO TRUE
           END-READ.

       INCLUIR-UM-BLOCO-DE-FERIAS.
           IF FAG-DATA-INICIO IS NUMERIC AND FAG-DATA-INICIO > 0
               AND FAG-DIAS IS NUMERIC AND FAG-DIAS > 0
               COMPUTE WS-DATA-FIM-FERIAS = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FAG-DATA-INICIO)
                       + FAG-DIAS - 1)
               IF WS-DATA-FIM-FERIAS >= WS-DATA-HOJE
                   MOVE SPACES          TO WS-ITEM-NOVO
                   MOVE "V"             TO NOV-TIPO
                   MOVE FAG-CODIGO      TO NOV-CODIGO
                   MOVE FAG-DATA-INICIO TO NOV-REFERENCIA
                   MOVE 0               TO NOV-EMPRESA
                   MOVE FAG-DATA-INICIO TO NOV-DATA-INICIO
                   MOVE WS-DATA-FIM-FERIAS TO NOV-DATA-FIM
                   MOVE 0               TO NOV-CODIGO-NOVO
                   PERFORM INCLUIR-NO-QUADRO
               END-IF
           END-IF.
           PERFORM LER-FERIAS.

      *--------------------------------------------------------------*
      *    QUADRO DE HOJE - AFASTAMENTOS ABERTOS.
      *--------------------------------------------------------------*
       MONTAR-QUADRO-DOS-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "00"
               PERFORM LER-AFASTAMENTO
               PERFORM INCLUIR-UM-AFASTAMENTO UNTIL FIM-AFASTAMENTOS
               CLOSE ARQ-AFASTAMENTOS
           END-IF.

       LER-AFASTAMENTO.
           READ ARQ-AFASTAMENTOS
               AT END SET FIM-AFASTAMENTOS TO TRUE
           END-READ.

       INCLUIR-UM-AFASTAMENTO.
           IF AFA-ABERTO
               MOVE SPACES          TO WS-ITEM-NOVO
               MOVE "L"             TO NOV-TIPO
               MOVE AFA-CODIGO      TO NOV-CODIGO
               MOVE AFA-DATA-INICIO TO NOV-REFERENCIA
               MOVE 0               TO NOV-EMPRESA
               MOVE AFA-DATA-INICIO TO NOV-DATA-INICIO
               MOVE AFA-DATA-RETORNO-PREV TO NOV-DATA-FIM
               MOVE 0               TO NOV-CODIGO-NOVO
               PERFORM INCLUIR-NO-QUADRO
           END-IF.
           PERFORM LER-AFASTAMENTO.

      *--------------------------------------------------------------*
      *    QUADRO DE HOJE - DESLIGAMENTOS DA JANELA.
      *--------------------------------------------------------------*
       MONTAR-QUADRO-DOS-DESLIGAMENTOS.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-STATUS-RESCISOES = "00"
               PERFORM LER-RESCISAO
               PERFORM INCLUIR-UM-DESLIGAMENTO UNTIL FIM-RESCISOES
               CLOSE ARQ-RESCISOES
           END-IF.

       LER-RESCISAO.
           READ ARQ-RESCISOES
               AT END SET FIM-RESCISOES TO TRUE
           END-READ.

       INCLUIR-UM-DESLIGAMENTO.
           IF RHS-DATA-DESLIGAMENTO IS NUMERIC
               AND RHS-DATA-DESLIGAMENTO >= WS-DATA-JANELA
               MOVE SPACES          TO WS-ITEM-NOVO
               MOVE "D"             TO NOV-TIPO
               MOVE RHS-CODIGO      TO NOV-CODIGO
               MOVE RHS-DATA-DESLIGAMENTO TO NOV-REFERENCIA
               MOVE 0               TO NOV-EMPRESA
               MOVE RHS-DATA-DESLIGAMENTO TO NOV-DATA-INICIO
               MOVE 0               TO NOV-DATA-FIM
               MOVE 0               TO NOV-CODIGO-NOVO
               PERFORM INCLUIR-NO-QUADRO
           END-IF.
           PERFORM LER-RESCISAO.

      *--------------------------------------------------------------*
      *    QUADRO DE HOJE - TRANSFERENCIAS DA JANELA.
      *--------------------------------------------------------------*
       CARREGAR-TRANSFERIDOS.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDIT = "00"
               PERFORM LER-AUDITORIA
               PERFORM GUARDAR-UM-TRANSFERIDO UNTIL FIM-AUDITORIA
               CLOSE ARQ-AUDITORIA
           END-IF.

       LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END SET FIM-AUDITORIA TO TRUE
           END-READ.

       GUARDAR-UM-TRANSFERIDO.
           IF AUD-CAMPO = "TRANSF-SAIDA"
               AND WS-QTD-TRANSFERIDOS < 300
               ADD 1 TO WS-QTD-TRANSFERIDOS
               MOVE AUD-CODIGO TO TRF-CODIGO (WS-QTD-TRANSFERIDOS)
           END-IF.
           PERFORM LER-AUDITORIA.

       MONTAR-QUADRO-DAS-TRANSFERENCIAS.
           OPEN INPUT ARQ-VINCULOS.
           IF WS-STATUS-VINCULOS = "00"
               PERFORM LER-VINCULO
               PERFORM INCLUIR-UMA-TRANSFERENCIA UNTIL FIM-VINCULOS
               CLOSE ARQ-VINCULOS
           END-IF.

       LER-VINCULO.
           READ ARQ-VINCULOS
               AT END SET FIM-VINCULOS TO TRUE
           END-READ.

       INCLUIR-UMA-TRANSFERENCIA.
           IF RLK-DATA IS NUMERIC AND RLK-DATA >= WS-DATA-JANELA
               MOVE "N" TO WS-CODIGO-TRANSFERIDO
               PERFORM VARYING WS-IDX-TRF FROM 1 BY 1
                       UNTIL WS-IDX-TRF > WS-QTD-TRANSFERIDOS
                   IF TRF-CODIGO (WS-IDX-TRF) = RLK-CODIGO-ANTIGO
                       SET CODIGO-TRANSFERIDO TO TRUE
                   END-IF
               END-PERFORM
               IF CODIGO-TRANSFERIDO
                   MOVE SPACES            TO WS-ITEM-NOVO
                   MOVE "T"               TO NOV-TIPO
                   MOVE RLK-CODIGO-ANTIGO TO NOV-CODIGO
                   MOVE RLK-CODIGO-NOVO   TO NOV-REFERENCIA
                   MOVE 0                 TO NOV-EMPRESA
                   MOVE RLK-DATA          TO NOV-DATA-INICIO
                   MOVE 0                 TO NOV-DATA-FIM
                   MOVE RLK-CODIGO-NOVO   TO NOV-CODIGO-NOVO
                   PERFORM INCLUIR-NO-QUADRO
               END-IF
           END-IF.
           PERFORM LER-VINCULO.

       INCLUIR-NO-QUADRO.
           IF WS-QTD-ATUAIS < WS-MAX-ITENS
               ADD 1 TO WS-QTD-ATUAIS
               MOVE NOV-CHAVE TO ATU-CHAVE (WS-QTD-ATUAIS)
               MOVE NOV-DADOS TO ATU-DADOS (WS-QTD-ATUAIS)
           ELSE
               SET TABELA-ESTOURADA TO TRUE
           END-IF.

       LOCALIZAR-ANTERIOR.
           MOVE "N" TO WS-ACHOU-ANTERIOR.
           MOVE 1 TO WS-IDX-ANT.
           PERFORM PROCURAR-ANTERIOR
               UNTIL WS-IDX-ANT > WS-QTD-ANTERIORES
                   OR ACHOU-O-ANTERIOR.

       PROCURAR-ANTERIOR.
           IF ANT-CHAVE (WS-IDX-ANT) = NOV-CHAVE
               MOVE WS-IDX-ANT TO WS-IDX-ANT-ACHADO
               SET ACHOU-O-ANTERIOR TO TRUE
           ELSE
               ADD 1 TO WS-IDX-ANT
           END-IF.

      *--------------------------------------------------------------*
      *    LOTE DO DIA - A DIFERENCA ENTRE OS DOIS QUADROS.
      *--------------------------------------------------------------*
       GERAR-LOTE-DO-DIA.
           PERFORM OBTER-SEQUENCIA-DO-LOTE.
           OPEN OUTPUT ARQ-EXPORTACAO.
           OPEN EXTEND ARQ-ENVIADOS.
           IF WS-STATUS-ENVIADOS = "35"
               OPEN OUTPUT ARQ-ENVIADOS
           END-IF.
           MOVE SPACES TO WS-REG-EXPORTACAO.
           MOVE "H"                  TO PCH-TIPO.
           MOVE WS-SEQUENCIA-DO-LOTE TO PCH-SEQUENCIA.
           MOVE WS-DATA-HOJE         TO PCH-DATA-GERACAO.
           MOVE WS-HORA-AGORA        TO PCH-HORA-GERACAO.
           WRITE REG-EXPORTACAO FROM WS-REG-EXPORTACAO.
           PERFORM VARYING WS-IDX-ATU FROM 1 BY 1
                   UNTIL WS-IDX-ATU > WS-QTD-ATUAIS
               PERFORM CONFRONTAR-UM-ITEM-ATUAL
           END-PERFORM.
           PERFORM VARYING WS-IDX-ANT FROM 1 BY 1
                   UNTIL WS-IDX-ANT > WS-QTD-ANTERIORES
               IF ANT-CONFERIDO (WS-IDX-ANT) = "N"
                   PERFORM TRATAR-ITEM-QUE-SAIU
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REG-EXPORTACAO.
           MOVE "T"                  TO PCT-TIPO.
           MOVE WS-SEQUENCIA-DO-LOTE TO PCT-SEQUENCIA.
           MOVE WS-QTD-MOVIMENTOS    TO PCT-QTD-MOVIMENTOS.
           WRITE REG-EXPORTACAO FROM WS-REG-EXPORTACAO.
           CLOSE ARQ-EXPORTACAO.
           CLOSE ARQ-ENVIADOS.
           PERFORM GRAVAR-CONTROLE-DO-LOTE.

       OBTER-SEQUENCIA-DO-LOTE.
           MOVE 0 TO WS-SEQUENCIA-DO-LOTE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE = "00"
               READ ARQ-CONTROLE
                   NOT AT END
                       IF CTL-SEQUENCIA IS NUMERIC
                           MOVE CTL-SEQUENCIA TO WS-SEQUENCIA-DO-LOTE
                       END-IF
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF.
           ADD 1 TO WS-SEQUENCIA-DO-LOTE.

       GRAVAR-CONTROLE-DO-LOTE.
           OPEN OUTPUT ARQ-CONTROLE.
           MOVE WS-SEQUENCIA-DO-LOTE TO CTL-SEQUENCIA.
           MOVE WS-DATA-HOJE         TO CTL-DATA-GERACAO.
           WRITE REG-CONTROLE-PONTO.
           CLOSE ARQ-CONTROLE.

      *    ITEM NOVO NO QUADRO VIRA O MOVIMENTO DO SEU TIPO; ITEM QUE
      *    JA EXISTIA SO SAI DE NOVO SE MUDOU (FUNCIONARIO COMO
      *    ALTERACAO, FERIAS E AFASTAMENTO COM AS DATAS NOVAS).
       CONFRONTAR-UM-ITEM-ATUAL.
           MOVE ATU-CHAVE (WS-IDX-ATU) TO NOV-CHAVE.
           MOVE ATU-DADOS (WS-IDX-ATU) TO NOV-DADOS.
           MOVE SPACE TO WS-MOVIMENTO.
           PERFORM LOCALIZAR-ANTERIOR.
           IF ACHOU-O-ANTERIOR
               MOVE "S" TO ANT-CONFERIDO (WS-IDX-ANT-ACHADO)
               IF ANT-DADOS (WS-IDX-ANT-ACHADO) NOT = NOV-DADOS
                   EVALUATE NOV-TIPO
                       WHEN "F"
                           MOVE "A" TO WS-MOVIMENTO
                       WHEN "V"
                           MOVE "F" TO WS-MOVIMENTO
                       WHEN "L"
                           MOVE "L" TO WS-MOVIMENTO
                   END-EVALUATE
               END-IF
           ELSE
               EVALUATE NOV-TIPO
                   WHEN "F"
                       MOVE "I" TO WS-MOVIMENTO
                   WHEN "V"
                       MOVE "F" TO WS-MOVIMENTO
                   WHEN "L"
                       MOVE "L" TO WS-MOVIMENTO
                   WHEN "D"
                       MOVE "D" TO WS-MOVIMENTO
                   WHEN "T"
                       MOVE "T" TO WS-MOVIMENTO
               END-EVALUATE
           END-IF.
           IF WS-MOVIMENTO NOT = SPACE
               PERFORM GRAVAR-MOVIMENTO
           END-IF.

      *    ITEM QUE SAIU DO QUADRO: FERIAS QUE AINDA NAO TERMINARIAM
      *    FORAM CANCELADAS; AFASTAMENTO ENCERRADO E RETORNO (NA DATA
      *    DE HOJE). FUNCIONARIO, DESLIGAMENTO E TRANSFERENCIA SO
      *    SAEM DA JANELA - NADA A AVISAR.
       TRATAR-ITEM-QUE-SAIU.
           MOVE ANT-CHAVE (WS-IDX-ANT) TO NOV-CHAVE.
           MOVE ANT-DADOS (WS-IDX-ANT) TO NOV-DADOS.
           MOVE SPACE TO WS-MOVIMENTO.
           EVALUATE NOV-TIPO
               WHEN "V"
                   IF NOV-DATA-FIM >= WS-DATA-HOJE
                       MOVE "X" TO WS-MOVIMENTO
                   END-IF
               WHEN "L"
                   MOVE "R" TO WS-MOVIMENTO
                   MOVE WS-DATA-HOJE TO NOV-DATA-FIM
           END-EVALUATE.
           IF WS-MOVIMENTO NOT = SPACE
               PERFORM GRAVAR-MOVIMENTO
           END-IF.

       GRAVAR-MOVIMENTO.
           IF NOV-TIPO NOT = "F"
               PERFORM BUSCAR-DADOS-DO-FUNCIONARIO
           END-IF.
           ADD 1 TO WS-QTD-MOVIMENTOS.
           MOVE SPACES TO WS-REG-EXPORTACAO.
           MOVE "D"               TO PCD-TIPO.
           MOVE WS-QTD-MOVIMENTOS TO PCD-REGISTRO.
           MOVE WS-MOVIMENTO      TO PCD-MOVIMENTO.
           MOVE NOV-CODIGO        TO PCD-CODIGO.
           MOVE NOV-NOME          TO PCD-NOME.
           MOVE NOV-EMPRESA       TO PCD-EMPRESA.
           MOVE NOV-SETOR         TO PCD-SETOR.
           MOVE NOV-SITUACAO      TO PCD-SITUACAO.
           MOVE NOV-DATA-INICIO   TO PCD-DATA-INICIO.
           MOVE NOV-DATA-FIM      TO PCD-DATA-FIM.
           MOVE NOV-CODIGO-NOVO   TO PCD-CODIGO-NOVO.
           WRITE REG-EXPORTACAO FROM WS-REG-EXPORTACAO.
           MOVE WS-SEQUENCIA-DO-LOTE TO ENV-SEQUENCIA.
           MOVE WS-QTD-MOVIMENTOS TO ENV-REGISTRO.
           MOVE WS-MOVIMENTO      TO ENV-MOVIMENTO.
           MOVE NOV-CODIGO        TO ENV-CODIGO.
           MOVE NOV-DATA-INICIO   TO ENV-DATA-INICIO.
           MOVE NOV-DATA-FIM      TO ENV-DATA-FIM.
           MOVE NOV-CODIGO-NOVO   TO ENV-CODIGO-NOVO.
           MOVE WS-DATA-HOJE      TO ENV-DATA-ENVIO.
           MOVE "P"               TO ENV-SITUACAO.
           MOVE 0                 TO ENV-DATA-RETORNO.
           MOVE SPACES            TO ENV-MOTIVO.
           WRITE REG-PONTO-ENVIADO.
           EVALUATE WS-MOVIMENTO
               WHEN "I"
                   ADD 1 TO WS-QTD-INCLUSOES
               WHEN "A"
                   ADD 1 TO WS-QTD-ALTERACOES
               WHEN "D"
                   ADD 1 TO WS-QTD-DESLIGAMENTOS
               WHEN "F"
               WHEN "X"
                   ADD 1 TO WS-QTD-FERIAS
               WHEN "L"
               WHEN "R"
                   ADD 1 TO WS-QTD-AFASTAMENTOS
               WHEN "T"
                   ADD 1 TO WS-QTD-TRANSFERENCIAS
           END-EVALUATE.

      *    NOME, EMPRESA, SETOR E SITUACAO DO ITEM F DO CODIGO - O DE
      *    HOJE OU, SE JA SAIU DO QUADRO, O DO ULTIMO ENVIO. NA
      *    TRANSFERENCIA OS DADOS SAO OS DO CODIGO NOVO (DESTINO).
       BUSCAR-DADOS-DO-FUNCIONARIO.
           IF NOV-TIPO = "T"
               MOVE NOV-CODIGO-NOVO TO WS-CODIGO-BUSCADO
           ELSE
               MOVE NOV-CODIGO TO WS-CODIGO-BUSCADO
           END-IF.
           MOVE "N" TO WS-ACHOU-FUNCIONARIO.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-QTD-ATUAIS
                      OR ACHOU-O-FUNCIONARIO
               IF ATU-TIPO (WS-IDX-BUSCA) = "F"
                   AND ATU-CODIGO (WS-IDX-BUSCA) = WS-CODIGO-BUSCADO
                   MOVE ATU-NOME (WS-IDX-BUSCA)     TO NOV-NOME
                   MOVE ATU-EMPRESA (WS-IDX-BUSCA)  TO NOV-EMPRESA
                   MOVE ATU-SETOR (WS-IDX-BUSCA)    TO NOV-SETOR
                   MOVE ATU-SITUACAO (WS-IDX-BUSCA) TO NOV-SITUACAO
                   SET ACHOU-O-FUNCIONARIO TO TRUE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-BUSCA FROM 1 BY 1
                   UNTIL WS-IDX-BUSCA > WS-QTD-ANTERIORES
                      OR ACHOU-O-FUNCIONARIO
               IF ANT-TIPO (WS-IDX-BUSCA) = "F"
                   AND ANT-CODIGO (WS-IDX-BUSCA) = WS-CODIGO-BUSCADO
                   MOVE ANT-NOME (WS-IDX-BUSCA)     TO NOV-NOME
                   MOVE ANT-EMPRESA (WS-IDX-BUSCA)  TO NOV-EMPRESA
                   MOVE ANT-SETOR (WS-IDX-BUSCA)    TO NOV-SETOR
                   MOVE ANT-SITUACAO (WS-IDX-BUSCA) TO NOV-SITUACAO
                   SET ACHOU-O-FUNCIONARIO TO TRUE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    O QUADRO DE HOJE PASSA A SER O QUE O RELOGIO CONHECE.
      *--------------------------------------------------------------*
       GRAVAR-QUADRO-ENVIADO.
           OPEN OUTPUT ARQ-QUADRO-ENVIADO.
           PERFORM VARYING WS-IDX-ATU FROM 1 BY 1
                   UNTIL WS-IDX-ATU > WS-QTD-ATUAIS
               MOVE ATU-TIPO (WS-IDX-ATU)        TO QDR-TIPO
               MOVE ATU-CODIGO (WS-IDX-ATU)      TO QDR-CODIGO
               MOVE ATU-REFERENCIA (WS-IDX-ATU)  TO QDR-REFERENCIA
               MOVE ATU-NOME (WS-IDX-ATU)        TO QDR-NOME
               MOVE ATU-EMPRESA (WS-IDX-ATU)     TO QDR-EMPRESA
               MOVE ATU-SETOR (WS-IDX-ATU)       TO QDR-SETOR
               MOVE ATU-SITUACAO (WS-IDX-ATU)    TO QDR-SITUACAO
               MOVE ATU-DATA-INICIO (WS-IDX-ATU) TO QDR-DATA-INICIO
               MOVE ATU-DATA-FIM (WS-IDX-ATU)    TO QDR-DATA-FIM
               MOVE ATU-CODIGO-NOVO (WS-IDX-ATU) TO QDR-CODIGO-NOVO
               WRITE REG-QUADRO-ENVIADO
           END-PERFORM.
           CLOSE ARQ-QUADRO-ENVIADO.

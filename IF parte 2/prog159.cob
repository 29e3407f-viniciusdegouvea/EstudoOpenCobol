       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG159.
      *     ENTREVISTA DE DESLIGAMENTO - CRUZAMENTO TRIMESTRAL.
      *     OS DESLIGADOS DO TRIMESTRE VEM DO HISTORICO DE RESCISOES
      *     (RESCHIST, COM O MOTIVO E O SETOR DA SAIDA); A CONVOCACAO
      *     DO PROG61 (CONVDESL) DA O CARGO E A ADMISSAO DA SAIDA -
      *     SEM ELA, VALEM OS DO MESTRE. AS RESPOSTAS SAO AS DAS
      *     CAMPANHAS DE DESLIGAMENTO (CAMPCTRL TIPO "D") GRAVADAS
      *     PELO PROG14 A PARTIR DA FICHA, CASADAS AO DESLIGADO PELO
      *     CODIGO DA IDENTIFICACAO, CONTRA AS PERGUNTAS DE
      *     DESLIGAMENTO DO QUESTBAN VIGENTES NO FIM DO TRIMESTRE.
      *
      *     O RELATORIO (RELENTDS) CONTA AS OPCOES DE CADA PERGUNTA
      *     POR MOTIVO, POR TEMPO DE CASA, POR SETOR E POR CARGO.
      *     SIGILO: SETOR OU CARGO COM MENOS ENTREVISTADOS QUE O
      *     MINIMO ENTRA NA LINHA "DEMAIS", E QUALQUER LINHA QUE AINDA
      *     FIQUE ABAIXO DO MINIMO SAI SO COM A QUANTIDADE, SEM AS
      *     RESPOSTAS. RESPOSTA SEM IDENTIFICACAO (CAMPANHA ANONIMA)
      *     NAO TEM COMO SER CRUZADA E SO E CONTADA.
      *
      *     O CARTAO OPCIONAL ENTDPRM TRAZ O TRIMESTRE (AAAAT) E O
      *     MINIMO DE ENTREVISTADOS POR LINHA; SEM ELE, O TRIMESTRE
      *     ANTERIOR AO DE HOJE E MINIMO 3. SEM PERGUNTAS DE
      *     DESLIGAMENTO NO BANCO, RETURN-CODE 8.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-RESC-HISTORICO ASSIGN TO "RESCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESC-HIST.

           SELECT ARQ-CONVOCACOES ASSIGN TO "CONVDESL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONVOCACOES.

           SELECT ARQ-CAMPANHAS ASSIGN TO "CAMPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMPANHAS.

           SELECT ARQ-BANCO-PERGUNTAS ASSIGN TO "QUESTBAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO.

           SELECT ARQ-RESPOSTAS ASSIGN TO "RESPOSTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESPOSTAS.

           SELECT ARQ-PARAMETRO ASSIGN TO "ENTDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELENTDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-RESC-HISTORICO.
       COPY CPRESCH.

       FD  ARQ-CONVOCACOES.
       COPY CPCONVD.

       FD  ARQ-CAMPANHAS.
       COPY CPCAMPA.

       FD  ARQ-BANCO-PERGUNTAS.
       COPY CPQBANC.

       FD  ARQ-RESPOSTAS.
       COPY CPRESP.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-ENTREVISTA.
           05  EDP-TRIMESTRE.
               10  EDP-ANO             PIC 9(04).
               10  EDP-TRIM            PIC 9(01).
           05  EDP-MINIMO              PIC 9(02).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-RESC-HIST         PIC X(02).
       01  WS-STATUS-CONVOCACOES       PIC X(02).
       01  WS-STATUS-CAMPANHAS         PIC X(02).
       01  WS-STATUS-BANCO             PIC X(02).
       01  WS-STATUS-RESPOSTAS         PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       COPY CPQUEST.

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-ANO-TRIMESTRE            PIC 9(04).
       01  WS-TRIMESTRE                PIC 9(01).
       01  WS-MES-HOJE                 PIC 9(02).
       01  WS-DATA-INICIO              PIC 9(08).
       01  WS-DATA-FIM                 PIC 9(08).
       01  WS-MINIMO                   PIC 9(02) VALUE 3.

       01  WS-FIM-RESC-HIST            PIC X VALUE "N".
           88  FIM-RESC-HIST               VALUE "S".
       01  WS-FIM-CONVOCACOES          PIC X VALUE "N".
           88  FIM-CONVOCACOES             VALUE "S".
       01  WS-FIM-CAMPANHAS            PIC X VALUE "N".
           88  FIM-CAMPANHAS               VALUE "S".
       01  WS-FIM-BANCO                PIC X VALUE "N".
           88  FIM-BANCO                   VALUE "S".
       01  WS-FIM-RESPOSTAS            PIC X VALUE "N".
           88  FIM-RESPOSTAS               VALUE "S".
       01  WS-VIGENCIA-BANCO           PIC 9(08) VALUE 0.

      *    CAMPANHAS DE DESLIGAMENTO DO CAMPCTRL.
       01  WS-QTD-CAMP-DESLIG          PIC 9(02) VALUE 0.
       01  TAB-CAMP-DESLIG.
           05  CDS-ID                  PIC 9(04) OCCURS 20 TIMES.
       01  WS-IDX-CDS                  PIC 9(02).
       01  WS-RESPOSTA-DESLIG          PIC X VALUE "N".
           88  RESPOSTA-DE-DESLIGAMENTO    VALUE "S".

      *    DESLIGADOS DO TRIMESTRE - UM POR CODIGO, COM O RETRATO DA
      *    SAIDA E A OPCAO ESCOLHIDA EM CADA PERGUNTA (0 = SEM
      *    RESPOSTA).
       01  WS-QTD-PESSOAS              PIC 9(04) VALUE 0.
       01  TAB-PESSOAS.
           05  PES-ITEM OCCURS 1000 TIMES.
               10  PES-CODIGO          PIC 9(05).
               10  PES-SETOR           PIC X(10).
               10  PES-MOTIVO          PIC X(01).
               10  PES-CARGO           PIC X(10).
               10  PES-DATA-ADMISSAO   PIC 9(08).
               10  PES-DATA-DESLIG     PIC 9(08).
               10  PES-FAIXA           PIC 9(01).
               10  PES-CONVOCADO       PIC X(01).
               10  PES-ENTREVISTADO    PIC X(01).
               10  PES-IDX-SETOR       PIC 9(02).
               10  PES-IDX-CARGO       PIC 9(02).
               10  PES-OPCAO           PIC 9(01) OCCURS 10 TIMES.
       01  WS-IDX-PES                  PIC 9(04).
       01  WS-IDX-PES-ACHADA           PIC 9(04).
       01  WS-PESSOAS-FORA             PIC 9(05) VALUE 0.

      *    SETORES E CARGOS DOS ENTREVISTADOS, COM A QUANTIDADE DE
      *    CADA UM PARA A REGRA DO MINIMO.
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES-DESLIG.
           05  SDL-ITEM OCCURS 50 TIMES.
               10  SDL-SETOR           PIC X(10).
               10  SDL-QTD             PIC 9(04).
       01  WS-QTD-CARGOS               PIC 9(02) VALUE 0.
       01  TAB-CARGOS-DESLIG.
           05  CDL-ITEM OCCURS 50 TIMES.
               10  CDL-CARGO           PIC X(10).
               10  CDL-QTD             PIC 9(04).
       01  WS-IDX-TAB                  PIC 9(02).
       01  WS-IDX-TAB-ACHADO           PIC 9(02).

       01  WS-FAIXAS-TEMPO.
           05  FILLER                  PIC X(20)
                                       VALUE "ATE 1 ANO DE CASA".
           05  FILLER                  PIC X(20)
                                       VALUE "DE 1 A 3 ANOS".
           05  FILLER                  PIC X(20)
                                       VALUE "DE 3 A 5 ANOS".
           05  FILLER                  PIC X(20)
                                       VALUE "MAIS DE 5 ANOS".
           05  FILLER                  PIC X(20)
                                       VALUE "SEM DATA DE ADMISSAO".
       01  FILLER REDEFINES WS-FAIXAS-TEMPO.
           05  WS-NOME-FAIXA           PIC X(20) OCCURS 5 TIMES.
       01  WS-IDX-FAIXA                PIC 9(01).
       01  WS-DIAS-DE-CASA             PIC S9(07).

      *    IDENTIFICACAO DA RESPOSTA - SO DIGITOS E BRANCOS VIRA
      *    CODIGO, COMO NO PROG14.
       01  WS-CODIGO-RESPONDENTE       PIC 9(05).
       01  WS-IDX-CHAR                 PIC 9(02).
       01  WS-ID-SO-DIGITOS            PIC X(01).
       01  WS-IDX-PERG-RESP            PIC 9(02).
       01  WS-IDX-OPCAO                PIC 9(01).

      *    LINHA DO CRUZAMENTO EM APURACAO.
       01  WS-LINHA-TIPO               PIC X(01).
           88  LINHA-MOTIVO                VALUE "M".
           88  LINHA-FAIXA                 VALUE "F".
           88  LINHA-SETOR                 VALUE "S".
           88  LINHA-DEMAIS-SETORES        VALUE "X".
           88  LINHA-CARGO                 VALUE "C".
           88  LINHA-DEMAIS-CARGOS         VALUE "Y".
       01  WS-LINHA-MOTIVO             PIC X(01).
       01  WS-LINHA-IDX                PIC 9(02).
       01  WS-LINHA-ROTULO             PIC X(30).
       01  WS-PESSOA-NA-LINHA          PIC X VALUE "N".
           88  PESSOA-NA-LINHA             VALUE "S".
       01  WS-QTD-NA-LINHA             PIC 9(04).
       01  TAB-CONTAGEM-LINHA.
           05  CNT-PERGUNTA OCCURS 10 TIMES.
               10  CNT-OPCAO           PIC 9(04) OCCURS 3 TIMES.
               10  CNT-SEM-RESPOSTA    PIC 9(04).

       01  WS-CONTADORES.
           05  WS-QTD-DESLIGADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-CONVOCADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-ENTREVISTADOS    PIC 9(05) VALUE 0.
           05  WS-QTD-ANONIMAS         PIC 9(05) VALUE 0.
           05  WS-QTD-NAO-CASADAS      PIC 9(05) VALUE 0.
           05  WS-QTD-SUPRIMIDAS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM DEFINIR-TRIMESTRE.
           PERFORM CARREGAR-PERGUNTAS-DO-BANCO.
           IF PERG-QTD-CARREGADAS = 0
               DISPLAY "** SEM PERGUNTAS DE DESLIGAMENTO NO QUESTBAN"
                   " - NADA A CRUZAR **"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM CARREGAR-CAMPANHAS-DESLIG
               PERFORM CARREGAR-DESLIGADOS
               OPEN INPUT FUNCIONARIO-MASTER
               PERFORM CARREGAR-CONVOCACOES
               CLOSE FUNCIONARIO-MASTER
               PERFORM CARREGAR-RESPOSTAS
               PERFORM MONTAR-SETORES-E-CARGOS
               PERFORM IMPRIMIR-RELATORIO
               DISPLAY "ENTREVISTA DE DESLIGAMENTO " WS-ANO-TRIMESTRE
                   "/" WS-TRIMESTRE " - DESLIGADOS: " WS-QTD-DESLIGADOS
                   " - CONVOCADOS: " WS-QTD-CONVOCADOS
                   " - ENTREVISTADOS: " WS-QTD-ENTREVISTADOS
                   " - LINHAS NAO DIVULGADAS: " WS-QTD-SUPRIMIDAS
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    TRIMESTRE E MINIMO - CARTAO ENTDPRM OU O TRIMESTRE
      *    ANTERIOR AO DE HOJE.
      *--------------------------------------------------------------*
       DEFINIR-TRIMESTRE.
           MOVE WS-DATA-HOJE (1:4) TO WS-ANO-TRIMESTRE.
           MOVE WS-DATA-HOJE (5:2) TO WS-MES-HOJE.
           COMPUTE WS-TRIMESTRE = (WS-MES-HOJE - 1) / 3 + 1.
           IF WS-TRIMESTRE = 1
               MOVE 4 TO WS-TRIMESTRE
               SUBTRACT 1 FROM WS-ANO-TRIMESTRE
           ELSE
               SUBTRACT 1 FROM WS-TRIMESTRE
           END-IF.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF EDP-ANO IS NUMERIC AND EDP-ANO > 0
                           AND EDP-TRIM IS NUMERIC
                           AND EDP-TRIM >= 1 AND EDP-TRIM <= 4
                           MOVE EDP-ANO  TO WS-ANO-TRIMESTRE
                           MOVE EDP-TRIM TO WS-TRIMESTRE
                       END-IF
                       IF EDP-MINIMO IS NUMERIC AND EDP-MINIMO > 0
                           MOVE EDP-MINIMO TO WS-MINIMO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.
           COMPUTE WS-DATA-INICIO = WS-ANO-TRIMESTRE * 10000
               + ((WS-TRIMESTRE - 1) * 3 + 1) * 100 + 1.
      *    MARCO E DEZEMBRO TEM 31 DIAS; JUNHO E SETEMBRO, 30.
           COMPUTE WS-DATA-FIM = WS-ANO-TRIMESTRE * 10000
               + (WS-TRIMESTRE * 3) * 100 + 31.
           IF WS-TRIMESTRE = 2 OR WS-TRIMESTRE = 3
               SUBTRACT 1 FROM WS-DATA-FIM
           END-IF.

      *--------------------------------------------------------------*
      *    PERGUNTAS DE DESLIGAMENTO VIGENTES NO FIM DO TRIMESTRE.
      *--------------------------------------------------------------*
       CARREGAR-PERGUNTAS-DO-BANCO.
           MOVE 0 TO PERG-QTD-CARREGADAS.
           OPEN INPUT ARQ-BANCO-PERGUNTAS.
           IF WS-STATUS-BANCO = "00"
               PERFORM LER-PERGUNTA-DO-BANCO
               PERFORM ESCOLHER-VIGENCIA-DO-BANCO UNTIL FIM-BANCO
               CLOSE ARQ-BANCO-PERGUNTAS
               IF WS-VIGENCIA-BANCO > 0
                   OPEN INPUT ARQ-BANCO-PERGUNTAS
                   MOVE "N" TO WS-FIM-BANCO
                   PERFORM LER-PERGUNTA-DO-BANCO
                   PERFORM CARREGAR-PERGUNTA-VIGENTE UNTIL FIM-BANCO
                   CLOSE ARQ-BANCO-PERGUNTAS
               END-IF
           END-IF.

       LER-PERGUNTA-DO-BANCO.
           READ ARQ-BANCO-PERGUNTAS
               AT END SET FIM-BANCO TO TRUE
           END-READ.

       ESCOLHER-VIGENCIA-DO-BANCO.
           IF QBN-DE-DESLIGAMENTO
               AND QBN-DATA-VIGENCIA <= WS-DATA-FIM
               AND QBN-DATA-VIGENCIA > WS-VIGENCIA-BANCO
               MOVE QBN-DATA-VIGENCIA TO WS-VIGENCIA-BANCO
           END-IF.
           PERFORM LER-PERGUNTA-DO-BANCO.

       CARREGAR-PERGUNTA-VIGENTE.
           IF QBN-DATA-VIGENCIA = WS-VIGENCIA-BANCO
               AND QBN-ATIVA
               AND QBN-DE-DESLIGAMENTO
               AND PERG-QTD-CARREGADAS < 10
               ADD 1 TO PERG-QTD-CARREGADAS
               MOVE QBN-PERG-ID     TO PERG-ID (PERG-QTD-CARREGADAS)
               MOVE QBN-TEXTO       TO PERG-TEXTO (PERG-QTD-CARREGADAS)
               MOVE QBN-NUM-OPCOES
                   TO PERG-NUM-OPCOES (PERG-QTD-CARREGADAS)
               MOVE QBN-OPCAO-1 TO PERG-OPCAO (PERG-QTD-CARREGADAS, 1)
               MOVE QBN-OPCAO-2 TO PERG-OPCAO (PERG-QTD-CARREGADAS, 2)
               MOVE QBN-OPCAO-3 TO PERG-OPCAO (PERG-QTD-CARREGADAS, 3)
           END-IF.
           PERFORM LER-PERGUNTA-DO-BANCO.

       CARREGAR-CAMPANHAS-DESLIG.
           OPEN INPUT ARQ-CAMPANHAS.
           IF WS-STATUS-CAMPANHAS = "00"
               PERFORM LER-CAMPANHA
               PERFORM GUARDAR-CAMPANHA-DESLIG UNTIL FIM-CAMPANHAS
               CLOSE ARQ-CAMPANHAS
           END-IF.

       LER-CAMPANHA.
           READ ARQ-CAMPANHAS
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ.

       GUARDAR-CAMPANHA-DESLIG.
           IF CAMPANHA-DESLIGAMENTO AND WS-QTD-CAMP-DESLIG < 20
               ADD 1 TO WS-QTD-CAMP-DESLIG
               MOVE CAMP-ID TO CDS-ID (WS-QTD-CAMP-DESLIG)
           END-IF.
           PERFORM LER-CAMPANHA.

      *--------------------------------------------------------------*
      *    DESLIGADOS DO TRIMESTRE (RESCHIST) E A CONVOCACAO DE CADA
      *    UM (CONVDESL) - CARGO E ADMISSAO DA CONVOCACAO OU, SEM
      *    ELA, DO MESTRE.
      *--------------------------------------------------------------*
       CARREGAR-DESLIGADOS.
           OPEN INPUT ARQ-RESC-HISTORICO.
           IF WS-STATUS-RESC-HIST = "00"
               PERFORM LER-RESC-HISTORICO
               PERFORM GUARDAR-UM-DESLIGADO UNTIL FIM-RESC-HIST
               CLOSE ARQ-RESC-HISTORICO
           END-IF.

       LER-RESC-HISTORICO.
           READ ARQ-RESC-HISTORICO
               AT END SET FIM-RESC-HIST TO TRUE
           END-READ.

       GUARDAR-UM-DESLIGADO.
           IF RHS-DATA-DESLIGAMENTO >= WS-DATA-INICIO
               AND RHS-DATA-DESLIGAMENTO <= WS-DATA-FIM
               ADD 1 TO WS-QTD-DESLIGADOS
               MOVE RHS-CODIGO TO WS-CODIGO-RESPONDENTE
               PERFORM LOCALIZAR-PESSOA
               IF WS-IDX-PES-ACHADA = 0
                   IF WS-QTD-PESSOAS < 1000
                       ADD 1 TO WS-QTD-PESSOAS
                       MOVE WS-QTD-PESSOAS TO WS-IDX-PES-ACHADA
                       INITIALIZE PES-ITEM (WS-IDX-PES-ACHADA)
                       MOVE "N" TO PES-CONVOCADO (WS-IDX-PES-ACHADA)
                       MOVE "N" TO PES-ENTREVISTADO (WS-IDX-PES-ACHADA)
                   ELSE
                       ADD 1 TO WS-PESSOAS-FORA
                   END-IF
               END-IF
               IF WS-IDX-PES-ACHADA > 0
                   MOVE RHS-CODIGO  TO PES-CODIGO (WS-IDX-PES-ACHADA)
                   MOVE RHS-SETOR   TO PES-SETOR (WS-IDX-PES-ACHADA)
                   MOVE RHS-MOTIVO  TO PES-MOTIVO (WS-IDX-PES-ACHADA)
                   MOVE RHS-DATA-DESLIGAMENTO
                       TO PES-DATA-DESLIG (WS-IDX-PES-ACHADA)
               END-IF
           END-IF.
           PERFORM LER-RESC-HISTORICO.

       LOCALIZAR-PESSOA.
           MOVE 0 TO WS-IDX-PES-ACHADA.
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
                      OR WS-IDX-PES-ACHADA > 0
               IF PES-CODIGO (WS-IDX-PES) = WS-CODIGO-RESPONDENTE
                   MOVE WS-IDX-PES TO WS-IDX-PES-ACHADA
               END-IF
           END-PERFORM.

       CARREGAR-CONVOCACOES.
           OPEN INPUT ARQ-CONVOCACOES.
           IF WS-STATUS-CONVOCACOES = "00"
               PERFORM LER-CONVOCACAO
               PERFORM CASAR-UMA-CONVOCACAO UNTIL FIM-CONVOCACOES
               CLOSE ARQ-CONVOCACOES
           END-IF.
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               IF PES-CONVOCADO (WS-IDX-PES) = "S"
                   ADD 1 TO WS-QTD-CONVOCADOS
               ELSE
                   PERFORM BUSCAR-RETRATO-NO-MESTRE
               END-IF
               PERFORM APURAR-FAIXA-DE-TEMPO
           END-PERFORM.

       LER-CONVOCACAO.
           READ ARQ-CONVOCACOES
               AT END SET FIM-CONVOCACOES TO TRUE
           END-READ.

       CASAR-UMA-CONVOCACAO.
           MOVE CVD-CODIGO TO WS-CODIGO-RESPONDENTE.
           PERFORM LOCALIZAR-PESSOA.
           IF WS-IDX-PES-ACHADA > 0
               AND CVD-DATA-DESLIGAMENTO
                   = PES-DATA-DESLIG (WS-IDX-PES-ACHADA)
               MOVE "S"       TO PES-CONVOCADO (WS-IDX-PES-ACHADA)
               MOVE CVD-CARGO TO PES-CARGO (WS-IDX-PES-ACHADA)
               MOVE CVD-DATA-ADMISSAO
                   TO PES-DATA-ADMISSAO (WS-IDX-PES-ACHADA)
           END-IF.
           PERFORM LER-CONVOCACAO.

       BUSCAR-RETRATO-NO-MESTRE.
           IF WS-STATUS-MASTER = "00"
               MOVE PES-CODIGO (WS-IDX-PES) TO CODIGO
               READ FUNCIONARIO-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CARGO TO PES-CARGO (WS-IDX-PES)
                       MOVE DATA-ADMISSAO
                           TO PES-DATA-ADMISSAO (WS-IDX-PES)
               END-READ
           END-IF.

       APURAR-FAIXA-DE-TEMPO.
           MOVE 5 TO PES-FAIXA (WS-IDX-PES).
           IF PES-DATA-ADMISSAO (WS-IDX-PES) > 0
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (PES-DATA-ADMISSAO (WS-IDX-PES)) = 0
               AND FUNCTION TEST-DATE-YYYYMMDD
                   (PES-DATA-DESLIG (WS-IDX-PES)) = 0
               AND PES-DATA-ADMISSAO (WS-IDX-PES)
                   <= PES-DATA-DESLIG (WS-IDX-PES)
               COMPUTE WS-DIAS-DE-CASA =
                   FUNCTION INTEGER-OF-DATE
                       (PES-DATA-DESLIG (WS-IDX-PES))
                 - FUNCTION INTEGER-OF-DATE
                       (PES-DATA-ADMISSAO (WS-IDX-PES))
               EVALUATE TRUE
                   WHEN WS-DIAS-DE-CASA < 365
                       MOVE 1 TO PES-FAIXA (WS-IDX-PES)
                   WHEN WS-DIAS-DE-CASA < 1095
                       MOVE 2 TO PES-FAIXA (WS-IDX-PES)
                   WHEN WS-DIAS-DE-CASA < 1825
                       MOVE 3 TO PES-FAIXA (WS-IDX-PES)
                   WHEN OTHER
                       MOVE 4 TO PES-FAIXA (WS-IDX-PES)
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------*
      *    RESPOSTAS DAS CAMPANHAS DE DESLIGAMENTO - CASADAS AO
      *    DESLIGADO DO TRIMESTRE PELO CODIGO DA IDENTIFICACAO.
      *--------------------------------------------------------------*
       CARREGAR-RESPOSTAS.
           OPEN INPUT ARQ-RESPOSTAS.
           IF WS-STATUS-RESPOSTAS = "00"
               PERFORM LER-RESPOSTA
               PERFORM CASAR-UMA-RESPOSTA UNTIL FIM-RESPOSTAS
               CLOSE ARQ-RESPOSTAS
           END-IF.
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               IF PES-ENTREVISTADO (WS-IDX-PES) = "S"
                   ADD 1 TO WS-QTD-ENTREVISTADOS
               END-IF
           END-PERFORM.

       LER-RESPOSTA.
           READ ARQ-RESPOSTAS
               AT END SET FIM-RESPOSTAS TO TRUE
           END-READ.

       CASAR-UMA-RESPOSTA.
           MOVE "N" TO WS-RESPOSTA-DESLIG.
           PERFORM VARYING WS-IDX-CDS FROM 1 BY 1
                   UNTIL WS-IDX-CDS > WS-QTD-CAMP-DESLIG
               IF CDS-ID (WS-IDX-CDS) = RESP-CAMPANHA
                   SET RESPOSTA-DE-DESLIGAMENTO TO TRUE
               END-IF
           END-PERFORM.
           IF RESPOSTA-DE-DESLIGAMENTO
               IF RESP-ID-RESPONDENTE = "ANONIMO"
                   ADD 1 TO WS-QTD-ANONIMAS
               ELSE
                   PERFORM APURAR-CODIGO-DA-RESPOSTA
                   PERFORM GUARDAR-OPCAO-DA-RESPOSTA
               END-IF
           END-IF.
           PERFORM LER-RESPOSTA.

       APURAR-CODIGO-DA-RESPOSTA.
           MOVE "S" TO WS-ID-SO-DIGITOS.
           MOVE 0 TO WS-CODIGO-RESPONDENTE.
           PERFORM VARYING WS-IDX-CHAR FROM 1 BY 1
                   UNTIL WS-IDX-CHAR > 10
               EVALUATE TRUE
                   WHEN RESP-ID-RESPONDENTE (WS-IDX-CHAR:1) = SPACE
                       CONTINUE
                   WHEN RESP-ID-RESPONDENTE (WS-IDX-CHAR:1) >= "0"
                       AND RESP-ID-RESPONDENTE (WS-IDX-CHAR:1) <= "9"
                       COMPUTE WS-CODIGO-RESPONDENTE =
                           WS-CODIGO-RESPONDENTE * 10
                           + FUNCTION NUMVAL
                               (RESP-ID-RESPONDENTE (WS-IDX-CHAR:1))
                   WHEN OTHER
                       MOVE "N" TO WS-ID-SO-DIGITOS
               END-EVALUATE
           END-PERFORM.
           IF WS-ID-SO-DIGITOS NOT = "S"
               MOVE 0 TO WS-CODIGO-RESPONDENTE
           END-IF.

      *    RESPOSTA DE QUEM NAO SAIU NO TRIMESTRE (OU DE PERGUNTA
      *    FORA DA VERSAO) NAO ENTRA NO CRUZAMENTO.
       GUARDAR-OPCAO-DA-RESPOSTA.
           MOVE 0 TO WS-IDX-PES-ACHADA.
           IF WS-CODIGO-RESPONDENTE > 0
               PERFORM LOCALIZAR-PESSOA
           END-IF.
           MOVE 0 TO WS-IDX-PERG-RESP.
           PERFORM VARYING IDX-PERG FROM 1 BY 1
                   UNTIL IDX-PERG > PERG-QTD-CARREGADAS
               IF PERG-ID (IDX-PERG) = RESP-PERG-ID
                   SET WS-IDX-PERG-RESP TO IDX-PERG
               END-IF
           END-PERFORM.
           IF WS-IDX-PES-ACHADA = 0 OR WS-IDX-PERG-RESP = 0
               ADD 1 TO WS-QTD-NAO-CASADAS
           ELSE
               MOVE "S" TO PES-ENTREVISTADO (WS-IDX-PES-ACHADA)
               PERFORM VARYING WS-IDX-OPCAO FROM 1 BY 1
                       UNTIL WS-IDX-OPCAO >
                           PERG-NUM-OPCOES (WS-IDX-PERG-RESP)
                   IF RESP-CODIGO =
                       PERG-OPCAO (WS-IDX-PERG-RESP, WS-IDX-OPCAO)
                       MOVE WS-IDX-OPCAO TO PES-OPCAO
                           (WS-IDX-PES-ACHADA, WS-IDX-PERG-RESP)
                   END-IF
               END-PERFORM
           END-IF.

      *--------------------------------------------------------------*
      *    SETORES E CARGOS DOS ENTREVISTADOS.
      *--------------------------------------------------------------*
       MONTAR-SETORES-E-CARGOS.
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               IF PES-ENTREVISTADO (WS-IDX-PES) = "S"
                   PERFORM CONTAR-SETOR-DA-PESSOA
                   PERFORM CONTAR-CARGO-DA-PESSOA
               END-IF
           END-PERFORM.

       CONTAR-SETOR-DA-PESSOA.
           MOVE 0 TO WS-IDX-TAB-ACHADO.
           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTD-SETORES
               IF SDL-SETOR (WS-IDX-TAB) = PES-SETOR (WS-IDX-PES)
                   MOVE WS-IDX-TAB TO WS-IDX-TAB-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-TAB-ACHADO = 0 AND WS-QTD-SETORES < 50
               ADD 1 TO WS-QTD-SETORES
               MOVE WS-QTD-SETORES TO WS-IDX-TAB-ACHADO
               MOVE PES-SETOR (WS-IDX-PES)
                   TO SDL-SETOR (WS-IDX-TAB-ACHADO)
               MOVE 0 TO SDL-QTD (WS-IDX-TAB-ACHADO)
           END-IF.
           MOVE WS-IDX-TAB-ACHADO TO PES-IDX-SETOR (WS-IDX-PES).
           IF WS-IDX-TAB-ACHADO > 0
               ADD 1 TO SDL-QTD (WS-IDX-TAB-ACHADO)
           END-IF.

       CONTAR-CARGO-DA-PESSOA.
           MOVE 0 TO WS-IDX-TAB-ACHADO.
           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTD-CARGOS
               IF CDL-CARGO (WS-IDX-TAB) = PES-CARGO (WS-IDX-PES)
                   MOVE WS-IDX-TAB TO WS-IDX-TAB-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-TAB-ACHADO = 0 AND WS-QTD-CARGOS < 50
               ADD 1 TO WS-QTD-CARGOS
               MOVE WS-QTD-CARGOS TO WS-IDX-TAB-ACHADO
               MOVE PES-CARGO (WS-IDX-PES)
                   TO CDL-CARGO (WS-IDX-TAB-ACHADO)
               MOVE 0 TO CDL-QTD (WS-IDX-TAB-ACHADO)
           END-IF.
           MOVE WS-IDX-TAB-ACHADO TO PES-IDX-CARGO (WS-IDX-PES).
           IF WS-IDX-TAB-ACHADO > 0
               ADD 1 TO CDL-QTD (WS-IDX-TAB-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    RELATORIO - CABECALHO, PERGUNTAS E AS QUATRO ABERTURAS.
      *--------------------------------------------------------------*
       IMPRIMIR-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ENTREVISTA DE DESLIGAMENTO - TRIMESTRE "
               WS-ANO-TRIMESTRE "/" WS-TRIMESTRE
               " (" WS-DATA-INICIO " A " WS-DATA-FIM ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DESLIGADOS " WS-QTD-DESLIGADOS
               " - CONVOCADOS " WS-QTD-CONVOCADOS
               " - ENTREVISTADOS " WS-QTD-ENTREVISTADOS
               " - MINIMO POR LINHA " WS-MINIMO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RESPOSTAS SEM IDENTIFICACAO (FORA DO CRUZAMENTO) "
               WS-QTD-ANONIMAS
               " - NAO CASADAS " WS-QTD-NAO-CASADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-PESSOAS-FORA > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "** DESLIGADOS ALEM DA TABELA (1000): "
                   WS-PESSOAS-FORA " - FORA DO CRUZAMENTO **"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX-PERG FROM 1 BY 1
                   UNTIL IDX-PERG > PERG-QTD-CARREGADAS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "PERG " PERG-ID (IDX-PERG) " - "
                   PERG-TEXTO (IDX-PERG)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-PERFORM.

           MOVE "POR MOTIVO DO DESLIGAMENTO" TO WS-LINHA-ROTULO.
           PERFORM IMPRIMIR-TITULO-DA-ABERTURA.
           MOVE "M" TO WS-LINHA-TIPO.
           MOVE "P" TO WS-LINHA-MOTIVO.
           MOVE "PEDIDO DE DEMISSAO" TO WS-LINHA-ROTULO.
           PERFORM APURAR-E-IMPRIMIR-LINHA.
           MOVE "T" TO WS-LINHA-MOTIVO.
           MOVE "TERMINO DE CONTRATO" TO WS-LINHA-ROTULO.
           PERFORM APURAR-E-IMPRIMIR-LINHA.
           MOVE "D" TO WS-LINHA-MOTIVO.
           MOVE "DISPENSA" TO WS-LINHA-ROTULO.
           PERFORM APURAR-E-IMPRIMIR-LINHA.

           MOVE "POR TEMPO DE CASA" TO WS-LINHA-ROTULO.
           PERFORM IMPRIMIR-TITULO-DA-ABERTURA.
           MOVE "F" TO WS-LINHA-TIPO.
           PERFORM VARYING WS-IDX-FAIXA FROM 1 BY 1
                   UNTIL WS-IDX-FAIXA > 5
               MOVE WS-IDX-FAIXA TO WS-LINHA-IDX
               MOVE WS-NOME-FAIXA (WS-IDX-FAIXA) TO WS-LINHA-ROTULO
               PERFORM APURAR-E-IMPRIMIR-LINHA
           END-PERFORM.

           MOVE "POR SETOR" TO WS-LINHA-ROTULO.
           PERFORM IMPRIMIR-TITULO-DA-ABERTURA.
           MOVE "S" TO WS-LINHA-TIPO.
           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTD-SETORES
               IF SDL-QTD (WS-IDX-TAB) >= WS-MINIMO
                   MOVE WS-IDX-TAB TO WS-LINHA-IDX
                   MOVE SPACES TO WS-LINHA-ROTULO
                   STRING "SETOR " SDL-SETOR (WS-IDX-TAB)
                       DELIMITED BY SIZE INTO WS-LINHA-ROTULO
                   END-STRING
                   PERFORM APURAR-E-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           MOVE "X" TO WS-LINHA-TIPO.
           MOVE "DEMAIS SETORES (AGRUPADOS)" TO WS-LINHA-ROTULO.
           PERFORM APURAR-E-IMPRIMIR-LINHA.

           MOVE "POR CARGO" TO WS-LINHA-ROTULO.
           PERFORM IMPRIMIR-TITULO-DA-ABERTURA.
           MOVE "C" TO WS-LINHA-TIPO.
           PERFORM VARYING WS-IDX-TAB FROM 1 BY 1
                   UNTIL WS-IDX-TAB > WS-QTD-CARGOS
               IF CDL-QTD (WS-IDX-TAB) >= WS-MINIMO
                   MOVE WS-IDX-TAB TO WS-LINHA-IDX
                   MOVE SPACES TO WS-LINHA-ROTULO
                   STRING "CARGO " CDL-CARGO (WS-IDX-TAB)
                       DELIMITED BY SIZE INTO WS-LINHA-ROTULO
                   END-STRING
                   PERFORM APURAR-E-IMPRIMIR-LINHA
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-LINHA-TIPO.
           MOVE "DEMAIS CARGOS (AGRUPADOS)" TO WS-LINHA-ROTULO.
           PERFORM APURAR-E-IMPRIMIR-LINHA.
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-TITULO-DA-ABERTURA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "== " WS-LINHA-ROTULO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *    UMA LINHA DO CRUZAMENTO - SEM ENTREVISTADO NAO SAI; ABAIXO
      *    DO MINIMO SAI SO A QUANTIDADE.
       APURAR-E-IMPRIMIR-LINHA.
           MOVE 0 TO WS-QTD-NA-LINHA.
           INITIALIZE TAB-CONTAGEM-LINHA.
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               PERFORM CONFERIR-PESSOA-NA-LINHA
               IF PESSOA-NA-LINHA
                   ADD 1 TO WS-QTD-NA-LINHA
                   PERFORM CONTAR-OPCOES-DA-PESSOA
               END-IF
           END-PERFORM.
           IF WS-QTD-NA-LINHA > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING WS-LINHA-ROTULO " ENTREVISTADOS "
                   WS-QTD-NA-LINHA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               IF WS-QTD-NA-LINHA < WS-MINIMO
                   ADD 1 TO WS-QTD-SUPRIMIDAS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   MENOS DE " WS-MINIMO
                       " ENTREVISTADOS - RESPOSTAS NAO DIVULGADAS"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               ELSE
                   PERFORM VARYING IDX-PERG FROM 1 BY 1
                           UNTIL IDX-PERG > PERG-QTD-CARREGADAS
                       PERFORM IMPRIMIR-CONTAGEM-DA-PERGUNTA
                   END-PERFORM
               END-IF
           END-IF.

       CONFERIR-PESSOA-NA-LINHA.
           MOVE "N" TO WS-PESSOA-NA-LINHA.
           IF PES-ENTREVISTADO (WS-IDX-PES) = "S"
               EVALUATE TRUE
                   WHEN LINHA-MOTIVO
                       IF PES-MOTIVO (WS-IDX-PES) = WS-LINHA-MOTIVO
                           SET PESSOA-NA-LINHA TO TRUE
                       END-IF
                   WHEN LINHA-FAIXA
                       IF PES-FAIXA (WS-IDX-PES) = WS-LINHA-IDX
                           SET PESSOA-NA-LINHA TO TRUE
                       END-IF
                   WHEN LINHA-SETOR
                       IF PES-IDX-SETOR (WS-IDX-PES) = WS-LINHA-IDX
                           SET PESSOA-NA-LINHA TO TRUE
                       END-IF
                   WHEN LINHA-DEMAIS-SETORES
                       IF PES-IDX-SETOR (WS-IDX-PES) = 0
                           SET PESSOA-NA-LINHA TO TRUE
                       ELSE
                           IF SDL-QTD (PES-IDX-SETOR (WS-IDX-PES))
                                   < WS-MINIMO
                               SET PESSOA-NA-LINHA TO TRUE
                           END-IF
                       END-IF
                   WHEN LINHA-CARGO
                       IF PES-IDX-CARGO (WS-IDX-PES) = WS-LINHA-IDX
                           SET PESSOA-NA-LINHA TO TRUE
                       END-IF
                   WHEN LINHA-DEMAIS-CARGOS
                       IF PES-IDX-CARGO (WS-IDX-PES) = 0
                           SET PESSOA-NA-LINHA TO TRUE
                       ELSE
                           IF CDL-QTD (PES-IDX-CARGO (WS-IDX-PES))
                                   < WS-MINIMO
                               SET PESSOA-NA-LINHA TO TRUE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       CONTAR-OPCOES-DA-PESSOA.
           PERFORM VARYING IDX-PERG FROM 1 BY 1
                   UNTIL IDX-PERG > PERG-QTD-CARREGADAS
               IF PES-OPCAO (WS-IDX-PES, IDX-PERG) = 0
                   ADD 1 TO CNT-SEM-RESPOSTA (IDX-PERG)
               ELSE
                   ADD 1 TO CNT-OPCAO (IDX-PERG,
                       PES-OPCAO (WS-IDX-PES, IDX-PERG))
               END-IF
           END-PERFORM.

       IMPRIMIR-CONTAGEM-DA-PERGUNTA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   PERG " PERG-ID (IDX-PERG)
               "  " PERG-OPCAO (IDX-PERG, 1) " " CNT-OPCAO (IDX-PERG, 1)
               "  " PERG-OPCAO (IDX-PERG, 2) " " CNT-OPCAO (IDX-PERG, 2)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           IF PERG-NUM-OPCOES (IDX-PERG) > 2
               STRING "  " PERG-OPCAO (IDX-PERG, 3) " "
                   CNT-OPCAO (IDX-PERG, 3)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO (33:)
               END-STRING
           END-IF.
           STRING "  SEM RESPOSTA " CNT-SEM-RESPOSTA (IDX-PERG)
               DELIMITED BY SIZE INTO LINHA-RELATORIO (48:)
           END-STRING.
           WRITE LINHA-RELATORIO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG140.
      *     RELATORIO DO TITULAR DOS DADOS (LGPD).
      *     QUANDO UM FUNCIONARIO OU EX-FUNCIONARIO PEDE QUE DADOS A
      *     EMPRESA GUARDA SOBRE ELE, A RESPOSTA ERA PROCURAR A MAO EM
      *     UMA DUZIA DE ARQUIVOS. ESTE PROGRAMA LE O CPF DO TITULAR
      *     NO CARTAO LGPDPRM, ACHA OS CODIGOS DELE NO MESTRE
      *     (FUNCMAST) E NO HISTORICO DE RESCISOES (RESCHIST), SEGUE
      *     OS LACOS DE RECONTRATACAO/TRANSFERENCIA (RECONLNK) NOS
      *     DOIS SENTIDOS E LISTA EM RELLGPD TODO REGISTRO DESSES
      *     CODIGOS EM:
      *       - FUNCMAST E A SALVAGUARDA DO MESTRE (FUNCBKP);
      *       - FICHAS DE CADASTRO PENDENTES E PROCESSADAS (CADASTRO
      *         E CADPROC), PELO DOCUMENTO;
      *       - DEPENDTS (OS DEPENDENTES DO TITULAR E, PELO CPF, O
      *         TITULAR COMO DEPENDENTE DE OUTRO FUNCIONARIO);
      *       - BANCFUNC, AUDITORIA E O ARQUIVO MORTO DA AUDITORIA
      *         (ARCAUDIT, DO PROG57), FOLHAHIST, RESCHIST, AFASTAME,
      *         PENSALIM E OS INSTANTANEOS MENSAIS (SNAPHIST).
      *     A CONSULTA VAI PARA O LOG DE OPERACAO (OPLOG) COM O
      *     OPERADOR DA SESSAO E O CODIGO DO TITULAR - O CPF NAO E
      *     GRAVADO NO LOG. SEM CARTAO VALIDO, TERMINA COM RC 16;
      *     NADA ENCONTRADO PARA O CPF, RC 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-PARAMETRO ASSIGN TO "LGPDPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-VINCULOS ASSIGN TO "RECONLNK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VINCULOS.

           SELECT ARQ-SALVAGUARDA ASSIGN TO "FUNCBKP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALVAGUARDA.

           SELECT ARQ-CADASTRO ASSIGN TO DYNAMIC WS-NOME-CADASTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CADASTRO.

           SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-CONTAS ASSIGN TO "BANCFUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTAS.

           SELECT ARQ-AUDITORIA ASSIGN TO DYNAMIC WS-NOME-AUDITORIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLHA-HIST.

           SELECT ARQ-RESCISOES ASSIGN TO "RESCHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESCISOES.

           SELECT ARQ-AFASTAMENTOS ASSIGN TO "AFASTAME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AFASTAMENTOS.

           SELECT ARQ-PENSOES ASSIGN TO "PENSALIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PENSOES.

           SELECT ARQ-HISTORICO ASSIGN TO "SNAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-RELATORIO ASSIGN TO "RELLGPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-LGPD.
           05  LGP-DOCUMENTO           PIC 9(11).

       FD  ARQ-VINCULOS.
       COPY CPRECON.

      *    SALVAGUARDA DO PROG54: CABECALHO "0" E IMAGENS "1".
       FD  ARQ-SALVAGUARDA.
       01  REG-BKP-IMAGEM.
           05  BKP-D-TIPO              PIC X(01).
           05  BKP-D-FUNCIONARIO.
               10  BKP-CODIGO          PIC 9(05).
               10  BKP-NOME            PIC X(10).
               10  FILLER              PIC X(285).
       01  REG-BKP-CABECALHO.
           05  BKP-H-TIPO              PIC X(01).
           05  BKP-H-DATA              PIC 9(08).
           05  BKP-H-HORA              PIC 9(08).

       FD  ARQ-CADASTRO.
       COPY CPCADPF.

       FD  ARQ-DEPENDENTES.
       COPY CPDEPEND.

       FD  ARQ-CONTAS.
       COPY CPBANCO.

       FD  ARQ-AUDITORIA.
       COPY CPAUDIT.

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-RESCISOES.
       COPY CPRESCH.

       FD  ARQ-AFASTAMENTOS.
       COPY CPAFAST.

       FD  ARQ-PENSOES.
       COPY CPPENSAO.

       FD  ARQ-HISTORICO.
       01  REG-SNAPSHOT.
           05  SNAP-DATA                PIC 9(08).
           05  SNAP-CODIGO               PIC 9(05).
           05  SNAP-SALARIO              PIC 9(6)V9(2).
           05  SNAP-SETOR                PIC X(10).

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-VINCULOS          PIC X(02).
       01  WS-STATUS-SALVAGUARDA       PIC X(02).
       01  WS-STATUS-CADASTRO          PIC X(02).
       01  WS-STATUS-DEPENDENTES       PIC X(02).
       01  WS-STATUS-CONTAS            PIC X(02).
       01  WS-STATUS-AUDIT             PIC X(02).
       01  WS-STATUS-FOLHA-HIST        PIC X(02).
       01  WS-STATUS-RESCISOES         PIC X(02).
       01  WS-STATUS-AFASTAMENTOS      PIC X(02).
       01  WS-STATUS-PENSOES           PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-NOME-CADASTRO            PIC X(10).
       01  WS-NOME-AUDITORIA           PIC X(10).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-VINCULOS             PIC X VALUE "N".
           88  FIM-VINCULOS                VALUE "S".
       01  WS-FIM-SALVAGUARDA          PIC X VALUE "N".
           88  FIM-SALVAGUARDA             VALUE "S".
       01  WS-FIM-CADASTRO             PIC X VALUE "N".
           88  FIM-CADASTRO                VALUE "S".
       01  WS-FIM-DEPENDENTES          PIC X VALUE "N".
           88  FIM-DEPENDENTES             VALUE "S".
       01  WS-FIM-CONTAS               PIC X VALUE "N".
           88  FIM-CONTAS                  VALUE "S".
       01  WS-FIM-AUDITORIA            PIC X VALUE "N".
           88  FIM-AUDITORIA               VALUE "S".
       01  WS-FIM-FOLHA-HIST           PIC X VALUE "N".
           88  FIM-FOLHA-HIST              VALUE "S".
       01  WS-FIM-RESCISOES            PIC X VALUE "N".
           88  FIM-RESCISOES               VALUE "S".
       01  WS-FIM-AFASTAMENTOS         PIC X VALUE "N".
           88  FIM-AFASTAMENTOS            VALUE "S".
       01  WS-FIM-PENSOES              PIC X VALUE "N".
           88  FIM-PENSOES                 VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG140".
       01  WS-DOCUMENTO-TITULAR        PIC 9(11) VALUE 0.
       01  WS-HA-PARAMETRO             PIC X VALUE "N".
           88  HA-PARAMETRO                VALUE "S".

      *    CODIGOS DO TITULAR - PELO DOCUMENTO E PELOS LACOS.
       01  WS-QTD-CODIGOS              PIC 9(02) VALUE 0.
       01  TAB-CODIGOS-TITULAR.
           05  TTL-CODIGO OCCURS 50 TIMES
                                       PIC 9(05).
       01  WS-IDX-TTL                  PIC 9(02).
       01  WS-CODIGO-PROCURADO         PIC 9(05).
       01  WS-CODIGO-DO-TITULAR        PIC X VALUE "N".
           88  CODIGO-DO-TITULAR           VALUE "S".

      *    LACOS DO RECONLNK, PARA O FECHO NOS DOIS SENTIDOS.
       01  WS-QTD-VINCULOS             PIC 9(04) VALUE 0.
       01  TAB-VINCULOS.
           05  VNC-ITEM OCCURS 2000 TIMES.
               10  VNC-CODIGO-NOVO     PIC 9(05).
               10  VNC-CODIGO-ANTIGO   PIC 9(05).
       01  WS-IDX-VNC                  PIC 9(04).
       01  WS-ACHOU-CODIGO-NOVO        PIC X(01).
       01  WS-ACHOU-CODIGO-ANTIGO      PIC X(01).
       01  WS-CODIGOS-INCLUIDOS        PIC 9(02).

       01  WS-QTD-SECAO                PIC 9(05).
       01  WS-QTD-REGISTROS            PIC 9(05) VALUE 0.
       01  WS-TITULO-SECAO             PIC X(60).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETRO.
           IF NOT HA-PARAMETRO
               DISPLAY "** LGPDPRM AUSENTE OU INVALIDO - NADA A"
                   " FAZER **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LER-SESSAO
               PERFORM IDENTIFICAR-CODIGOS-DO-TITULAR
               PERFORM CARREGAR-VINCULOS
               PERFORM SEGUIR-VINCULOS
               OPEN OUTPUT ARQ-RELATORIO
               PERFORM IMPRIMIR-CABECALHO
               PERFORM LISTAR-MESTRE
               PERFORM LISTAR-SALVAGUARDA
               MOVE "CADASTRO" TO WS-NOME-CADASTRO
               PERFORM LISTAR-FICHAS-DE-CADASTRO
               MOVE "CADPROC" TO WS-NOME-CADASTRO
               PERFORM LISTAR-FICHAS-DE-CADASTRO
               PERFORM LISTAR-DEPENDENTES
               PERFORM LISTAR-CONTAS
               MOVE "AUDITORIA" TO WS-NOME-AUDITORIA
               PERFORM LISTAR-AUDITORIA
               MOVE "ARCAUDIT" TO WS-NOME-AUDITORIA
               PERFORM LISTAR-AUDITORIA
               PERFORM LISTAR-FOLHA-HISTORICO
               PERFORM LISTAR-RESCISOES
               PERFORM LISTAR-AFASTAMENTOS
               PERFORM LISTAR-PENSOES
               PERFORM LISTAR-INSTANTANEOS
               PERFORM IMPRIMIR-TOTAIS
               CLOSE ARQ-RELATORIO
               PERFORM REGISTRAR-NO-LOG
               DISPLAY "RELATORIO DO TITULAR (LGPD) - CODIGOS: "
                   WS-QTD-CODIGOS " - REGISTROS: " WS-QTD-REGISTROS
               IF WS-QTD-REGISTROS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF LGP-DOCUMENTO IS NUMERIC
                           AND LGP-DOCUMENTO > 0
                           MOVE LGP-DOCUMENTO TO WS-DOCUMENTO-TITULAR
                           SET HA-PARAMETRO TO TRUE
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.

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
      *    CODIGOS DO TITULAR - O DOCUMENTO NO MESTRE E NAS
      *    RESCISOES (O CODIGO RETIRADO PODE JA TER SAIDO DO MESTRE).
      *--------------------------------------------------------------*
       IDENTIFICAR-CODIGOS-DO-TITULAR.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               PERFORM LER-MESTRE
               PERFORM CONFERIR-DOCUMENTO-NO-MESTRE UNTIL FIM-MASTER
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-STATUS-RESCISOES = "00"
               PERFORM LER-RESCISAO
               PERFORM CONFERIR-DOCUMENTO-NA-RESCISAO
                   UNTIL FIM-RESCISOES
           END-IF.
           CLOSE ARQ-RESCISOES.

       LER-MESTRE.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       CONFERIR-DOCUMENTO-NO-MESTRE.
           IF DOCUMENTO = WS-DOCUMENTO-TITULAR
               MOVE CODIGO TO WS-CODIGO-PROCURADO
               PERFORM INCLUIR-CODIGO
           END-IF.
           PERFORM LER-MESTRE.

       LER-RESCISAO.
           READ ARQ-RESCISOES
               AT END SET FIM-RESCISOES TO TRUE
           END-READ.

       CONFERIR-DOCUMENTO-NA-RESCISAO.
           IF RHS-DOCUMENTO = WS-DOCUMENTO-TITULAR
               MOVE RHS-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM INCLUIR-CODIGO
           END-IF.
           PERFORM LER-RESCISAO.

       INCLUIR-CODIGO.
           PERFORM PROCURAR-CODIGO.
           IF NOT CODIGO-DO-TITULAR
               AND WS-QTD-CODIGOS < 50
               ADD 1 TO WS-QTD-CODIGOS
               MOVE WS-CODIGO-PROCURADO TO TTL-CODIGO (WS-QTD-CODIGOS)
               ADD 1 TO WS-CODIGOS-INCLUIDOS
           END-IF.

       PROCURAR-CODIGO.
           MOVE "N" TO WS-CODIGO-DO-TITULAR.
           PERFORM VARYING WS-IDX-TTL FROM 1 BY 1
                   UNTIL WS-IDX-TTL > WS-QTD-CODIGOS
                       OR CODIGO-DO-TITULAR
               IF TTL-CODIGO (WS-IDX-TTL) = WS-CODIGO-PROCURADO
                   SET CODIGO-DO-TITULAR TO TRUE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    LACOS DE RECONTRATACAO E TRANSFERENCIA - REPETE A VOLTA
      *    PELOS LACOS ATE NENHUM CODIGO NOVO ENTRAR, PARA PEGAR UMA
      *    CADEIA ANTIGO -> NOVO -> MAIS NOVO INTEIRA.
      *--------------------------------------------------------------*
       CARREGAR-VINCULOS.
           OPEN INPUT ARQ-VINCULOS.
           IF WS-STATUS-VINCULOS = "00"
               PERFORM LER-VINCULO
               PERFORM GUARDAR-UM-VINCULO UNTIL FIM-VINCULOS
           END-IF.
           CLOSE ARQ-VINCULOS.

       LER-VINCULO.
           READ ARQ-VINCULOS
               AT END SET FIM-VINCULOS TO TRUE
           END-READ.

       GUARDAR-UM-VINCULO.
           IF WS-QTD-VINCULOS < 2000
               ADD 1 TO WS-QTD-VINCULOS
               MOVE RLK-CODIGO-NOVO
                   TO VNC-CODIGO-NOVO (WS-QTD-VINCULOS)
               MOVE RLK-CODIGO-ANTIGO
                   TO VNC-CODIGO-ANTIGO (WS-QTD-VINCULOS)
           END-IF.
           PERFORM LER-VINCULO.

       SEGUIR-VINCULOS.
           MOVE 1 TO WS-CODIGOS-INCLUIDOS.
           PERFORM UMA-VOLTA-PELOS-VINCULOS
               UNTIL WS-CODIGOS-INCLUIDOS = 0.

       UMA-VOLTA-PELOS-VINCULOS.
           MOVE 0 TO WS-CODIGOS-INCLUIDOS.
           PERFORM VARYING WS-IDX-VNC FROM 1 BY 1
                   UNTIL WS-IDX-VNC > WS-QTD-VINCULOS
               MOVE VNC-CODIGO-NOVO (WS-IDX-VNC)
                   TO WS-CODIGO-PROCURADO
               PERFORM PROCURAR-CODIGO
               MOVE WS-CODIGO-DO-TITULAR TO WS-ACHOU-CODIGO-NOVO
               MOVE VNC-CODIGO-ANTIGO (WS-IDX-VNC)
                   TO WS-CODIGO-PROCURADO
               PERFORM PROCURAR-CODIGO
               MOVE WS-CODIGO-DO-TITULAR TO WS-ACHOU-CODIGO-ANTIGO
               IF WS-ACHOU-CODIGO-NOVO = "S"
                   AND WS-ACHOU-CODIGO-ANTIGO = "N"
                   PERFORM INCLUIR-CODIGO
               END-IF
               IF WS-ACHOU-CODIGO-NOVO = "N"
                   AND WS-ACHOU-CODIGO-ANTIGO = "S"
                   MOVE VNC-CODIGO-NOVO (WS-IDX-VNC)
                       TO WS-CODIGO-PROCURADO
                   PERFORM INCLUIR-CODIGO
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    RELATORIO (RELLGPD) - UMA SECAO POR ARQUIVO.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DADOS PESSOAIS DO TITULAR - CPF "
               WS-DOCUMENTO-TITULAR " - EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CODIGOS DO TITULAR:"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-TTL FROM 1 BY 1
                   UNTIL WS-IDX-TTL > WS-QTD-CODIGOS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " TTL-CODIGO (WS-IDX-TTL)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-PERFORM.
           IF WS-QTD-CODIGOS = 0
               MOVE "  NENHUM CODIGO COM ESTE DOCUMENTO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       ABRIR-SECAO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WS-TITULO-SECAO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 0 TO WS-QTD-SECAO.

       FECHAR-SECAO.
           IF WS-QTD-SECAO = 0
               MOVE "  NENHUM REGISTRO" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           ADD WS-QTD-SECAO TO WS-QTD-REGISTROS.

       LISTAR-MESTRE.
           MOVE "== FUNCMAST - CADASTRO DE FUNCIONARIOS"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO WS-FIM-MASTER.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               PERFORM LER-MESTRE
               PERFORM LISTAR-UM-FUNCIONARIO UNTIL FIM-MASTER
           END-IF.
           CLOSE FUNCIONARIO-MASTER.
           PERFORM FECHAR-SECAO.

       LISTAR-UM-FUNCIONARIO.
           MOVE CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " CODIGO " NOME " NOME
                   " DOCUMENTO " DOCUMENTO " EMPRESA " EMPRESA
                   " SITUACAO " SITUACAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    ENDERECO " END-LOGRADOURO " " END-NUMERO
                   " " END-BAIRRO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    " END-CIDADE " " END-UF " CEP " END-CEP
                   " ADMISSAO " DATA-ADMISSAO " SALARIO " SALARIO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    SETOR " SETOR " CARGO " CARGO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    ACUMULADO NO ANO - BRUTO " YTD-SALARIO-BRUTO
                   " INSS " YTD-INSS " IRRF " YTD-IRRF
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-MESTRE.

       LISTAR-SALVAGUARDA.
           MOVE "== FUNCBKP - SALVAGUARDA DO CADASTRO"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-SALVAGUARDA.
           IF WS-STATUS-SALVAGUARDA = "00"
               PERFORM LER-SALVAGUARDA
               PERFORM LISTAR-UMA-IMAGEM UNTIL FIM-SALVAGUARDA
           END-IF.
           CLOSE ARQ-SALVAGUARDA.
           PERFORM FECHAR-SECAO.

       LER-SALVAGUARDA.
           READ ARQ-SALVAGUARDA
               AT END SET FIM-SALVAGUARDA TO TRUE
           END-READ.

       LISTAR-UMA-IMAGEM.
           IF BKP-D-TIPO = "1"
               MOVE BKP-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM PROCURAR-CODIGO
               IF CODIGO-DO-TITULAR
                   ADD 1 TO WS-QTD-SECAO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  CODIGO " BKP-CODIGO " NOME " BKP-NOME
                       " - COPIA INTEGRAL DO REGISTRO DO CADASTRO"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.
           PERFORM LER-SALVAGUARDA.

       LISTAR-FICHAS-DE-CADASTRO.
           MOVE SPACES TO WS-TITULO-SECAO.
           STRING "== " DELIMITED BY SIZE
               WS-NOME-CADASTRO DELIMITED BY SPACE
               " - FICHAS DE CADASTRO DE PESSOA" DELIMITED BY SIZE
               INTO WS-TITULO-SECAO
           END-STRING.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO WS-FIM-CADASTRO.
           OPEN INPUT ARQ-CADASTRO.
           IF WS-STATUS-CADASTRO = "00"
               PERFORM LER-FICHA
               PERFORM LISTAR-UMA-FICHA UNTIL FIM-CADASTRO
           END-IF.
           CLOSE ARQ-CADASTRO.
           PERFORM FECHAR-SECAO.

       LER-FICHA.
           READ ARQ-CADASTRO
               AT END SET FIM-CADASTRO TO TRUE
           END-READ.

       LISTAR-UMA-FICHA.
           IF CAD-DOCUMENTO = WS-DOCUMENTO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  NOME " CAD-NOME " NASCIMENTO "
                   CAD-DATA-NASCIMENTO " ADMISSAO " CAD-DATA-ADMISSAO
                   " SETOR " CAD-SETOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    ENDERECO " CAD-END-LOGRADOURO " "
                   CAD-END-NUMERO " " CAD-END-BAIRRO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    " CAD-END-CIDADE " " CAD-END-UF " CEP "
                   CAD-END-CEP " SALARIO " CAD-SALARIO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-FICHA.

       LISTAR-DEPENDENTES.
           MOVE "== DEPENDTS - DEPENDENTES" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES = "00"
               PERFORM LER-DEPENDENTE
               PERFORM LISTAR-UM-DEPENDENTE UNTIL FIM-DEPENDENTES
           END-IF.
           CLOSE ARQ-DEPENDENTES.
           PERFORM FECHAR-SECAO.

       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END SET FIM-DEPENDENTES TO TRUE
           END-READ.

      *    DEPENDENTE DO TITULAR, OU O PROPRIO TITULAR DECLARADO
      *    COMO DEPENDENTE DE OUTRO FUNCIONARIO.
       LISTAR-UM-DEPENDENTE.
           MOVE DEP-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               OR (DEP-CPF IS NUMERIC
                   AND DEP-CPF = WS-DOCUMENTO-TITULAR)
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " DEP-CODIGO " SEQ " DEP-SEQUENCIA
                   " NOME " DEP-NOME " NASC " DEP-DATA-NASCIMENTO
                   " PARENT " DEP-PARENTESCO " CPF " DEP-CPF
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-DEPENDENTE.

       LISTAR-CONTAS.
           MOVE "== BANCFUNC - CONTAS BANCARIAS" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-CONTAS.
           IF WS-STATUS-CONTAS = "00"
               PERFORM LER-CONTA
               PERFORM LISTAR-UMA-CONTA UNTIL FIM-CONTAS
           END-IF.
           CLOSE ARQ-CONTAS.
           PERFORM FECHAR-SECAO.

       LER-CONTA.
           READ ARQ-CONTAS
               AT END SET FIM-CONTAS TO TRUE
           END-READ.

       LISTAR-UMA-CONTA.
           MOVE BCO-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " BCO-CODIGO " SEQ " BCO-SEQUENCIA
                   " BANCO " BCO-BANCO " AGENCIA " BCO-AGENCIA
                   " CONTA " BCO-CONTA "-" BCO-DIGITO
                   " PCT " BCO-PERCENTUAL
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-CONTA.

       LISTAR-AUDITORIA.
           MOVE SPACES TO WS-TITULO-SECAO.
           STRING "== " DELIMITED BY SIZE
               WS-NOME-AUDITORIA DELIMITED BY SPACE
               " - TRILHA DE AUDITORIA DO CADASTRO" DELIMITED BY SIZE
               INTO WS-TITULO-SECAO
           END-STRING.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO WS-FIM-AUDITORIA.
           OPEN INPUT ARQ-AUDITORIA.
           IF WS-STATUS-AUDIT = "00"
               PERFORM LER-AUDITORIA
               PERFORM LISTAR-UMA-AUDITORIA UNTIL FIM-AUDITORIA
           END-IF.
           CLOSE ARQ-AUDITORIA.
           PERFORM FECHAR-SECAO.

       LER-AUDITORIA.
           READ ARQ-AUDITORIA
               AT END SET FIM-AUDITORIA TO TRUE
           END-READ.

       LISTAR-UMA-AUDITORIA.
           MOVE AUD-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " AUD-CODIGO " " AUD-DATA-HORA " "
                   AUD-CAMPO " DE " AUD-VALOR-ANTES " PARA "
                   AUD-VALOR-DEPOIS " POR " AUD-OPERADOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-AUDITORIA.

       LISTAR-FOLHA-HISTORICO.
           MOVE "== FOLHAHIST - HISTORICO DE FOLHA" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-FOLHA-HIST = "00"
               PERFORM LER-FOLHA-HISTORICO
               PERFORM LISTAR-UMA-FOLHA UNTIL FIM-FOLHA-HIST
           END-IF.
           CLOSE ARQ-FOLHA-HISTORICO.
           PERFORM FECHAR-SECAO.

       LER-FOLHA-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-FOLHA-HIST TO TRUE
           END-READ.

       LISTAR-UMA-FOLHA.
           MOVE FHS-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  COD " FHS-CODIGO " COMP " FHS-COMPETENCIA
                   " BRUTO " FHS-BRUTO " INSS " FHS-INSS
                   " IRRF " FHS-IRRF " LIQ " FHS-LIQUIDO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-FOLHA-HISTORICO.

       LISTAR-RESCISOES.
           MOVE "== RESCHIST - HISTORICO DE RESCISOES"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO WS-FIM-RESCISOES.
           OPEN INPUT ARQ-RESCISOES.
           IF WS-STATUS-RESCISOES = "00"
               PERFORM LER-RESCISAO
               PERFORM LISTAR-UMA-RESCISAO UNTIL FIM-RESCISOES
           END-IF.
           CLOSE ARQ-RESCISOES.
           PERFORM FECHAR-SECAO.

       LISTAR-UMA-RESCISAO.
           MOVE RHS-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " RHS-CODIGO " EMPRESA " RHS-EMPRESA
                   " NOME " RHS-NOME " DESLIGAMENTO "
                   RHS-DATA-DESLIGAMENTO " MOTIVO " RHS-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-RESCISAO.

       LISTAR-AFASTAMENTOS.
           MOVE "== AFASTAME - AFASTAMENTOS" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-AFASTAMENTOS.
           IF WS-STATUS-AFASTAMENTOS = "00"
               PERFORM LER-AFASTAMENTO
               PERFORM LISTAR-UM-AFASTAMENTO UNTIL FIM-AFASTAMENTOS
           END-IF.
           CLOSE ARQ-AFASTAMENTOS.
           PERFORM FECHAR-SECAO.

       LER-AFASTAMENTO.
           READ ARQ-AFASTAMENTOS
               AT END SET FIM-AFASTAMENTOS TO TRUE
           END-READ.

       LISTAR-UM-AFASTAMENTO.
           MOVE AFA-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " AFA-CODIGO " INICIO "
                   AFA-DATA-INICIO " RETORNO PREVISTO "
                   AFA-DATA-RETORNO-PREV " MOTIVO " AFA-MOTIVO
                   " SITUACAO " AFA-SITUACAO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-AFASTAMENTO.

       LISTAR-PENSOES.
           MOVE "== PENSALIM - PENSOES ALIMENTICIAS" TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-PENSOES.
           IF WS-STATUS-PENSOES = "00"
               PERFORM LER-PENSAO
               PERFORM LISTAR-UMA-PENSAO UNTIL FIM-PENSOES
           END-IF.
           CLOSE ARQ-PENSOES.
           PERFORM FECHAR-SECAO.

       LER-PENSAO.
           READ ARQ-PENSOES
               AT END SET FIM-PENSOES TO TRUE
           END-READ.

       LISTAR-UMA-PENSAO.
           MOVE PSA-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " PSA-CODIGO " TIPO " PSA-TIPO
                   " PCT " PSA-PERCENTUAL " VALOR " PSA-VALOR
                   " BENEFICIARIO " PSA-BENEFICIARIO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    BANCO " PSA-BANCO " AGENCIA " PSA-AGENCIA
                   " CONTA " PSA-CONTA "-" PSA-DIGITO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-PENSAO.

       LISTAR-INSTANTANEOS.
           MOVE "== SNAPHIST - INSTANTANEOS MENSAIS DE SALARIO"
               TO WS-TITULO-SECAO.
           PERFORM ABRIR-SECAO.
           OPEN INPUT ARQ-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-INSTANTANEO
               PERFORM LISTAR-UM-INSTANTANEO UNTIL FIM-HISTORICO
           END-IF.
           CLOSE ARQ-HISTORICO.
           PERFORM FECHAR-SECAO.

       LER-INSTANTANEO.
           READ ARQ-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       LISTAR-UM-INSTANTANEO.
           MOVE SNAP-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           IF CODIGO-DO-TITULAR
               ADD 1 TO WS-QTD-SECAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CODIGO " SNAP-CODIGO " DATA " SNAP-DATA
                   " SALARIO " SNAP-SALARIO " SETOR " SNAP-SETOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM LER-INSTANTANEO.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE REGISTROS DO TITULAR: " WS-QTD-REGISTROS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *    O LOG LEVA O PRIMEIRO CODIGO DO TITULAR, NUNCA O CPF.
       REGISTRAR-NO-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE "PROG140" TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-EVENTO.
           IF WS-QTD-CODIGOS > 0
               MOVE TTL-CODIGO (1) TO WS-CODIGO-PROCURADO
           ELSE
               MOVE 0 TO WS-CODIGO-PROCURADO
           END-IF.
           STRING "CONSULTA LGPD DO TITULAR COD " WS-CODIGO-PROCURADO
               " - " WS-QTD-REGISTROS " REG."
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

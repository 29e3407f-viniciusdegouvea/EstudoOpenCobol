       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG141.
      *     ANONIMIZACAO DE EX-FUNCIONARIOS APOS A RETENCAO (LGPD).
      *     QUEM SAIU HA ANOS CONTINUAVA IDENTIFICAVEL EM TODOS OS
      *     ARQUIVOS PARA SEMPRE. ESTE PROGRAMA PROCURA, PELO CPF DO
      *     HISTORICO DE RESCISOES (RESCHIST), AS PESSOAS CUJA ULTIMA
      *     DATA DE DESLIGAMENTO PASSOU DO PRAZO DE RETENCAO (CARTAO
      *     ANONPRM - DIAS, PADRAO 1825 = 5 ANOS) E, PELO MESMO CPF
      *     NO MESTRE E PELOS LACOS DO RECONLNK, JUNTA TODOS OS
      *     CODIGOS DE CADA PESSOA. SE QUALQUER UM DESSES CODIGOS
      *     ESTIVER ATIVO OU AFASTADO NO MESTRE (RECONTRATADO), A
      *     PESSOA FICA DE FORA.
      *
      *     SO COM O MODO "E" NO CARTAO (COLUNA 5) OS ARQUIVOS SAO
      *     ALTERADOS; SEM ELE A RODADA E UMA SIMULACAO QUE SO LISTA
      *     QUEM SERIA ANONIMIZADO. NA EXECUCAO, DE CADA CODIGO:
      *       - FUNCMAST E A SALVAGUARDA (FUNCBKP): NOME, ENDERECO E
      *         DOCUMENTO EM BRANCO/ZERO;
      *       - RESCHIST: DOCUMENTO E NOME; FOLHAHIST: NOME;
      *       - DEPENDTS: NOME E CPF DOS DEPENDENTES;
      *       - BANCFUNC E BANCAUD: BANCO, AGENCIA, CONTA E DIGITO;
      *       - PENSALIM: BENEFICIARIO E DADOS BANCARIOS;
      *       - CADASTRO E CADPROC (PELO DOCUMENTO): NOME,
      *         DOCUMENTO, NASCIMENTO E ENDERECO.
      *     OS VALORES (SALARIOS, BASES, INSS, IRRF, ACUMULADOS,
      *     PENSOES, PERCENTUAIS) FICAM COMO ESTAO, PARA O HISTORICO
      *     FISCAL E PREVIDENCIARIO. A REGRAVACAO DE CADA ARQUIVO
      *     SEQUENCIAL PASSA PELO ARQUIVO DE TRABALHO LGPDWRK, COMO NO
      *     ESTORNO DO PROG135.
      *
      *     CADA CODIGO ANONIMIZADO GANHA UMA ENTRADA NA AUDITORIA
      *     (CAMPO ANONIMIZACAO), A RODADA VAI PARA O OPLOG COM O
      *     OPERADOR DA SESSAO E O RELATORIO RELANON LISTA CODIGOS E
      *     QUANTIDADES POR ARQUIVO - SEM NOME NEM CPF. A PESSOA JA
      *     ANONIMIZADA TEM DOCUMENTO ZERO E NAO VOLTA A SER ACHADA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-PARAMETRO ASSIGN TO "ANONPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-VINCULOS ASSIGN TO "RECONLNK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VINCULOS.

           SELECT ARQ-AUDITORIA ASSIGN TO "AUDITORIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDIT.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-SEQ-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-TRABALHO ASSIGN TO "LGPDWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELANON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-ANONIMIZACAO.
           05  APR-DIAS-RETENCAO       PIC 9(04).
           05  APR-MODO                PIC X(01).

       FD  ARQ-VINCULOS.
       COPY CPRECON.

       FD  ARQ-AUDITORIA.
       COPY CPAUDIT.

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       FD  ARQ-SEQ-ORIGEM.
       01  REG-SEQ-ORIGEM              PIC X(320).
       01  FILLER.
           05  ORI-CODIGO              PIC 9(05).
           05  FILLER                  PIC X(315).

       FD  ARQ-TRABALHO.
       01  REG-TRABALHO                PIC X(320).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-VINCULOS          PIC X(02).
       01  WS-STATUS-AUDIT             PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-ORIGEM            PIC X(02).
       01  WS-STATUS-TRABALHO          PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-VINCULOS             PIC X VALUE "N".
           88  FIM-VINCULOS                VALUE "S".
       01  WS-FIM-ORIGEM               PIC X VALUE "N".
           88  FIM-ORIGEM                  VALUE "S".

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DIAS-HOJE                PIC 9(07).
       01  WS-DIAS-CORTE               PIC 9(07).
       01  WS-DATA-CORTE               PIC 9(08).
       01  WS-DIAS-RETENCAO            PIC 9(04) VALUE 1825.
       01  WS-MODO                     PIC X(01) VALUE "S".
           88  MODO-EXECUCAO               VALUE "E".
       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG141".

      *    PESSOAS DO RESCHIST, PELO CPF, COM A ULTIMA DATA DE
      *    DESLIGAMENTO E A INDICACAO DE CODIGO AINDA ATIVO.
       01  WS-QTD-PESSOAS              PIC 9(04) VALUE 0.
       01  TAB-PESSOAS.
           05  PES-ITEM OCCURS 2000 TIMES.
               10  PES-DOCUMENTO       PIC 9(11).
               10  PES-ULTIMO-DESLIG   PIC 9(08).
               10  PES-ATIVA           PIC X(01).
               10  PES-ELEGIVEL        PIC X(01).
       01  WS-IDX-PES                  PIC 9(04).
       01  WS-IDX-PES-ACHADA           PIC 9(04).
       01  WS-DOCUMENTO-PROCURADO      PIC 9(11).
       01  WS-QTD-ELEGIVEIS            PIC 9(05) VALUE 0.

      *    CODIGOS DE CADA PESSOA.
       01  WS-QTD-CODIGOS              PIC 9(04) VALUE 0.
       01  TAB-CODIGOS.
           05  COD-ITEM OCCURS 4000 TIMES.
               10  COD-CODIGO          PIC 9(05).
               10  COD-PESSOA          PIC 9(04).
       01  WS-IDX-COD                  PIC 9(04).
       01  WS-IDX-COD-ACHADO           PIC 9(04).
       01  WS-CODIGO-PROCURADO         PIC 9(05).
       01  WS-PESSOA-DO-CODIGO         PIC 9(04).
       01  WS-CODIGOS-INCLUIDOS        PIC 9(04).
       01  WS-IDX-COD-NOVO             PIC 9(04).
       01  WS-IDX-COD-ANTIGO           PIC 9(04).

      *    CODIGOS A ANONIMIZAR (SO DAS PESSOAS ELEGIVEIS).
       01  WS-QTD-ANONIMOS             PIC 9(04) VALUE 0.
       01  TAB-ANONIMOS.
           05  ANO-CODIGO OCCURS 4000 TIMES
                                       PIC 9(05).
       01  WS-IDX-ANO                  PIC 9(04).
       01  WS-CODIGO-ANONIMO           PIC X VALUE "N".
           88  CODIGO-ANONIMO              VALUE "S".
       01  WS-DOCUMENTO-ANONIMO        PIC X VALUE "N".
           88  DOCUMENTO-ANONIMO           VALUE "S".

      *    ARQUIVOS SEQUENCIAIS TRATADOS E O TIPO DO REGISTRO.
       01  TAB-ARQUIVOS-ANONIMIZACAO.
           05  FILLER PIC X(13) VALUE "RESCHIST    R".
           05  FILLER PIC X(13) VALUE "FOLHAHIST   H".
           05  FILLER PIC X(13) VALUE "DEPENDTS    D".
           05  FILLER PIC X(13) VALUE "BANCFUNC    B".
           05  FILLER PIC X(13) VALUE "BANCAUD     A".
           05  FILLER PIC X(13) VALUE "PENSALIM    P".
           05  FILLER PIC X(13) VALUE "CADASTRO    C".
           05  FILLER PIC X(13) VALUE "CADPROC     C".
           05  FILLER PIC X(13) VALUE "FUNCBKP     K".
       01  FILLER REDEFINES TAB-ARQUIVOS-ANONIMIZACAO.
           05  ARQ-ITEM OCCURS 9 TIMES.
               10  ARQ-NOME            PIC X(12).
               10  ARQ-TIPO            PIC X(01).
       01  WS-IDX-ARQ                  PIC 9(02).
       01  WS-QTD-POR-ARQUIVO OCCURS 9 TIMES
                                       PIC 9(07).
       01  WS-NOME-ORIGEM              PIC X(12).
       01  WS-QTD-ALTERADOS-ARQ        PIC 9(07).
       01  WS-QTD-MESTRE               PIC 9(05) VALUE 0.
       01  WS-QTD-TOTAL-REGISTROS      PIC 9(07) VALUE 0.

      *    VISOES DO REGISTRO LIDO EM CADA ARQUIVO.
       COPY CPRESCH.
       COPY CPFOLHIS.
       COPY CPDEPEND.
       COPY CPBANCO.
       COPY CPPENSAO.
       COPY CPCADPF.

       01  REG-AUDITORIA-CONTA.
           05  ABC-CODIGO              PIC 9(05).
           05  ABC-SEQUENCIA           PIC 9(02).
           05  ABC-OPERACAO            PIC X(01).
           05  ABC-CONTA-ANTES         PIC 9(08).
           05  ABC-CONTA-DEPOIS        PIC 9(08).
           05  ABC-DATA                PIC 9(08).
           05  ABC-OPERADOR            PIC X(08).

       01  REG-BKP-IMAGEM.
           05  BKP-D-TIPO              PIC X(01).
           05  BKP-D-FUNCIONARIO       PIC X(300).
           05  FILLER REDEFINES BKP-D-FUNCIONARIO.
               10  BKP-CODIGO          PIC 9(05).
               10  FILLER              PIC X(295).

      *    TRAVA DE EXECUCAO DO MESTRE (PROG69).
       01  WS-LCK-ACAO                 PIC X(01).
       01  WS-LCK-PROGRAMA             PIC X(08).
       01  WS-LCK-RESULTADO            PIC X(01).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETRO.
           PERFORM LER-SESSAO.
           COMPUTE WS-DIAS-HOJE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE).
           COMPUTE WS-DIAS-CORTE = WS-DIAS-HOJE - WS-DIAS-RETENCAO.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER (WS-DIAS-CORTE).

           PERFORM CARREGAR-RESCISOES.
           PERFORM PROCURAR-DOCUMENTOS-NO-MESTRE.
           PERFORM SEGUIR-VINCULOS.
           PERFORM CONFERIR-CODIGOS-ATIVOS.
           PERFORM MARCAR-ELEGIVEIS.

           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM IMPRIMIR-ELEGIVEIS.
           IF MODO-EXECUCAO AND WS-QTD-ANONIMOS > 0
               PERFORM TOMAR-TRAVA-DO-MESTRE
               IF WS-LCK-RESULTADO = "N"
                   MOVE "** MESTRE EM USO - NADA FOI ALTERADO **"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM EXECUTAR-ANONIMIZACAO
                   PERFORM LIBERAR-TRAVA-DO-MESTRE
                   PERFORM IMPRIMIR-TOTAIS-POR-ARQUIVO
                   PERFORM REGISTRAR-NO-LOG
               END-IF
           ELSE
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "SIMULACAO - NENHUM ARQUIVO FOI ALTERADO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           DISPLAY "ANONIMIZACAO LGPD - MODO " WS-MODO
               " - TITULARES: " WS-QTD-ELEGIVEIS
               " - CODIGOS: " WS-QTD-ANONIMOS.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF APR-DIAS-RETENCAO IS NUMERIC
                           AND APR-DIAS-RETENCAO > 0
                           MOVE APR-DIAS-RETENCAO TO WS-DIAS-RETENCAO
                       END-IF
                       IF APR-MODO = "E"
                           MOVE "E" TO WS-MODO
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
      *    PESSOAS E CODIGOS - RESCHIST, MESTRE (MESMO CPF) E O FECHO
      *    DOS LACOS DE RECONTRATACAO/TRANSFERENCIA.
      *--------------------------------------------------------------*
       CARREGAR-RESCISOES.
           MOVE "RESCHIST" TO WS-NOME-ORIGEM.
           MOVE "N" TO WS-FIM-ORIGEM.
           OPEN INPUT ARQ-SEQ-ORIGEM.
           IF WS-STATUS-ORIGEM = "00"
               PERFORM LER-ORIGEM
               PERFORM GUARDAR-UMA-RESCISAO UNTIL FIM-ORIGEM
           END-IF.
           CLOSE ARQ-SEQ-ORIGEM.

       LER-ORIGEM.
           READ ARQ-SEQ-ORIGEM
               AT END SET FIM-ORIGEM TO TRUE
           END-READ.

       GUARDAR-UMA-RESCISAO.
           MOVE REG-SEQ-ORIGEM TO REG-RESCISAO-HISTORICO.
           IF RHS-DOCUMENTO IS NUMERIC AND RHS-DOCUMENTO > 0
               AND RHS-DATA-DESLIGAMENTO IS NUMERIC
               MOVE RHS-DOCUMENTO TO WS-DOCUMENTO-PROCURADO
               PERFORM PROCURAR-PESSOA
               IF WS-IDX-PES-ACHADA = 0
                   AND WS-QTD-PESSOAS < 2000
                   ADD 1 TO WS-QTD-PESSOAS
                   MOVE WS-QTD-PESSOAS TO WS-IDX-PES-ACHADA
                   MOVE RHS-DOCUMENTO
                       TO PES-DOCUMENTO (WS-QTD-PESSOAS)
                   MOVE 0   TO PES-ULTIMO-DESLIG (WS-QTD-PESSOAS)
                   MOVE "N" TO PES-ATIVA (WS-QTD-PESSOAS)
                   MOVE "N" TO PES-ELEGIVEL (WS-QTD-PESSOAS)
               END-IF
               IF WS-IDX-PES-ACHADA > 0
                   IF RHS-DATA-DESLIGAMENTO
                       > PES-ULTIMO-DESLIG (WS-IDX-PES-ACHADA)
                       MOVE RHS-DATA-DESLIGAMENTO
                           TO PES-ULTIMO-DESLIG (WS-IDX-PES-ACHADA)
                   END-IF
                   MOVE RHS-CODIGO TO WS-CODIGO-PROCURADO
                   MOVE WS-IDX-PES-ACHADA TO WS-PESSOA-DO-CODIGO
                   PERFORM INCLUIR-CODIGO
               END-IF
           END-IF.
           PERFORM LER-ORIGEM.

       PROCURAR-PESSOA.
           MOVE 0 TO WS-IDX-PES-ACHADA.
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
                       OR WS-IDX-PES-ACHADA > 0
               IF PES-DOCUMENTO (WS-IDX-PES) = WS-DOCUMENTO-PROCURADO
                   MOVE WS-IDX-PES TO WS-IDX-PES-ACHADA
               END-IF
           END-PERFORM.

       PROCURAR-CODIGO.
           MOVE 0 TO WS-IDX-COD-ACHADO.
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > WS-QTD-CODIGOS
                       OR WS-IDX-COD-ACHADO > 0
               IF COD-CODIGO (WS-IDX-COD) = WS-CODIGO-PROCURADO
                   MOVE WS-IDX-COD TO WS-IDX-COD-ACHADO
               END-IF
           END-PERFORM.

       INCLUIR-CODIGO.
           PERFORM PROCURAR-CODIGO.
           IF WS-IDX-COD-ACHADO = 0
               AND WS-QTD-CODIGOS < 4000
               ADD 1 TO WS-QTD-CODIGOS
               MOVE WS-CODIGO-PROCURADO TO COD-CODIGO (WS-QTD-CODIGOS)
               MOVE WS-PESSOA-DO-CODIGO TO COD-PESSOA (WS-QTD-CODIGOS)
               ADD 1 TO WS-CODIGOS-INCLUIDOS
           END-IF.

       PROCURAR-DOCUMENTOS-NO-MESTRE.
           MOVE "N" TO WS-FIM-MASTER.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               PERFORM LER-MESTRE
               PERFORM CONFERIR-DOCUMENTO-DO-MESTRE UNTIL FIM-MASTER
           END-IF.
           CLOSE FUNCIONARIO-MASTER.

       LER-MESTRE.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       CONFERIR-DOCUMENTO-DO-MESTRE.
           IF DOCUMENTO IS NUMERIC AND DOCUMENTO > 0
               MOVE DOCUMENTO TO WS-DOCUMENTO-PROCURADO
               PERFORM PROCURAR-PESSOA
               IF WS-IDX-PES-ACHADA > 0
                   MOVE CODIGO TO WS-CODIGO-PROCURADO
                   MOVE WS-IDX-PES-ACHADA TO WS-PESSOA-DO-CODIGO
                   PERFORM INCLUIR-CODIGO
               END-IF
           END-IF.
           PERFORM LER-MESTRE.

      *    REPETE A VOLTA PELOS LACOS ATE NENHUM CODIGO NOVO ENTRAR.
       SEGUIR-VINCULOS.
           MOVE 1 TO WS-CODIGOS-INCLUIDOS.
           PERFORM UMA-VOLTA-PELOS-VINCULOS
               UNTIL WS-CODIGOS-INCLUIDOS = 0.

       UMA-VOLTA-PELOS-VINCULOS.
           MOVE 0 TO WS-CODIGOS-INCLUIDOS.
           MOVE "N" TO WS-FIM-VINCULOS.
           OPEN INPUT ARQ-VINCULOS.
           IF WS-STATUS-VINCULOS = "00"
               PERFORM LER-VINCULO
               PERFORM SEGUIR-UM-VINCULO UNTIL FIM-VINCULOS
           END-IF.
           CLOSE ARQ-VINCULOS.

       LER-VINCULO.
           READ ARQ-VINCULOS
               AT END SET FIM-VINCULOS TO TRUE
           END-READ.

       SEGUIR-UM-VINCULO.
           MOVE RLK-CODIGO-NOVO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           MOVE WS-IDX-COD-ACHADO TO WS-IDX-COD-NOVO.
           MOVE RLK-CODIGO-ANTIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-CODIGO.
           MOVE WS-IDX-COD-ACHADO TO WS-IDX-COD-ANTIGO.
           IF WS-IDX-COD-NOVO > 0 AND WS-IDX-COD-ANTIGO = 0
               MOVE COD-PESSOA (WS-IDX-COD-NOVO)
                   TO WS-PESSOA-DO-CODIGO
               PERFORM INCLUIR-CODIGO
           END-IF.
           IF WS-IDX-COD-NOVO = 0 AND WS-IDX-COD-ANTIGO > 0
               MOVE COD-PESSOA (WS-IDX-COD-ANTIGO)
                   TO WS-PESSOA-DO-CODIGO
               MOVE RLK-CODIGO-NOVO TO WS-CODIGO-PROCURADO
               PERFORM INCLUIR-CODIGO
           END-IF.
           PERFORM LER-VINCULO.

      *    CODIGO NO MESTRE QUE NAO ESTA INATIVO SEGURA A PESSOA.
       CONFERIR-CODIGOS-ATIVOS.
           MOVE "N" TO WS-FIM-MASTER.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               PERFORM LER-MESTRE
               PERFORM CONFERIR-UM-CODIGO-ATIVO UNTIL FIM-MASTER
           END-IF.
           CLOSE FUNCIONARIO-MASTER.

       CONFERIR-UM-CODIGO-ATIVO.
           IF NOT SITUACAO-INATIVA
               MOVE CODIGO TO WS-CODIGO-PROCURADO
               PERFORM PROCURAR-CODIGO
               IF WS-IDX-COD-ACHADO > 0
                   MOVE "S" TO
                       PES-ATIVA (COD-PESSOA (WS-IDX-COD-ACHADO))
               END-IF
           END-IF.
           PERFORM LER-MESTRE.

       MARCAR-ELEGIVEIS.
           PERFORM VARYING WS-IDX-PES FROM 1 BY 1
                   UNTIL WS-IDX-PES > WS-QTD-PESSOAS
               IF PES-ATIVA (WS-IDX-PES) = "N"
                   AND PES-ULTIMO-DESLIG (WS-IDX-PES) < WS-DATA-CORTE
                   MOVE "S" TO PES-ELEGIVEL (WS-IDX-PES)
                   ADD 1 TO WS-QTD-ELEGIVEIS
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > WS-QTD-CODIGOS
               IF PES-ELEGIVEL (COD-PESSOA (WS-IDX-COD)) = "S"
                   ADD 1 TO WS-QTD-ANONIMOS
                   MOVE COD-CODIGO (WS-IDX-COD)
                       TO ANO-CODIGO (WS-QTD-ANONIMOS)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    EXECUCAO - MESTRE (COM ENTRADA NA AUDITORIA) E, COM ELE
      *    AINDA ABERTO, CADA ARQUIVO SEQUENCIAL DA TABELA.
      *--------------------------------------------------------------*
       EXECUTAR-ANONIMIZACAO.
           OPEN I-O FUNCIONARIO-MASTER.
           OPEN EXTEND ARQ-AUDITORIA.
           IF WS-STATUS-AUDIT = "35"
               OPEN OUTPUT ARQ-AUDITORIA
           END-IF.
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL WS-IDX-ANO > WS-QTD-ANONIMOS
               PERFORM ANONIMIZAR-UM-FUNCIONARIO
           END-PERFORM.
           CLOSE ARQ-AUDITORIA.
           PERFORM ANONIMIZAR-UM-ARQUIVO
               VARYING WS-IDX-ARQ FROM 1 BY 1 UNTIL WS-IDX-ARQ > 9.
           CLOSE FUNCIONARIO-MASTER.

       ANONIMIZAR-UM-FUNCIONARIO.
           MOVE ANO-CODIGO (WS-IDX-ANO) TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM LIMPAR-DADOS-DO-FUNCIONARIO
                   REWRITE FUNCIONARIO
                   ADD 1 TO WS-QTD-MESTRE
                   ADD 1 TO WS-QTD-TOTAL-REGISTROS
           END-READ.
           MOVE ANO-CODIGO (WS-IDX-ANO) TO AUD-CODIGO.
           MOVE "ANONIMIZACAO"           TO AUD-CAMPO.
           MOVE 0                        TO AUD-VALOR-ANTES.
           MOVE 0                        TO AUD-VALOR-DEPOIS.
           MOVE WS-DATA-HOJE             TO AUD-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO       TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.

      *    USADO NO MESTRE E NAS IMAGENS DA SALVAGUARDA.
       LIMPAR-DADOS-DO-FUNCIONARIO.
           MOVE SPACES TO NOME.
           MOVE SPACES TO END-LOGRADOURO END-NUMERO END-BAIRRO
                          END-CIDADE END-UF.
           MOVE 0      TO END-CEP.
           MOVE 0      TO DOCUMENTO.

       ANONIMIZAR-UM-ARQUIVO.
           MOVE ARQ-NOME (WS-IDX-ARQ) TO WS-NOME-ORIGEM.
           MOVE 0 TO WS-QTD-ALTERADOS-ARQ.
           OPEN OUTPUT ARQ-TRABALHO.
           MOVE "N" TO WS-FIM-ORIGEM.
           OPEN INPUT ARQ-SEQ-ORIGEM.
           IF WS-STATUS-ORIGEM = "00"
               PERFORM LER-ORIGEM
               PERFORM ANONIMIZAR-UM-REGISTRO UNTIL FIM-ORIGEM
           END-IF.
           CLOSE ARQ-SEQ-ORIGEM.
           CLOSE ARQ-TRABALHO.
           IF WS-QTD-ALTERADOS-ARQ > 0
               PERFORM REGRAVAR-ORIGEM
           END-IF.
           MOVE WS-QTD-ALTERADOS-ARQ
               TO WS-QTD-POR-ARQUIVO (WS-IDX-ARQ).
           ADD WS-QTD-ALTERADOS-ARQ TO WS-QTD-TOTAL-REGISTROS.

       ANONIMIZAR-UM-REGISTRO.
           MOVE REG-SEQ-ORIGEM TO REG-TRABALHO.
           EVALUATE ARQ-TIPO (WS-IDX-ARQ)
               WHEN "R"
                   PERFORM ANONIMIZAR-RESCISAO
               WHEN "H"
                   PERFORM ANONIMIZAR-FOLHA-HISTORICO
               WHEN "D"
                   PERFORM ANONIMIZAR-DEPENDENTE
               WHEN "B"
                   PERFORM ANONIMIZAR-CONTA
               WHEN "A"
                   PERFORM ANONIMIZAR-TROCA-DE-CONTA
               WHEN "P"
                   PERFORM ANONIMIZAR-PENSAO
               WHEN "C"
                   PERFORM ANONIMIZAR-FICHA-CADASTRO
               WHEN "K"
                   PERFORM ANONIMIZAR-IMAGEM-SALVAGUARDA
           END-EVALUATE.
           WRITE REG-TRABALHO.
           PERFORM LER-ORIGEM.

       VERIFICAR-CODIGO-ANONIMO.
           MOVE "N" TO WS-CODIGO-ANONIMO.
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL WS-IDX-ANO > WS-QTD-ANONIMOS
                       OR CODIGO-ANONIMO
               IF ANO-CODIGO (WS-IDX-ANO) = WS-CODIGO-PROCURADO
                   SET CODIGO-ANONIMO TO TRUE
               END-IF
           END-PERFORM.

       ANONIMIZAR-RESCISAO.
           MOVE REG-SEQ-ORIGEM TO REG-RESCISAO-HISTORICO.
           MOVE RHS-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM VERIFICAR-CODIGO-ANONIMO.
           IF CODIGO-ANONIMO
               MOVE 0      TO RHS-DOCUMENTO
               MOVE SPACES TO RHS-NOME
               MOVE REG-RESCISAO-HISTORICO TO REG-TRABALHO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.

       ANONIMIZAR-FOLHA-HISTORICO.
           MOVE REG-SEQ-ORIGEM TO REG-FOLHA-HISTORICO.
           MOVE FHS-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM VERIFICAR-CODIGO-ANONIMO.
           IF CODIGO-ANONIMO
               MOVE SPACES TO FHS-NOME
               MOVE REG-FOLHA-HISTORICO TO REG-TRABALHO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.

       ANONIMIZAR-DEPENDENTE.
           MOVE REG-SEQ-ORIGEM TO REG-DEPENDENTE.
           MOVE DEP-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM VERIFICAR-CODIGO-ANONIMO.
           IF CODIGO-ANONIMO
               MOVE SPACES TO DEP-NOME
               MOVE 0      TO DEP-CPF
               MOVE REG-DEPENDENTE TO REG-TRABALHO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.

       ANONIMIZAR-CONTA.
           MOVE REG-SEQ-ORIGEM TO REG-CONTA-BANCARIA.
           MOVE BCO-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM VERIFICAR-CODIGO-ANONIMO.
           IF CODIGO-ANONIMO
               MOVE 0     TO BCO-BANCO BCO-AGENCIA BCO-CONTA
               MOVE SPACE TO BCO-DIGITO
               MOVE REG-CONTA-BANCARIA TO REG-TRABALHO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.

       ANONIMIZAR-TROCA-DE-CONTA.
           MOVE REG-SEQ-ORIGEM TO REG-AUDITORIA-CONTA.
           MOVE ABC-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM VERIFICAR-CODIGO-ANONIMO.
           IF CODIGO-ANONIMO
               MOVE 0 TO ABC-CONTA-ANTES ABC-CONTA-DEPOIS
               MOVE REG-AUDITORIA-CONTA TO REG-TRABALHO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.

       ANONIMIZAR-PENSAO.
           MOVE REG-SEQ-ORIGEM TO REG-PENSAO-ALIMENTICIA.
           MOVE PSA-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM VERIFICAR-CODIGO-ANONIMO.
           IF CODIGO-ANONIMO
               MOVE SPACES TO PSA-BENEFICIARIO
               MOVE 0      TO PSA-BANCO PSA-AGENCIA PSA-CONTA
               MOVE SPACE  TO PSA-DIGITO
               MOVE REG-PENSAO-ALIMENTICIA TO REG-TRABALHO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.

      *    A FICHA NAO TEM CODIGO - VALE O DOCUMENTO DA PESSOA.
       ANONIMIZAR-FICHA-CADASTRO.
           MOVE REG-SEQ-ORIGEM TO REG-CADASTRO-PESSOA.
           MOVE "N" TO WS-DOCUMENTO-ANONIMO.
           IF CAD-DOCUMENTO IS NUMERIC AND CAD-DOCUMENTO > 0
               MOVE CAD-DOCUMENTO TO WS-DOCUMENTO-PROCURADO
               PERFORM PROCURAR-PESSOA
               IF WS-IDX-PES-ACHADA > 0
                   IF PES-ELEGIVEL (WS-IDX-PES-ACHADA) = "S"
                       SET DOCUMENTO-ANONIMO TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF DOCUMENTO-ANONIMO
               MOVE SPACES TO CAD-NOME CAD-END-LOGRADOURO
                              CAD-END-NUMERO CAD-END-BAIRRO
                              CAD-END-CIDADE CAD-END-UF
               MOVE 0      TO CAD-DOCUMENTO CAD-DATA-NASCIMENTO
                              CAD-END-CEP
               MOVE REG-CADASTRO-PESSOA TO REG-TRABALHO
               ADD 1 TO WS-QTD-ALTERADOS-ARQ
           END-IF.

      *    A IMAGEM PASSA PELA AREA DO REGISTRO DO MESTRE (ABERTO),
      *    PARA SER LIMPA PELO MESMO PARAGRAFO.
       ANONIMIZAR-IMAGEM-SALVAGUARDA.
           MOVE REG-SEQ-ORIGEM TO REG-BKP-IMAGEM.
           IF BKP-D-TIPO = "1"
               MOVE BKP-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM VERIFICAR-CODIGO-ANONIMO
               IF CODIGO-ANONIMO
                   MOVE BKP-D-FUNCIONARIO TO FUNCIONARIO
                   PERFORM LIMPAR-DADOS-DO-FUNCIONARIO
                   MOVE FUNCIONARIO TO BKP-D-FUNCIONARIO
                   MOVE REG-BKP-IMAGEM TO REG-TRABALHO
                   ADD 1 TO WS-QTD-ALTERADOS-ARQ
               END-IF
           END-IF.

       REGRAVAR-ORIGEM.
           OPEN INPUT ARQ-TRABALHO.
           OPEN OUTPUT ARQ-SEQ-ORIGEM.
           MOVE "N" TO WS-FIM-ORIGEM.
           PERFORM LER-TRABALHO.
           PERFORM COPIAR-UM-DO-TRABALHO UNTIL FIM-ORIGEM.
           CLOSE ARQ-SEQ-ORIGEM.
           CLOSE ARQ-TRABALHO.

       LER-TRABALHO.
           READ ARQ-TRABALHO
               AT END SET FIM-ORIGEM TO TRUE
           END-READ.

       COPIAR-UM-DO-TRABALHO.
           WRITE REG-SEQ-ORIGEM FROM REG-TRABALHO.
           PERFORM LER-TRABALHO.

      *--------------------------------------------------------------*
      *    TRAVA DE EXECUCAO DO MESTRE, VIA PROG69.
      *--------------------------------------------------------------*
       TOMAR-TRAVA-DO-MESTRE.
           MOVE "T"       TO WS-LCK-ACAO.
           MOVE "PROG141" TO WS-LCK-PROGRAMA.
           CALL "PROG69" USING WS-LCK-ACAO WS-LCK-PROGRAMA
               WS-LCK-RESULTADO.

       LIBERAR-TRAVA-DO-MESTRE.
           MOVE "L" TO WS-LCK-ACAO.
           CALL "PROG69" USING WS-LCK-ACAO WS-LCK-PROGRAMA
               WS-LCK-RESULTADO.

      *--------------------------------------------------------------*
      *    RELATORIO (RELANON) - SO CODIGOS, SEM NOME NEM CPF.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ANONIMIZACAO LGPD - EM " WS-DATA-HOJE
               " - RETENCAO " WS-DIAS-RETENCAO " DIAS - CORTE "
               WS-DATA-CORTE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PESSOAS NO RESCHIST " WS-QTD-PESSOAS
               " - ELEGIVEIS " WS-QTD-ELEGIVEIS
               " - CODIGOS " WS-QTD-ANONIMOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-ELEGIVEIS.
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > WS-QTD-CODIGOS
               IF PES-ELEGIVEL (COD-PESSOA (WS-IDX-COD)) = "S"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  TITULAR " COD-PESSOA (WS-IDX-COD)
                       " CODIGO " COD-CODIGO (WS-IDX-COD)
                       " ULTIMO DESLIGAMENTO "
                       PES-ULTIMO-DESLIG (COD-PESSOA (WS-IDX-COD))
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.
           IF WS-QTD-ANONIMOS = 0
               MOVE "  NENHUM EX-FUNCIONARIO ALEM DA RETENCAO"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIMIR-TOTAIS-POR-ARQUIVO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS ANONIMIZADOS - FUNCMAST " WS-QTD-MESTRE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1 UNTIL WS-IDX-ARQ > 9
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " ARQ-NOME (WS-IDX-ARQ) " "
                   WS-QTD-POR-ARQUIVO (WS-IDX-ARQ)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-PERFORM.

       REGISTRAR-NO-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE "PROG141" TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-EVENTO.
           STRING "ANONIMIZACAO LGPD - " WS-QTD-ELEGIVEIS
               " TITULARES, " WS-QTD-TOTAL-REGISTROS " REG."
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

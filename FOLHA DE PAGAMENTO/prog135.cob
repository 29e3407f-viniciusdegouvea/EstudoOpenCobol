       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG135.
      *     ESTORNO CONTROLADO DE UMA RODADA DO CALCULO DE FOLHA.
      *     QUANDO O PROG29 RODA COM FAIXATAB OU MOVVALID ERRADOS, O
      *     PROG80 SO DESFAZ REAJUSTE DE SALARIO - OS EFEITOS DO
      *     PROPRIO CALCULO FICAVAM PARA DESFAZER A MAO. ESTE PROGRAMA
      *     LE O CARTAO ESTOPRM (COMPETENCIA E EMPRESA) E, A PARTIR
      *     DA IMAGEM ANTERIOR GRAVADA PELO PROG29 NO INICIO DA
      *     RODADA (FOLHAIMG), DEVOLVE OS FUNCIONARIOS DA EMPRESA AO
      *     ESTADO DE ANTES DELA:
      *       - NO MESTRE, OS ACUMULADOS DO ANO (YTD), O SALDO E OS
      *         DIAS GOZADOS DE FERIAS E O INSS/IRRF/LIQUIDO DO MES;
      *       - FERIASAG (AGENDA MARCADA "G"), EMPRESTI (PARCELAS
      *         BAIXADAS), ADIANTA (MARCADO "A"), DESCPEND E PENSPAGO
      *         VOLTAM A SER OS REGISTROS DA IMAGEM;
      *       - SAEM DO FOLHAHIST E DO BANCOHOR OS REGISTROS QUE A
      *         RODADA ACRESCENTOU (DEPOIS DA QUANTIDADE GUARDADA NA
      *         IMAGEM, DA COMPETENCIA, DO CALCULO NORMAL).
      *     OS DEMAIS FUNCIONARIOS E EMPRESAS NAO SAO TOCADOS.
      *
      *     EMPRESA CALCULADA EM FLUXO PARALELO (PROG162) TEM A SUA
      *     IMAGEM NO FIMGFNN DO FLUXO, NAO NO FOLHAIMG: A EMPRESA E
      *     PROCURADA NA DIVISAO (FLUXOFOL) E, SE O FLUXO DELA JA FOI
      *     JUNTADO ("J" NO FSITFNN) E A IMAGEM DELE E MAIS RECENTE
      *     QUE A DO FOLHAIMG, O ESTORNO PARTE DA IMAGEM DO FLUXO.
      *
      *     O ESTORNO E RECUSADO QUANDO NAO HA IMAGEM DA COMPETENCIA
      *     PEDIDA (SO A ULTIMA RODADA PODE SER ESTORNADA), QUANDO A
      *     EMPRESA NAO ENTROU NA RODADA, QUANDO A COMPETENCIA ESTA
      *     FECHADA NO COMPFECH, QUANDO UMA REMESSA GERADA A PARTIR DO
      *     DIA DO CALCULO JA FOI CONFIRMADA PELO PROG46 (REMCONF) OU
      *     QUANDO A RODADA JA FOI ESTORNADA PARA A EMPRESA (ESTORCTL).
      *     A PROVA (RELESTOR) MOSTRA, POR FUNCIONARIO, OS VALORES DO
      *     MESTRE E A QUANTIDADE DE REGISTROS DE CADA ARQUIVO ANTES
      *     E DEPOIS DO ESTORNO. ESTORNO FEITO OU RECUSADO VAI PARA O
      *     LOG DE OPERACAO (OPLOG) COM O OPERADOR DA SESSAO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-PARAMETRO ASSIGN TO "ESTOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-IMAGEM-FOLHA ASSIGN TO DYNAMIC WS-NOME-IMAGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMAGEM.

           SELECT ARQ-FLUXOS ASSIGN TO "FLUXOFOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FLUXOS.

           SELECT ARQ-SITUACAO ASSIGN TO DYNAMIC WS-NOME-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           SELECT ARQ-COMPETENCIAS ASSIGN TO "COMPFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIAS.

           SELECT ARQ-REMESSAS-CONFIRMADAS ASSIGN TO "REMCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFIRMADAS.

           SELECT ARQ-ESTORNOS ASSIGN TO "ESTORCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ESTORNOS.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-SEQ-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-TRABALHO ASSIGN TO "ESTORWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELESTOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-ESTORNO.
           05  EPR-COMPETENCIA         PIC 9(06).
           05  FILLER                  PIC X(01).
           05  EPR-EMPRESA             PIC 9(03).

       FD  ARQ-IMAGEM-FOLHA.
       COPY CPFOLIMG.

       FD  ARQ-FLUXOS.
       COPY CPFLUXO.

       FD  ARQ-SITUACAO.
       01  REG-SITUACAO-ARQUIVO        PIC X(51).

       FD  ARQ-COMPETENCIAS.
       COPY CPCMPFE.

       FD  ARQ-REMESSAS-CONFIRMADAS.
       COPY CPREMCNF.

      *    CONTROLE DOS ESTORNOS FEITOS - A RODADA (DATA/HORA DA
      *    IMAGEM) SO PODE SER ESTORNADA UMA VEZ POR EMPRESA.
       FD  ARQ-ESTORNOS.
       01  REG-ESTORNO.
           05  EST-COMPETENCIA         PIC 9(06).
           05  EST-EMPRESA             PIC 9(03).
           05  EST-DATA-RODADA         PIC 9(08).
           05  EST-HORA-RODADA         PIC 9(08).
           05  EST-DATA                PIC 9(08).
           05  EST-HORA                PIC 9(08).
           05  EST-OPERADOR            PIC X(08).
           05  EST-QTD-FUNCIONARIOS    PIC 9(05).

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       FD  ARQ-SEQ-ORIGEM.
       01  REG-SEQ-ORIGEM              PIC X(300).
       01  FILLER.
           05  ORI-CODIGO              PIC 9(05).
           05  FILLER                  PIC X(295).

       FD  ARQ-TRABALHO.
       01  REG-TRABALHO                PIC X(300).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       COPY CPFLXSIT.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-IMAGEM            PIC X(02).
       01  WS-STATUS-FLUXOS            PIC X(02).
       01  WS-STATUS-SITUACAO          PIC X(02).
       01  WS-STATUS-COMPETENCIAS      PIC X(02).
       01  WS-STATUS-CONFIRMADAS       PIC X(02).
       01  WS-STATUS-ESTORNOS          PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-ORIGEM            PIC X(02).
       01  WS-STATUS-TRABALHO          PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-IMAGEM               PIC X VALUE "N".
           88  FIM-IMAGEM                  VALUE "S".
       01  WS-FIM-COMPETENCIAS         PIC X VALUE "N".
           88  FIM-COMPETENCIAS            VALUE "S".
       01  WS-FIM-CONFIRMADAS          PIC X VALUE "N".
           88  FIM-CONFIRMADAS             VALUE "S".
       01  WS-FIM-ESTORNOS             PIC X VALUE "N".
           88  FIM-ESTORNOS                VALUE "S".
       01  WS-FIM-ORIGEM               PIC X VALUE "N".
           88  FIM-ORIGEM                  VALUE "S".
       01  WS-FIM-FLUXOS               PIC X VALUE "N".
           88  FIM-FLUXOS                  VALUE "S".

       01  WS-HA-PARAMETRO             PIC X VALUE "N".
           88  HA-PARAMETRO                VALUE "S".
       01  WS-HA-IMAGEM                PIC X VALUE "N".
           88  HA-IMAGEM                   VALUE "S".
       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG135".
       01  WS-SITUACAO-COMP            PIC X(01) VALUE SPACE.
       01  WS-MOTIVO-RECUSA            PIC X(44) VALUE SPACES.
       01  WS-EMPRESA-NA-RODADA        PIC X(01).
           88  EMPRESA-NA-RODADA           VALUE "S".
       01  WS-IDX-EMP                  PIC 9(02).

      *    IMAGEM DA RODADA A ESTORNAR - FOLHAIMG OU, PARA EMPRESA
      *    CALCULADA EM FLUXO, O FIMGFNN DO FLUXO DELA.
       01  WS-NOME-IMAGEM              PIC X(10) VALUE "FOLHAIMG".
       01  WS-NOME-SITUACAO            PIC X(10).
       01  WS-FLUXO-DA-EMPRESA         PIC 9(02) VALUE 0.
       01  WS-HA-IMAGEM-PRINCIPAL      PIC X VALUE "N".
           88  HA-IMAGEM-PRINCIPAL         VALUE "S".
       01  WS-CABECALHO-PRINCIPAL      PIC X(100).
       01  FILLER REDEFINES WS-CABECALHO-PRINCIPAL.
           05  FILLER                  PIC X(06).
           05  PRI-DATA-HORA-RODADA    PIC 9(16).
           05  FILLER                  PIC X(78).

      *    CABECALHO DA IMAGEM (RODADA A ESTORNAR).
       01  WS-CABECALHO-IMAGEM         PIC X(100).
       01  FILLER REDEFINES WS-CABECALHO-IMAGEM.
           05  CAB-COMPETENCIA         PIC 9(06).
           05  CAB-DATA-RODADA         PIC 9(08).
           05  CAB-HORA-RODADA         PIC 9(08).
           05  CAB-QTD-HISTORICO       PIC 9(07).
           05  CAB-QTD-BANCO-HORAS     PIC 9(07).
           05  CAB-QTD-EMPRESAS        PIC 9(02).
           05  CAB-EMPRESA OCCURS 20 TIMES
                                       PIC 9(03).
           05  FILLER                  PIC X(02).
       01  FILLER REDEFINES WS-CABECALHO-IMAGEM.
           05  FILLER                  PIC X(06).
           05  CAB-DATA-HORA-RODADA    PIC 9(16).
           05  FILLER                  PIC X(78).

      *    TRAVA DE EXECUCAO DO MESTRE (PROG69).
       01  WS-LCK-ACAO                 PIC X(01).
       01  WS-LCK-PROGRAMA             PIC X(08).
       01  WS-LCK-RESULTADO            PIC X(01).

      *    VISOES DO REGISTRO LIDO DO FOLHAHIST E DO BANCOHOR, PARA
      *    RECONHECER O QUE A RODADA ACRESCENTOU.
       COPY CPFOLHIS.
       COPY CPBHORAS.

      *    ARQUIVOS TRATADOS, NA ORDEM DO ESTORNO. TIPO "H" E "B" -
      *    RETIRA O QUE A RODADA ACRESCENTOU; OS DEMAIS SAO O TIPO
      *    DO REGISTRO NA IMAGEM - OS REGISTROS DA EMPRESA VOLTAM A
      *    SER OS DA IMAGEM.
       01  TAB-ARQUIVOS-ESTORNO.
           05  FILLER PIC X(13) VALUE "FOLHAHIST   H".
           05  FILLER PIC X(13) VALUE "BANCOHOR    B".
           05  FILLER PIC X(13) VALUE "FERIASAG    A".
           05  FILLER PIC X(13) VALUE "EMPRESTI    E".
           05  FILLER PIC X(13) VALUE "ADIANTA     D".
           05  FILLER PIC X(13) VALUE "DESCPEND    P".
           05  FILLER PIC X(13) VALUE "PENSPAGO    G".
       01  FILLER REDEFINES TAB-ARQUIVOS-ESTORNO.
           05  ARQ-ITEM OCCURS 7 TIMES.
               10  ARQ-NOME            PIC X(12).
               10  ARQ-TIPO            PIC X(01).
       01  WS-IDX-ARQ                  PIC 9(01).
       01  WS-NOME-ORIGEM              PIC X(12).
       01  WS-POSICAO                  PIC 9(07).
       01  WS-MANTER-REGISTRO          PIC X(01).
           88  MANTER-REGISTRO             VALUE "S".
       01  WS-QTD-ALTERADOS-ARQ        PIC 9(05).

      *    FUNCIONARIOS DA EMPRESA - VALORES DO MESTRE ANTES (ESTADO
      *    ATUAL) E DEPOIS (IMAGEM) DO ESTORNO E, POR ARQUIVO, A
      *    QUANTIDADE DE REGISTROS ANTES E DEPOIS.
       01  WS-QTD-FUNCS                PIC 9(04) VALUE 0.
       01  TAB-FUNCS-EMPRESA.
           05  EFE-ITEM OCCURS 1000 TIMES.
               10  EFE-CODIGO          PIC 9(05).
               10  EFE-NOME            PIC X(10).
               10  EFE-TEM-IMAGEM      PIC X(01).
               10  EFA-INSS-FOLHA      PIC 9(6)V9(2).
               10  EFA-IRRF-FOLHA      PIC 9(6)V9(2).
               10  EFA-SALARIO-LIQUIDO PIC 9(6)V9(2).
               10  EFA-YTD-BRUTO       PIC 9(8)V9(2).
               10  EFA-YTD-INSS        PIC 9(8)V9(2).
               10  EFA-YTD-IRRF        PIC 9(8)V9(2).
               10  EFA-FERIAS-ACUM     PIC 9(3)V9(2).
               10  EFA-FERIAS-GOZADOS  PIC 9(3)V9(2).
               10  EFD-INSS-FOLHA      PIC 9(6)V9(2).
               10  EFD-IRRF-FOLHA      PIC 9(6)V9(2).
               10  EFD-SALARIO-LIQUIDO PIC 9(6)V9(2).
               10  EFD-YTD-BRUTO       PIC 9(8)V9(2).
               10  EFD-YTD-INSS        PIC 9(8)V9(2).
               10  EFD-YTD-IRRF        PIC 9(8)V9(2).
               10  EFD-FERIAS-ACUM     PIC 9(3)V9(2).
               10  EFD-FERIAS-GOZADOS  PIC 9(3)V9(2).
               10  EFE-QTD-ANTES OCCURS 7 TIMES
                                       PIC 9(03).
               10  EFE-QTD-DEPOIS OCCURS 7 TIMES
                                       PIC 9(03).
       01  WS-IDX-EFE                  PIC 9(04).
       01  WS-IDX-EFE-ACHADO           PIC 9(04).
       01  WS-CODIGO-PROCURADO         PIC 9(05).
       01  WS-FUNC-ALTERADO            PIC X(01).
           88  FUNC-ALTERADO               VALUE "S".

       01  WS-TOT-ANTES OCCURS 7 TIMES PIC 9(05).
       01  WS-TOT-DEPOIS OCCURS 7 TIMES
                                       PIC 9(05).
       01  WS-QTD-ESTORNADOS           PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM LER-PARAMETRO.
           IF NOT HA-PARAMETRO
               DISPLAY "** ESTOPRM AUSENTE OU INVALIDO - NADA A"
                   " FAZER **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM LER-SESSAO
               PERFORM CONFERIR-PEDIDO
               IF WS-MOTIVO-RECUSA NOT = SPACES
                   PERFORM IMPRIMIR-RECUSA
                   PERFORM REGISTRAR-NO-LOG-RECUSA
                   DISPLAY "** ESTORNO RECUSADO - " WS-MOTIVO-RECUSA
                       " **"
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM TOMAR-TRAVA-DO-MESTRE
                   IF WS-LCK-RESULTADO = "N"
                       MOVE 16 TO RETURN-CODE
                   ELSE
                       PERFORM EXECUTAR-ESTORNO
                       PERFORM LIBERAR-TRAVA-DO-MESTRE
                   END-IF
               END-IF
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF EPR-COMPETENCIA IS NUMERIC
                           AND EPR-COMPETENCIA > 0
                           AND EPR-EMPRESA IS NUMERIC
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
      *    CONFERENCIAS ANTES DE MEXER EM QUALQUER ARQUIVO - A
      *    PRIMEIRA QUE FALHAR DA O MOTIVO DA RECUSA.
      *--------------------------------------------------------------*
       CONFERIR-PEDIDO.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           PERFORM ESCOLHER-IMAGEM-DA-RODADA.
           IF NOT HA-IMAGEM
               MOVE "SEM IMAGEM DE CALCULO (FOLHAIMG)"
                   TO WS-MOTIVO-RECUSA
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
               AND CAB-COMPETENCIA NOT = EPR-COMPETENCIA
               MOVE "ULTIMO CALCULO E DE OUTRA COMPETENCIA"
                   TO WS-MOTIVO-RECUSA
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-EMPRESA-NA-RODADA
               IF NOT EMPRESA-NA-RODADA
                   MOVE "EMPRESA FORA DA RODADA DO CALCULO"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM APURAR-SITUACAO-DA-COMP
               IF WS-SITUACAO-COMP = "F"
                   MOVE "COMPETENCIA FECHADA (COMPFECH)"
                       TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-REMESSAS-CONFIRMADAS
           END-IF.
           IF WS-MOTIVO-RECUSA = SPACES
               PERFORM CONFERIR-ESTORNOS-ANTERIORES
           END-IF.

      *    A IMAGEM DO FLUXO SO VALE SE O FLUXO JA FOI JUNTADO AOS
      *    ORIGINAIS E SE A RODADA DELE E POSTERIOR A DO FOLHAIMG
      *    (DEPOIS DELA PODE TER HAVIDO UMA RODADA SEM FLUXOS).
       ESCOLHER-IMAGEM-DA-RODADA.
           MOVE "FOLHAIMG" TO WS-NOME-IMAGEM.
           PERFORM LER-CABECALHO-DA-IMAGEM.
           MOVE WS-HA-IMAGEM TO WS-HA-IMAGEM-PRINCIPAL.
           MOVE WS-CABECALHO-IMAGEM TO WS-CABECALHO-PRINCIPAL.
           PERFORM PROCURAR-FLUXO-DA-EMPRESA.
           IF WS-FLUXO-DA-EMPRESA > 0
               PERFORM LER-SITUACAO-DO-FLUXO
               IF FLUXO-JUNTADO
                   MOVE SPACES TO WS-NOME-IMAGEM
                   STRING "FIMGF" WS-FLUXO-DA-EMPRESA
                       DELIMITED BY SIZE INTO WS-NOME-IMAGEM
                   END-STRING
                   PERFORM LER-CABECALHO-DA-IMAGEM
                   IF NOT HA-IMAGEM
                       OR (HA-IMAGEM-PRINCIPAL
                           AND CAB-DATA-HORA-RODADA
                               < PRI-DATA-HORA-RODADA)
                       MOVE "FOLHAIMG" TO WS-NOME-IMAGEM
                       MOVE WS-HA-IMAGEM-PRINCIPAL TO WS-HA-IMAGEM
                       MOVE WS-CABECALHO-PRINCIPAL
                           TO WS-CABECALHO-IMAGEM
                   END-IF
               END-IF
           END-IF.

       PROCURAR-FLUXO-DA-EMPRESA.
           MOVE 0 TO WS-FLUXO-DA-EMPRESA.
           OPEN INPUT ARQ-FLUXOS.
           IF WS-STATUS-FLUXOS = "00"
               PERFORM LER-FLUXO
               PERFORM CONFERIR-UM-FLUXO UNTIL FIM-FLUXOS
               CLOSE ARQ-FLUXOS
           END-IF.

       LER-FLUXO.
           READ ARQ-FLUXOS
               AT END SET FIM-FLUXOS TO TRUE
           END-READ.

       CONFERIR-UM-FLUXO.
           IF FLX-FLUXO IS NUMERIC AND FLX-FLUXO > 0
               AND FLX-EMPRESA IS NUMERIC
               AND FLX-EMPRESA = EPR-EMPRESA
               MOVE FLX-FLUXO TO WS-FLUXO-DA-EMPRESA
           END-IF.
           PERFORM LER-FLUXO.

       LER-SITUACAO-DO-FLUXO.
           MOVE SPACES TO REG-SITUACAO-FLUXO.
           MOVE SPACES TO WS-NOME-SITUACAO.
           STRING "FSITF" WS-FLUXO-DA-EMPRESA DELIMITED BY SIZE
               INTO WS-NOME-SITUACAO
           END-STRING.
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO = "00"
               READ ARQ-SITUACAO INTO REG-SITUACAO-FLUXO
                   AT END MOVE SPACES TO REG-SITUACAO-FLUXO
               END-READ
               CLOSE ARQ-SITUACAO
           END-IF.

       LER-CABECALHO-DA-IMAGEM.
           MOVE "N" TO WS-HA-IMAGEM.
           OPEN INPUT ARQ-IMAGEM-FOLHA.
           IF WS-STATUS-IMAGEM = "00"
               READ ARQ-IMAGEM-FOLHA
                   NOT AT END
                       IF IMG-CABECALHO
                           SET HA-IMAGEM TO TRUE
                           MOVE IMG-DADOS TO WS-CABECALHO-IMAGEM
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-IMAGEM-FOLHA.

      *    SEM EMPRESAS NO CABECALHO, A RODADA FOI DE TODAS.
       CONFERIR-EMPRESA-NA-RODADA.
           MOVE "N" TO WS-EMPRESA-NA-RODADA.
           IF CAB-QTD-EMPRESAS = 0
               SET EMPRESA-NA-RODADA TO TRUE
           ELSE
               PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                       UNTIL WS-IDX-EMP > CAB-QTD-EMPRESAS
                           OR WS-IDX-EMP > 20
                   IF CAB-EMPRESA (WS-IDX-EMP) = EPR-EMPRESA
                       SET EMPRESA-NA-RODADA TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       APURAR-SITUACAO-DA-COMP.
           MOVE SPACE TO WS-SITUACAO-COMP.
           OPEN INPUT ARQ-COMPETENCIAS.
           IF WS-STATUS-COMPETENCIAS = "00"
               PERFORM LER-COMPETENCIA
               PERFORM GUARDAR-SITUACAO-DA-COMP
                   UNTIL FIM-COMPETENCIAS
           END-IF.
           CLOSE ARQ-COMPETENCIAS.

       LER-COMPETENCIA.
           READ ARQ-COMPETENCIAS
               AT END SET FIM-COMPETENCIAS TO TRUE
           END-READ.

       GUARDAR-SITUACAO-DA-COMP.
           IF CMF-COMPETENCIA = EPR-COMPETENCIA
               MOVE CMF-SITUACAO TO WS-SITUACAO-COMP
           END-IF.
           PERFORM LER-COMPETENCIA.

      *    REMESSA GERADA NO DIA DO CALCULO OU DEPOIS E CONFIRMADA
      *    PELO BANCO PAGOU O RESULTADO DESTA RODADA.
       CONFERIR-REMESSAS-CONFIRMADAS.
           OPEN INPUT ARQ-REMESSAS-CONFIRMADAS.
           IF WS-STATUS-CONFIRMADAS = "00"
               PERFORM LER-REMESSA-CONFIRMADA
               PERFORM CONFERIR-UMA-REMESSA UNTIL FIM-CONFIRMADAS
           END-IF.
           CLOSE ARQ-REMESSAS-CONFIRMADAS.

       LER-REMESSA-CONFIRMADA.
           READ ARQ-REMESSAS-CONFIRMADAS
               AT END SET FIM-CONFIRMADAS TO TRUE
           END-READ.

       CONFERIR-UMA-REMESSA.
           IF RCF-DATA-GERACAO >= CAB-DATA-RODADA
               MOVE "REMESSA DA RODADA JA CONFIRMADA (PROG46)"
                   TO WS-MOTIVO-RECUSA
           END-IF.
           PERFORM LER-REMESSA-CONFIRMADA.

       CONFERIR-ESTORNOS-ANTERIORES.
           OPEN INPUT ARQ-ESTORNOS.
           IF WS-STATUS-ESTORNOS = "00"
               PERFORM LER-ESTORNO
               PERFORM CONFERIR-UM-ESTORNO UNTIL FIM-ESTORNOS
           END-IF.
           CLOSE ARQ-ESTORNOS.

       LER-ESTORNO.
           READ ARQ-ESTORNOS
               AT END SET FIM-ESTORNOS TO TRUE
           END-READ.

       CONFERIR-UM-ESTORNO.
           IF EST-EMPRESA = EPR-EMPRESA
               AND EST-DATA-RODADA = CAB-DATA-RODADA
               AND EST-HORA-RODADA = CAB-HORA-RODADA
               MOVE "RODADA JA ESTORNADA PARA A EMPRESA"
                   TO WS-MOTIVO-RECUSA
           END-IF.
           PERFORM LER-ESTORNO.

      *--------------------------------------------------------------*
      *    TRAVA DE EXECUCAO DO MESTRE - VIA PROG69, COMO NO CALCULO.
      *--------------------------------------------------------------*
       TOMAR-TRAVA-DO-MESTRE.
           MOVE "T"       TO WS-LCK-ACAO.
           MOVE "PROG135" TO WS-LCK-PROGRAMA.
           CALL "PROG69" USING WS-LCK-ACAO WS-LCK-PROGRAMA
               WS-LCK-RESULTADO.

       LIBERAR-TRAVA-DO-MESTRE.
           MOVE "L" TO WS-LCK-ACAO.
           CALL "PROG69" USING WS-LCK-ACAO WS-LCK-PROGRAMA
               WS-LCK-RESULTADO.

      *--------------------------------------------------------------*
      *    ESTORNO - FUNCIONARIOS DA EMPRESA, ARQUIVOS E MESTRE.
      *--------------------------------------------------------------*
       EXECUTAR-ESTORNO.
           PERFORM CARREGAR-FUNCS-DA-EMPRESA.
           PERFORM CARREGAR-IMAGEM-DO-MESTRE.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 7
               PERFORM ESTORNAR-UM-ARQUIVO
           END-PERFORM.
           PERFORM RESTAURAR-MESTRE.
           PERFORM IMPRIMIR-PROVA.
           PERFORM GRAVAR-CONTROLE-ESTORNO.
           PERFORM REGISTRAR-NO-LOG-ESTORNO.
           DISPLAY "ESTORNO DA FOLHA " EPR-COMPETENCIA " EMPRESA "
               EPR-EMPRESA " - FUNCIONARIOS ESTORNADOS: "
               WS-QTD-ESTORNADOS.
           DISPLAY "ESTORNO DA FOLHA - FOLHAHIST RETIRADOS: "
               WS-TOT-ANTES (1) " -> " WS-TOT-DEPOIS (1).

       CARREGAR-FUNCS-DA-EMPRESA.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GUARDAR-FUNC-DA-EMPRESA UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-FUNC-DA-EMPRESA.
           IF EMPRESA = EPR-EMPRESA AND WS-QTD-FUNCS < 1000
               ADD 1 TO WS-QTD-FUNCS
               MOVE WS-QTD-FUNCS TO WS-IDX-EFE
               MOVE CODIGO                 TO EFE-CODIGO (WS-IDX-EFE)
               MOVE NOME                   TO EFE-NOME (WS-IDX-EFE)
               MOVE "N"                TO EFE-TEM-IMAGEM (WS-IDX-EFE)
               MOVE INSS-FOLHA         TO EFA-INSS-FOLHA (WS-IDX-EFE)
               MOVE IRRF-FOLHA         TO EFA-IRRF-FOLHA (WS-IDX-EFE)
               MOVE SALARIO-LIQUIDO
                   TO EFA-SALARIO-LIQUIDO (WS-IDX-EFE)
               MOVE YTD-SALARIO-BRUTO  TO EFA-YTD-BRUTO (WS-IDX-EFE)
               MOVE YTD-INSS           TO EFA-YTD-INSS (WS-IDX-EFE)
               MOVE YTD-IRRF           TO EFA-YTD-IRRF (WS-IDX-EFE)
               MOVE FERIAS-DIAS-ACUMULADOS
                   TO EFA-FERIAS-ACUM (WS-IDX-EFE)
               MOVE FERIAS-DIAS-GOZADOS
                   TO EFA-FERIAS-GOZADOS (WS-IDX-EFE)
               MOVE INSS-FOLHA         TO EFD-INSS-FOLHA (WS-IDX-EFE)
               MOVE IRRF-FOLHA         TO EFD-IRRF-FOLHA (WS-IDX-EFE)
               MOVE SALARIO-LIQUIDO
                   TO EFD-SALARIO-LIQUIDO (WS-IDX-EFE)
               MOVE YTD-SALARIO-BRUTO  TO EFD-YTD-BRUTO (WS-IDX-EFE)
               MOVE YTD-INSS           TO EFD-YTD-INSS (WS-IDX-EFE)
               MOVE YTD-IRRF           TO EFD-YTD-IRRF (WS-IDX-EFE)
               MOVE FERIAS-DIAS-ACUMULADOS
                   TO EFD-FERIAS-ACUM (WS-IDX-EFE)
               MOVE FERIAS-DIAS-GOZADOS
                   TO EFD-FERIAS-GOZADOS (WS-IDX-EFE)
               PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                       UNTIL WS-IDX-ARQ > 7
                   MOVE 0 TO EFE-QTD-ANTES (WS-IDX-EFE, WS-IDX-ARQ)
                   MOVE 0 TO EFE-QTD-DEPOIS (WS-IDX-EFE, WS-IDX-ARQ)
               END-PERFORM
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       BUSCAR-FUNC-DA-EMPRESA.
           MOVE 0 TO WS-IDX-EFE-ACHADO.
           PERFORM VARYING WS-IDX-EFE FROM 1 BY 1
                   UNTIL WS-IDX-EFE > WS-QTD-FUNCS
                       OR WS-IDX-EFE-ACHADO > 0
               IF EFE-CODIGO (WS-IDX-EFE) = WS-CODIGO-PROCURADO
                   MOVE WS-IDX-EFE TO WS-IDX-EFE-ACHADO
               END-IF
           END-PERFORM.

      *    VALORES DO MESTRE ANTES DA RODADA - O "DEPOIS" DA PROVA.
       CARREGAR-IMAGEM-DO-MESTRE.
           MOVE "N" TO WS-FIM-IMAGEM.
           OPEN INPUT ARQ-IMAGEM-FOLHA.
           IF WS-STATUS-IMAGEM = "00"
               PERFORM LER-IMAGEM
               PERFORM GUARDAR-IMAGEM-DO-FUNC UNTIL FIM-IMAGEM
           END-IF.
           CLOSE ARQ-IMAGEM-FOLHA.

       LER-IMAGEM.
           READ ARQ-IMAGEM-FOLHA
               AT END SET FIM-IMAGEM TO TRUE
           END-READ.

       GUARDAR-IMAGEM-DO-FUNC.
           IF IMG-MESTRE AND IMM-EMPRESA = EPR-EMPRESA
               MOVE IMG-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM BUSCAR-FUNC-DA-EMPRESA
               IF WS-IDX-EFE-ACHADO > 0
                   MOVE WS-IDX-EFE-ACHADO TO WS-IDX-EFE
                   MOVE "S" TO EFE-TEM-IMAGEM (WS-IDX-EFE)
                   MOVE IMM-INSS-FOLHA TO EFD-INSS-FOLHA (WS-IDX-EFE)
                   MOVE IMM-IRRF-FOLHA TO EFD-IRRF-FOLHA (WS-IDX-EFE)
                   MOVE IMM-SALARIO-LIQUIDO
                       TO EFD-SALARIO-LIQUIDO (WS-IDX-EFE)
                   MOVE IMM-YTD-SALARIO-BRUTO
                       TO EFD-YTD-BRUTO (WS-IDX-EFE)
                   MOVE IMM-YTD-INSS   TO EFD-YTD-INSS (WS-IDX-EFE)
                   MOVE IMM-YTD-IRRF   TO EFD-YTD-IRRF (WS-IDX-EFE)
                   MOVE IMM-FERIAS-ACUMULADOS
                       TO EFD-FERIAS-ACUM (WS-IDX-EFE)
                   MOVE IMM-FERIAS-GOZADOS
                       TO EFD-FERIAS-GOZADOS (WS-IDX-EFE)
               END-IF
           END-IF.
           PERFORM LER-IMAGEM.

      *--------------------------------------------------------------*
      *    UM ARQUIVO SEQUENCIAL - COPIA PARA O ESTORWRK SEM OS
      *    REGISTROS A DESFAZER, ACRESCENTA OS DA IMAGEM (QUANDO O
      *    ARQUIVO E RESTAURADO DELA) E REGRAVA O ORIGINAL.
      *--------------------------------------------------------------*
       ESTORNAR-UM-ARQUIVO.
           MOVE ARQ-NOME (WS-IDX-ARQ) TO WS-NOME-ORIGEM.
           MOVE 0 TO WS-POSICAO.
           MOVE 0 TO WS-QTD-ALTERADOS-ARQ.
           MOVE 0 TO WS-TOT-ANTES (WS-IDX-ARQ).
           MOVE 0 TO WS-TOT-DEPOIS (WS-IDX-ARQ).
           OPEN OUTPUT ARQ-TRABALHO.
           MOVE "N" TO WS-FIM-ORIGEM.
           OPEN INPUT ARQ-SEQ-ORIGEM.
           IF WS-STATUS-ORIGEM = "00"
               PERFORM LER-ORIGEM
               PERFORM FILTRAR-UM-REGISTRO UNTIL FIM-ORIGEM
               CLOSE ARQ-SEQ-ORIGEM
           END-IF.
           IF ARQ-TIPO (WS-IDX-ARQ) NOT = "H"
               AND ARQ-TIPO (WS-IDX-ARQ) NOT = "B"
               PERFORM REPOR-DA-IMAGEM
           END-IF.
           CLOSE ARQ-TRABALHO.
           IF WS-QTD-ALTERADOS-ARQ > 0
               PERFORM REGRAVAR-ORIGEM
           END-IF.

       LER-ORIGEM.
           READ ARQ-SEQ-ORIGEM
               AT END SET FIM-ORIGEM TO TRUE
           END-READ.

       FILTRAR-UM-REGISTRO.
           ADD 1 TO WS-POSICAO.
           MOVE "S" TO WS-MANTER-REGISTRO.
           MOVE 0 TO WS-IDX-EFE-ACHADO.
           IF ORI-CODIGO IS NUMERIC
               MOVE ORI-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM BUSCAR-FUNC-DA-EMPRESA
           END-IF.
           IF WS-IDX-EFE-ACHADO > 0
               MOVE WS-IDX-EFE-ACHADO TO WS-IDX-EFE
               EVALUATE ARQ-TIPO (WS-IDX-ARQ)
                   WHEN "H"
                       MOVE REG-SEQ-ORIGEM TO REG-FOLHA-HISTORICO
                       IF WS-POSICAO > CAB-QTD-HISTORICO
                           AND FHS-COMPETENCIA = CAB-COMPETENCIA
                           AND FHS-TIPO-FOLHA = SPACE
                           MOVE "N" TO WS-MANTER-REGISTRO
                       END-IF
                   WHEN "B"
                       MOVE REG-SEQ-ORIGEM TO REG-BANCO-HORAS
                       IF WS-POSICAO > CAB-QTD-BANCO-HORAS
                           AND BHR-COMPETENCIA = CAB-COMPETENCIA
                           AND (BHR-CREDITO OR BHR-DEBITO)
                           MOVE "N" TO WS-MANTER-REGISTRO
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-MANTER-REGISTRO
               END-EVALUATE
               ADD 1 TO EFE-QTD-ANTES (WS-IDX-EFE, WS-IDX-ARQ)
               ADD 1 TO WS-TOT-ANTES (WS-IDX-ARQ)
               IF MANTER-REGISTRO
                   ADD 1 TO EFE-QTD-DEPOIS (WS-IDX-EFE, WS-IDX-ARQ)
                   ADD 1 TO WS-TOT-DEPOIS (WS-IDX-ARQ)
               ELSE
                   ADD 1 TO WS-QTD-ALTERADOS-ARQ
               END-IF
           END-IF.
           IF MANTER-REGISTRO
               WRITE REG-TRABALHO FROM REG-SEQ-ORIGEM
           END-IF.
           PERFORM LER-ORIGEM.

       REPOR-DA-IMAGEM.
           MOVE "N" TO WS-FIM-IMAGEM.
           OPEN INPUT ARQ-IMAGEM-FOLHA.
           IF WS-STATUS-IMAGEM = "00"
               PERFORM LER-IMAGEM
               PERFORM REPOR-UM-REGISTRO UNTIL FIM-IMAGEM
           END-IF.
           CLOSE ARQ-IMAGEM-FOLHA.

       REPOR-UM-REGISTRO.
           IF IMG-TIPO = ARQ-TIPO (WS-IDX-ARQ)
               MOVE IMG-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM BUSCAR-FUNC-DA-EMPRESA
               IF WS-IDX-EFE-ACHADO > 0
                   MOVE WS-IDX-EFE-ACHADO TO WS-IDX-EFE
                   WRITE REG-TRABALHO FROM IMG-DADOS
                   ADD 1 TO EFE-QTD-DEPOIS (WS-IDX-EFE, WS-IDX-ARQ)
                   ADD 1 TO WS-TOT-DEPOIS (WS-IDX-ARQ)
                   ADD 1 TO WS-QTD-ALTERADOS-ARQ
               END-IF
           END-IF.
           PERFORM LER-IMAGEM.

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
      *    MESTRE - OS CAMPOS QUE O CALCULO ALTEROU VOLTAM AOS DA
      *    IMAGEM. FUNCIONARIO SEM IMAGEM (ADMITIDO DEPOIS DA RODADA)
      *    FICA COMO ESTA.
      *--------------------------------------------------------------*
       RESTAURAR-MESTRE.
           OPEN I-O FUNCIONARIO-MASTER.
           PERFORM VARYING WS-IDX-EFE FROM 1 BY 1
                   UNTIL WS-IDX-EFE > WS-QTD-FUNCS
               IF EFE-TEM-IMAGEM (WS-IDX-EFE) = "S"
                   PERFORM RESTAURAR-UM-FUNC
               END-IF
           END-PERFORM.
           CLOSE FUNCIONARIO-MASTER.

       RESTAURAR-UM-FUNC.
           MOVE EFE-CODIGO (WS-IDX-EFE) TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EFD-INSS-FOLHA (WS-IDX-EFE) TO INSS-FOLHA
                   MOVE EFD-IRRF-FOLHA (WS-IDX-EFE) TO IRRF-FOLHA
                   MOVE EFD-SALARIO-LIQUIDO (WS-IDX-EFE)
                       TO SALARIO-LIQUIDO
                   MOVE EFD-YTD-BRUTO (WS-IDX-EFE)
                       TO YTD-SALARIO-BRUTO
                   MOVE EFD-YTD-INSS (WS-IDX-EFE) TO YTD-INSS
                   MOVE EFD-YTD-IRRF (WS-IDX-EFE) TO YTD-IRRF
                   MOVE EFD-FERIAS-ACUM (WS-IDX-EFE)
                       TO FERIAS-DIAS-ACUMULADOS
                   MOVE EFD-FERIAS-GOZADOS (WS-IDX-EFE)
                       TO FERIAS-DIAS-GOZADOS
                   REWRITE FUNCIONARIO
           END-READ.

      *--------------------------------------------------------------*
      *    PROVA DO ESTORNO (RELESTOR) - ANTES E DEPOIS POR
      *    FUNCIONARIO ALTERADO E OS TOTAIS POR ARQUIVO.
      *--------------------------------------------------------------*
       IMPRIMIR-PROVA.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO-PROVA.
           PERFORM VARYING WS-IDX-EFE FROM 1 BY 1
                   UNTIL WS-IDX-EFE > WS-QTD-FUNCS
               PERFORM CONFERIR-FUNC-ALTERADO
               IF FUNC-ALTERADO
                   PERFORM IMPRIMIR-UM-FUNC
                   ADD 1 TO WS-QTD-ESTORNADOS
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS ESTORNADOS . . . . . " WS-QTD-ESTORNADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 7
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REGISTROS DA EMPRESA EM " ARQ-NOME (WS-IDX-ARQ)
                   " ANTES " WS-TOT-ANTES (WS-IDX-ARQ)
                   " DEPOIS " WS-TOT-DEPOIS (WS-IDX-ARQ)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-PERFORM.
           CLOSE ARQ-RELATORIO.

       IMPRIMIR-CABECALHO-PROVA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESTORNO DA FOLHA - COMPETENCIA " EPR-COMPETENCIA
               " EMPRESA " EPR-EMPRESA " - EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RODADA DO CALCULO DE " CAB-DATA-RODADA
               " AS " CAB-HORA-RODADA " - OPERADOR "
               WS-OPERADOR-SESSAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "IMAGEM USADA: " WS-NOME-IMAGEM
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       CONFERIR-FUNC-ALTERADO.
           MOVE "N" TO WS-FUNC-ALTERADO.
           IF EFA-INSS-FOLHA (WS-IDX-EFE) NOT =
                   EFD-INSS-FOLHA (WS-IDX-EFE)
               OR EFA-IRRF-FOLHA (WS-IDX-EFE) NOT =
                   EFD-IRRF-FOLHA (WS-IDX-EFE)
               OR EFA-SALARIO-LIQUIDO (WS-IDX-EFE) NOT =
                   EFD-SALARIO-LIQUIDO (WS-IDX-EFE)
               OR EFA-YTD-BRUTO (WS-IDX-EFE) NOT =
                   EFD-YTD-BRUTO (WS-IDX-EFE)
               OR EFA-YTD-INSS (WS-IDX-EFE) NOT =
                   EFD-YTD-INSS (WS-IDX-EFE)
               OR EFA-YTD-IRRF (WS-IDX-EFE) NOT =
                   EFD-YTD-IRRF (WS-IDX-EFE)
               OR EFA-FERIAS-ACUM (WS-IDX-EFE) NOT =
                   EFD-FERIAS-ACUM (WS-IDX-EFE)
               OR EFA-FERIAS-GOZADOS (WS-IDX-EFE) NOT =
                   EFD-FERIAS-GOZADOS (WS-IDX-EFE)
               SET FUNC-ALTERADO TO TRUE
           END-IF.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 7
               IF EFE-QTD-ANTES (WS-IDX-EFE, WS-IDX-ARQ) NOT =
                       EFE-QTD-DEPOIS (WS-IDX-EFE, WS-IDX-ARQ)
                   SET FUNC-ALTERADO TO TRUE
               END-IF
           END-PERFORM.

       IMPRIMIR-UM-FUNC.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIO " EFE-CODIGO (WS-IDX-EFE) " "
               EFE-NOME (WS-IDX-EFE) "   (ANTES -> DEPOIS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  YTD BRUTO " EFA-YTD-BRUTO (WS-IDX-EFE)
               " -> " EFD-YTD-BRUTO (WS-IDX-EFE)
               "  YTD INSS " EFA-YTD-INSS (WS-IDX-EFE)
               " -> " EFD-YTD-INSS (WS-IDX-EFE)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  YTD IRRF  " EFA-YTD-IRRF (WS-IDX-EFE)
               " -> " EFD-YTD-IRRF (WS-IDX-EFE)
               "  LIQUIDO  " EFA-SALARIO-LIQUIDO (WS-IDX-EFE)
               " -> " EFD-SALARIO-LIQUIDO (WS-IDX-EFE)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  INSS MES  " EFA-INSS-FOLHA (WS-IDX-EFE)
               " -> " EFD-INSS-FOLHA (WS-IDX-EFE)
               "      IRRF MES " EFA-IRRF-FOLHA (WS-IDX-EFE)
               " -> " EFD-IRRF-FOLHA (WS-IDX-EFE)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  FERIAS ACUMULADAS " EFA-FERIAS-ACUM (WS-IDX-EFE)
               " -> " EFD-FERIAS-ACUM (WS-IDX-EFE)
               "  GOZADAS " EFA-FERIAS-GOZADOS (WS-IDX-EFE)
               " -> " EFD-FERIAS-GOZADOS (WS-IDX-EFE)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  FOLHAHIST " EFE-QTD-ANTES (WS-IDX-EFE, 1)
               "/" EFE-QTD-DEPOIS (WS-IDX-EFE, 1)
               "  BANCOHOR " EFE-QTD-ANTES (WS-IDX-EFE, 2)
               "/" EFE-QTD-DEPOIS (WS-IDX-EFE, 2)
               "  FERIASAG " EFE-QTD-ANTES (WS-IDX-EFE, 3)
               "/" EFE-QTD-DEPOIS (WS-IDX-EFE, 3)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  EMPRESTI " EFE-QTD-ANTES (WS-IDX-EFE, 4)
               "/" EFE-QTD-DEPOIS (WS-IDX-EFE, 4)
               "  ADIANTA " EFE-QTD-ANTES (WS-IDX-EFE, 5)
               "/" EFE-QTD-DEPOIS (WS-IDX-EFE, 5)
               "  DESCPEND " EFE-QTD-ANTES (WS-IDX-EFE, 6)
               "/" EFE-QTD-DEPOIS (WS-IDX-EFE, 6)
               "  PENSPAGO " EFE-QTD-ANTES (WS-IDX-EFE, 7)
               "/" EFE-QTD-DEPOIS (WS-IDX-EFE, 7)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-RECUSA.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESTORNO DA FOLHA - COMPETENCIA " EPR-COMPETENCIA
               " EMPRESA " EPR-EMPRESA " - EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESTORNO RECUSADO - " WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.

      *--------------------------------------------------------------*
      *    CONTROLE DE ESTORNOS E LOG DE OPERACAO.
      *--------------------------------------------------------------*
       GRAVAR-CONTROLE-ESTORNO.
           OPEN EXTEND ARQ-ESTORNOS.
           IF WS-STATUS-ESTORNOS = "35"
               OPEN OUTPUT ARQ-ESTORNOS
           END-IF.
           MOVE EPR-COMPETENCIA    TO EST-COMPETENCIA.
           MOVE EPR-EMPRESA        TO EST-EMPRESA.
           MOVE CAB-DATA-RODADA    TO EST-DATA-RODADA.
           MOVE CAB-HORA-RODADA    TO EST-HORA-RODADA.
           MOVE WS-DATA-HOJE       TO EST-DATA.
           MOVE WS-HORA-AGORA      TO EST-HORA.
           MOVE WS-OPERADOR-SESSAO TO EST-OPERADOR.
           MOVE WS-QTD-ESTORNADOS  TO EST-QTD-FUNCIONARIOS.
           WRITE REG-ESTORNO.
           CLOSE ARQ-ESTORNOS.

       REGISTRAR-NO-LOG-ESTORNO.
           MOVE SPACES TO LOG-EVENTO.
           STRING "ESTORNO DA FOLHA " EPR-COMPETENCIA " EMPRESA "
               EPR-EMPRESA " - " WS-QTD-ESTORNADOS " FUNC."
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           PERFORM GRAVAR-NO-LOG.

       REGISTRAR-NO-LOG-RECUSA.
           MOVE SPACES TO LOG-EVENTO.
           STRING "ESTORNO RECUSADO " EPR-COMPETENCIA " EMPRESA "
               EPR-EMPRESA
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           PERFORM GRAVAR-NO-LOG.

       GRAVAR-NO-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE "PROG135"          TO LOG-PROGRAMA.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

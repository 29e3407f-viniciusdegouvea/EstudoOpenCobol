       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG160.
      *     PAINEL MENSAL DE RISCO DE PESSOAS POR SETOR.
      *     JUNTA NUMA PAGINA POR SETOR OS CINCO SINAIS QUE HOJE SAEM
      *     EM RELATORIOS SEPARADOS, CADA UM COM OS VALORES DAS SEIS
      *     ULTIMAS COMPETENCIAS (A DA RODADA E AS CINCO ANTERIORES):
      *       1 FAVORABILIDADE DO CLIMA - PCT DE RESPOSTAS FAVORAVEIS
      *         DA ULTIMA CAMPANHA DE CLIMA ABERTA ATE O MES, PELO
      *         HISTORICO DE RESULTADOS DO PROG73 (QRESHIST);
      *       2 TURNOVER DO MES - A MESMA CONTA DO PROG113:
      *         ((ADMISSOES + DESLIGAMENTOS) / 2) / QUADRO, COM AS
      *         ADMISSOES DO MESTRE, OS DESLIGAMENTOS DO RESCHIST E O
      *         QUADRO DOS INSTANTANEOS MENSAIS (SNAPHIST);
      *       3 ABSENTEISMO - O PCT DE FALTAS GRAVADO PELO PROG91 NO
      *         ABSHIST;
      *       4 HORAS EXTRAS - CUSTO DAS HORAS EXTRAS (COM O REFLEXO
      *         NO DSR) SOBRE O BRUTO DA FOLHA DO SETOR, PELO
      *         FOLHAHIST (O CALCULO NORMAL MAIS RECENTE DE CADA
      *         COMPETENCIA MAIS AS DIFERENCAS DA COMPLEMENTAR; O PLR
      *         FICA FORA, COMO NO PROG147);
      *       5 FERIAS NO TETO - PCT DOS ATIVOS DO SETOR COM SALDO DE
      *         FERIAS NO LIMIAR DO PROG38. O SALDO SO EXISTE NO
      *         MESTRE, ENTAO O PROPRIO PAINEL GUARDA O NUMERO DE
      *         CADA MES NO RISCOHIS: A RODADA DA COMPETENCIA DO MES
      *         CORRENTE REGRAVA A LINHA DELA; A DE COMPETENCIA
      *         PASSADA SO LE O QUE JA ESTA GUARDADO.
      *
      *     O CARTAO OPCIONAL RISCOPRM TRAZ OS LIMITES DE ALERTA
      *     (FAVORABILIDADE MINIMA; TURNOVER, ABSENTEISMO, HORAS
      *     EXTRAS E FERIAS NO TETO MAXIMOS, TODOS EM PCT) E QUANTOS
      *     ALERTAS FAZEM O SETOR PRIORITARIO; SEM ELE, OU COM CAMPO
      *     ZERADO, VALEM OS PADROES ABAIXO. O CARTAO FOLHADTA
      *     INFORMA A COMPETENCIA, COMO NO CALCULO DE FOLHA.
      *
      *     O ALERTA OLHA SO O VALOR DA COMPETENCIA DA RODADA. O
      *     RELATORIO SAI NO SPOOL CENTRAL (PROG71) COMO RELRISCO:
      *     PRIMEIRO O RANKING DOS SETORES PELA QUANTIDADE DE
      *     ALERTAS, DEPOIS UMA PAGINA POR SETOR NA MESMA ORDEM - OS
      *     DE MAIS ALERTAS NO ALTO, PARA OS PARCEIROS DE RH. SETOR
      *     PRIORITARIO DA RETURN-CODE 4; ESTOURO DE TABELA TERMINA
      *     COM RC 16 SEM IMPRIMIR NADA.

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

           SELECT ARQ-SNAPSHOT ASSIGN TO "SNAPHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SNAPSHOT.

           SELECT ARQ-HISTORICO-ABS ASSIGN TO "ABSHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ABSENTEISMO.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FOLHA-HIST.

           SELECT ARQ-CAMPANHAS ASSIGN TO "CAMPCTRL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CAMPANHAS.

           SELECT ARQ-RESULTADOS ASSIGN TO "QRESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RESULTADOS.

           SELECT ARQ-HISTORICO-RISCO ASSIGN TO "RISCOHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RISCO-HIST.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-PARAMETRO ASSIGN TO "RISCOPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-RESC-HISTORICO.
       COPY CPRESCH.

       FD  ARQ-SNAPSHOT.
       01  REG-SNAPSHOT.
           05  SNAP-DATA               PIC 9(08).
           05  SNAP-CODIGO             PIC 9(05).
           05  SNAP-SALARIO            PIC 9(6)V9(2).
           05  SNAP-SETOR              PIC X(10).

       FD  ARQ-HISTORICO-ABS.
       01  REG-HISTORICO-ABS.
           05  ABS-SETOR               PIC X(10).
           05  ABS-COMPETENCIA         PIC 9(06).
           05  ABS-PCT-FALTAS          PIC 9(3)V9(2).

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-CAMPANHAS.
       COPY CPCAMPA.

       FD  ARQ-RESULTADOS.
       01  REG-RESULTADO-HIST.
           05  QRH-CAMPANHA            PIC 9(04).
           05  QRH-SETOR               PIC X(10).
           05  QRH-PERG-ID             PIC 9(02).
           05  QRH-QTD-TOTAL           PIC 9(05).
           05  QRH-QTD-FAVORAVEL       PIC 9(05).

      *    FERIAS NO TETO POR SETOR E COMPETENCIA - GRAVADO POR ESTE
      *    PROGRAMA.
       FD  ARQ-HISTORICO-RISCO.
       01  REG-HISTORICO-RISCO.
           05  RKH-SETOR               PIC X(10).
           05  RKH-COMPETENCIA         PIC 9(06).
           05  RKH-QTD-ATIVOS          PIC 9(05).
           05  RKH-QTD-NO-LIMIAR       PIC 9(05).
           05  RKH-PCT-FERIAS          PIC 9(3)V9(2).

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-RISCO.
           05  RSP-FAVORAVEL-MIN       PIC 9(3)V9(2).
           05  RSP-TURNOVER-MAX        PIC 9(3)V9(2).
           05  RSP-ABSENTEISMO-MAX     PIC 9(3)V9(2).
           05  RSP-HORAS-EXTRAS-MAX    PIC 9(3)V9(2).
           05  RSP-FERIAS-MAX          PIC 9(3)V9(2).
           05  RSP-ALERTAS-PRIORIDADE  PIC 9(01).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-RESC-HIST         PIC X(02).
       01  WS-STATUS-SNAPSHOT          PIC X(02).
       01  WS-STATUS-ABSENTEISMO       PIC X(02).
       01  WS-STATUS-FOLHA-HIST        PIC X(02).
       01  WS-STATUS-CAMPANHAS         PIC X(02).
       01  WS-STATUS-RESULTADOS        PIC X(02).
       01  WS-STATUS-RISCO-HIST        PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).
       01  WS-COMPETENCIA-CORRENTE     PIC 9(06).
       01  WS-COMP-CALCULO             PIC 9(06).
       01  FILLER REDEFINES WS-COMP-CALCULO.
           05  WS-CLC-ANO              PIC 9(04).
           05  WS-CLC-MES              PIC 9(02).
      *    O RISCOHIS GUARDA DOZE MESES - O QUE FOR MAIS ANTIGO QUE
      *    ISSO SAI NA REGRAVACAO.
       01  WS-COMP-CORTE-HIST          PIC 9(06).

      *    AS SEIS COMPETENCIAS DO PAINEL - A 6 E A DA RODADA.
       01  TAB-COMPETENCIAS.
           05  CMP-COMPETENCIA         PIC 9(06) OCCURS 6 TIMES.
       01  WS-IDX-CMP                  PIC 9(01).
       01  WS-IDX-CMP-ACHADA           PIC 9(01).
       01  WS-COMP-PROCURADA           PIC 9(06).

      *    LIMITES DE ALERTA (RISCOPRM) - PADROES.
       01  WS-FAVORAVEL-MIN            PIC 9(3)V9(2) VALUE 60.00.
       01  WS-TURNOVER-MAX             PIC 9(3)V9(2) VALUE 3.00.
       01  WS-ABSENTEISMO-MAX          PIC 9(3)V9(2) VALUE 5.00.
       01  WS-HORAS-EXTRAS-MAX         PIC 9(3)V9(2) VALUE 10.00.
       01  WS-FERIAS-MAX               PIC 9(3)V9(2) VALUE 20.00.
       01  WS-ALERTAS-PRIORIDADE       PIC 9(01) VALUE 2.
      *    LIMIAR DE SALDO DE FERIAS - O MESMO DO PROG38.
       01  WS-LIMIAR-FERIAS            PIC 9(3)V9(2) VALUE 25.00.

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-RESC-HIST            PIC X VALUE "N".
           88  FIM-RESC-HIST               VALUE "S".
       01  WS-FIM-SNAPSHOT             PIC X VALUE "N".
           88  FIM-SNAPSHOT                VALUE "S".
       01  WS-FIM-ABSENTEISMO          PIC X VALUE "N".
           88  FIM-ABSENTEISMO             VALUE "S".
       01  WS-FIM-FOLHA-HIST           PIC X VALUE "N".
           88  FIM-FOLHA-HIST              VALUE "S".
       01  WS-FIM-CAMPANHAS            PIC X VALUE "N".
           88  FIM-CAMPANHAS               VALUE "S".
       01  WS-FIM-RESULTADOS           PIC X VALUE "N".
           88  FIM-RESULTADOS              VALUE "S".
       01  WS-FIM-RISCO-HIST           PIC X VALUE "N".
           88  FIM-RISCO-HIST              VALUE "S".
       01  WS-ESTOUROU                 PIC X VALUE "N".
           88  ESTOUROU-TABELA             VALUE "S".

      *    NOMES DOS INDICADORES, NA ORDEM DAS COLUNAS DE IND.
       01  WS-NOMES-INDICADORES.
           05  FILLER                  PIC X(14) VALUE "FAVORABILIDADE".
           05  FILLER                  PIC X(14) VALUE "TURNOVER".
           05  FILLER                  PIC X(14) VALUE "ABSENTEISMO".
           05  FILLER                  PIC X(14) VALUE "HORAS EXTRAS".
           05  FILLER                  PIC X(14) VALUE "FERIAS NO TETO".
       01  FILLER REDEFINES WS-NOMES-INDICADORES.
           05  WS-NOME-INDICADOR       PIC X(14) OCCURS 5 TIMES.
       01  WS-SIGLAS-INDICADORES       PIC X(15)
                                       VALUE "FAVTURABSHEXFER".
       01  FILLER REDEFINES WS-SIGLAS-INDICADORES.
           05  WS-SIGLA-INDICADOR      PIC X(03) OCCURS 5 TIMES.
       01  TAB-LIMITES.
           05  WS-LIMITE-INDICADOR     PIC 9(3)V9(2) OCCURS 5 TIMES.
       01  WS-IDX-IND                  PIC 9(01).

      *    PAINEL POR SETOR - OS CONTADORES DE CADA COMPETENCIA E O
      *    VALOR DE CADA INDICADOR (RSC-TEM "N" = SEM DADO NO MES).
       01  WS-QTD-SETORES              PIC 9(02) VALUE 0.
       01  TAB-SETORES-RISCO.
           05  RSC-ITEM OCCURS 50 TIMES.
               10  RSC-SETOR           PIC X(10).
               10  RSC-QTD-ALERTAS     PIC 9(01).
               10  RSC-ALERTA          PIC X(01) OCCURS 5 TIMES.
               10  RSC-ATIVOS          PIC 9(05).
               10  RSC-NO-LIMIAR       PIC 9(05).
               10  RSC-MES OCCURS 6 TIMES.
                   15  RSC-ADMISSOES   PIC 9(04).
                   15  RSC-DESLIGAMENTOS
                                       PIC 9(04).
                   15  RSC-QUADRO      PIC 9(05).
                   15  RSC-HORAS-EXTRAS
                                       PIC 9(8)V9(2).
                   15  RSC-BRUTO       PIC 9(9)V9(2).
                   15  RSC-VALOR       PIC 9(3)V9(2) OCCURS 5 TIMES.
                   15  RSC-TEM         PIC X(01) OCCURS 5 TIMES.
       01  WS-IDX-SET                  PIC 9(02).
       01  WS-IDX-SET-ACHADO           PIC 9(02).
       01  WS-SETOR-DA-VEZ             PIC X(10).

      *    ORDEM DE IMPRESSAO - MAIS ALERTAS PRIMEIRO.
       01  TAB-ORDEM.
           05  ORD-IDX-SET             PIC 9(02) OCCURS 50 TIMES.
       01  WS-QTD-ORDEM                PIC 9(02) VALUE 0.
       01  WS-IDX-ORD                  PIC 9(02).
       01  WS-NIVEL                    PIC 9(01).

      *    CAMPANHAS DE CLIMA DO CAMPCTRL, COM O MES DA ABERTURA.
       01  WS-QTD-CAMPANHAS            PIC 9(03) VALUE 0.
       01  TAB-CAMPANHAS-CLIMA.
           05  CCL-ITEM OCCURS 200 TIMES.
               10  CCL-ID              PIC 9(04).
               10  CCL-COMP-ABERTURA   PIC 9(06).
       01  WS-IDX-CCL                  PIC 9(03).
       01  WS-COMP-ABERTURA-ACHADA     PIC 9(06).

      *    RESULTADO DO QRESHIST SOMADO POR CAMPANHA E SETOR.
       01  WS-QTD-FAVOR                PIC 9(04) VALUE 0.
       01  TAB-FAVORABILIDADE.
           05  FAV-ITEM OCCURS 2000 TIMES.
               10  FAV-CAMPANHA        PIC 9(04).
               10  FAV-COMP-ABERTURA   PIC 9(06).
               10  FAV-SETOR           PIC X(10).
               10  FAV-QTD-TOTAL       PIC 9(07).
               10  FAV-QTD-FAVORAVEL   PIC 9(07).
       01  WS-IDX-FAV                  PIC 9(04).
       01  WS-IDX-FAV-ACHADO           PIC 9(04).

      *    FOLHA POR CODIGO E COMPETENCIA DA JANELA - O CALCULO
      *    NORMAL MAIS RECENTE SUBSTITUI O ANTERIOR; A COMPLEMENTAR
      *    SOMA A PARTE.
       01  WS-QTD-FOLHAS               PIC 9(04) VALUE 0.
       01  TAB-FOLHAS.
           05  FLM-ITEM OCCURS 3000 TIMES.
               10  FLM-CODIGO          PIC 9(05).
               10  FLM-COMPETENCIA     PIC 9(06).
               10  FLM-IDX-CMP         PIC 9(01).
               10  FLM-SETOR           PIC X(10).
               10  FLM-HE-NORMAL       PIC 9(6)V9(2).
               10  FLM-BRUTO-NORMAL    PIC 9(6)V9(2).
               10  FLM-HE-COMPL        PIC 9(6)V9(2).
               10  FLM-BRUTO-COMPL     PIC 9(6)V9(2).
       01  WS-IDX-FLM                  PIC 9(04).
       01  WS-IDX-FLM-ACHADO           PIC 9(04).

      *    RISCOHIS DOS ULTIMOS DOZE MESES, MENOS A COMPETENCIA QUE
      *    FOR REGRAVADA NESTA RODADA.
       01  WS-QTD-RISCO-HIST           PIC 9(03) VALUE 0.
       01  TAB-RISCO-HIST.
           05  RKT-ITEM OCCURS 600 TIMES.
               10  RKT-SETOR           PIC X(10).
               10  RKT-COMPETENCIA     PIC 9(06).
               10  RKT-QTD-ATIVOS      PIC 9(05).
               10  RKT-QTD-NO-LIMIAR   PIC 9(05).
               10  RKT-PCT-FERIAS      PIC 9(3)V9(2).
       01  WS-IDX-RKT                  PIC 9(03).
       01  WS-GRAVA-FERIAS             PIC X VALUE "N".
           88  GRAVA-FERIAS-DO-MES         VALUE "S".

       01  WS-SALDO-FERIAS             PIC 9(3)V9(2).
       01  WS-HE-DO-MES                PIC 9(6)V9(2).
       01  WS-BRUTO-DO-MES             PIC 9(6)V9(2).
       01  WS-VALOR-INICIAL            PIC 9(3)V9(2).
       01  WS-VALOR-IMPRESSAO          PIC 9(3)V9(2).
       01  FILLER REDEFINES WS-VALOR-IMPRESSAO.
           05  WS-VALOR-IMPRESSAO-X    PIC X(05).
       01  WS-TEM-INICIAL              PIC X(01).
       01  WS-TENDENCIA                PIC X(04).
       01  WS-POSICAO                  PIC 9(02).
       01  WS-QTD-PRIORITARIOS         PIC 9(02) VALUE 0.
       01  WS-QTD-COM-ALERTA           PIC 9(02) VALUE 0.
       01  WS-SIGLAS-DO-SETOR          PIC X(20).

      *    SAIDA VIA ESCRITOR CENTRAL DE SPOOL (PROG71).
       01  LINHA-RELATORIO             PIC X(80).
       01  WS-SPL-ACAO                 PIC X(01).
       01  WS-SPL-NOME                 PIC X(10) VALUE "RELRISCO".
       01  WS-SPL-DESTINO              PIC X(08) VALUE "IMPRESSO".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
           MOVE WS-DATA-HOJE (1:6) TO WS-COMPETENCIA-CORRENTE.
           IF WS-COMPETENCIA = WS-COMPETENCIA-CORRENTE
               SET GRAVA-FERIAS-DO-MES TO TRUE
           END-IF.
           PERFORM MONTAR-COMPETENCIAS.
           PERFORM LER-PARAMETRO.
           PERFORM CARREGAR-CAMPANHAS-DE-CLIMA.
           PERFORM CARREGAR-RESULTADOS-DO-CLIMA.
           PERFORM ACUMULAR-MESTRE.
           PERFORM ACUMULAR-DESLIGAMENTOS.
           PERFORM ACUMULAR-QUADRO.
           PERFORM ACUMULAR-ABSENTEISMO.
           PERFORM CARREGAR-FOLHA-DA-JANELA.
           PERFORM CARREGAR-HISTORICO-RISCO.
           IF ESTOUROU-TABELA
               MOVE 16 TO RETURN-CODE
               DISPLAY "** TABELA ESTOURADA - PAINEL DE RISCO DE "
                   WS-COMPETENCIA " NAO EMITIDO **"
           ELSE
               PERFORM ACUMULAR-HORAS-EXTRAS
               PERFORM CALCULAR-INDICADORES
               PERFORM ORDENAR-SETORES-POR-ALERTAS
               PERFORM ABRIR-RELATORIO-NO-SPOOL
               PERFORM IMPRIMIR-RANKING
               PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                       UNTIL WS-IDX-ORD > WS-QTD-ORDEM
                   MOVE ORD-IDX-SET (WS-IDX-ORD) TO WS-IDX-SET
                   PERFORM IMPRIMIR-PAGINA-DO-SETOR
               END-PERFORM
               PERFORM FECHAR-RELATORIO-NO-SPOOL
               IF GRAVA-FERIAS-DO-MES
                   PERFORM ATUALIZAR-HISTORICO-RISCO
               END-IF
               IF WS-QTD-PRIORITARIOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "RISCO DE PESSOAS " WS-COMPETENCIA
               " - SETORES: " WS-QTD-SETORES
               " - COM ALERTA: " WS-QTD-COM-ALERTA
               " - PRIORITARIOS: " WS-QTD-PRIORITARIOS.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    COMPETENCIA DA RODADA, JANELA DE SEIS MESES E LIMITES.
      *--------------------------------------------------------------*
       LER-CARTAO-DE-DATA.
           OPEN INPUT ARQ-DATA-FOLHA.
           IF WS-STATUS-DATA-FOLHA = "00"
               READ ARQ-DATA-FOLHA
                   NOT AT END
                       IF DTA-DATA-FOLHA IS NUMERIC
                           AND DTA-DATA-FOLHA > 0
                           MOVE DTA-DATA-FOLHA TO WS-DATA-FOLHA
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-DATA-FOLHA.

       MONTAR-COMPETENCIAS.
           MOVE WS-COMPETENCIA TO WS-COMP-CALCULO.
           PERFORM VARYING WS-IDX-CMP FROM 6 BY -1
                   UNTIL WS-IDX-CMP = 0
               MOVE WS-COMP-CALCULO TO CMP-COMPETENCIA (WS-IDX-CMP)
               PERFORM RECUAR-UM-MES
           END-PERFORM.
           MOVE WS-COMPETENCIA TO WS-COMP-CALCULO.
           SUBTRACT 1 FROM WS-CLC-ANO.
           MOVE WS-COMP-CALCULO TO WS-COMP-CORTE-HIST.

       RECUAR-UM-MES.
           IF WS-CLC-MES = 1
               MOVE 12 TO WS-CLC-MES
               SUBTRACT 1 FROM WS-CLC-ANO
           ELSE
               SUBTRACT 1 FROM WS-CLC-MES
           END-IF.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       PERFORM APLICAR-PARAMETRO
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.
           MOVE WS-FAVORAVEL-MIN    TO WS-LIMITE-INDICADOR (1).
           MOVE WS-TURNOVER-MAX     TO WS-LIMITE-INDICADOR (2).
           MOVE WS-ABSENTEISMO-MAX  TO WS-LIMITE-INDICADOR (3).
           MOVE WS-HORAS-EXTRAS-MAX TO WS-LIMITE-INDICADOR (4).
           MOVE WS-FERIAS-MAX       TO WS-LIMITE-INDICADOR (5).

       APLICAR-PARAMETRO.
           IF RSP-FAVORAVEL-MIN IS NUMERIC AND RSP-FAVORAVEL-MIN > 0
               MOVE RSP-FAVORAVEL-MIN TO WS-FAVORAVEL-MIN
           END-IF.
           IF RSP-TURNOVER-MAX IS NUMERIC AND RSP-TURNOVER-MAX > 0
               MOVE RSP-TURNOVER-MAX TO WS-TURNOVER-MAX
           END-IF.
           IF RSP-ABSENTEISMO-MAX IS NUMERIC
               AND RSP-ABSENTEISMO-MAX > 0
               MOVE RSP-ABSENTEISMO-MAX TO WS-ABSENTEISMO-MAX
           END-IF.
           IF RSP-HORAS-EXTRAS-MAX IS NUMERIC
               AND RSP-HORAS-EXTRAS-MAX > 0
               MOVE RSP-HORAS-EXTRAS-MAX TO WS-HORAS-EXTRAS-MAX
           END-IF.
           IF RSP-FERIAS-MAX IS NUMERIC AND RSP-FERIAS-MAX > 0
               MOVE RSP-FERIAS-MAX TO WS-FERIAS-MAX
           END-IF.
           IF RSP-ALERTAS-PRIORIDADE IS NUMERIC
               AND RSP-ALERTAS-PRIORIDADE > 0
               MOVE RSP-ALERTAS-PRIORIDADE TO WS-ALERTAS-PRIORIDADE
           END-IF.

       LOCALIZAR-COMPETENCIA.
           MOVE 0 TO WS-IDX-CMP-ACHADA.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > 6
               IF CMP-COMPETENCIA (WS-IDX-CMP) = WS-COMP-PROCURADA
                   MOVE WS-IDX-CMP TO WS-IDX-CMP-ACHADA
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    TABELA DE SETORES - TODO SETOR QUE APARECE EM ALGUMA
      *    FONTE DA JANELA GANHA PAGINA.
      *--------------------------------------------------------------*
       LOCALIZAR-SETOR-NO-PAINEL.
           MOVE 0 TO WS-IDX-SET-ACHADO.
           PERFORM VARYING WS-IDX-SET FROM 1 BY 1
                   UNTIL WS-IDX-SET > WS-QTD-SETORES
               IF RSC-SETOR (WS-IDX-SET) = WS-SETOR-DA-VEZ
                   MOVE WS-IDX-SET TO WS-IDX-SET-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-SET-ACHADO = 0 AND WS-SETOR-DA-VEZ NOT = SPACES
               IF WS-QTD-SETORES < 50
                   ADD 1 TO WS-QTD-SETORES
                   MOVE WS-QTD-SETORES TO WS-IDX-SET-ACHADO
                   PERFORM INICIALIZAR-UM-SETOR
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.

       INICIALIZAR-UM-SETOR.
           MOVE WS-SETOR-DA-VEZ TO RSC-SETOR (WS-IDX-SET-ACHADO).
           MOVE 0 TO RSC-QTD-ALERTAS (WS-IDX-SET-ACHADO)
                     RSC-ATIVOS (WS-IDX-SET-ACHADO)
                     RSC-NO-LIMIAR (WS-IDX-SET-ACHADO).
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > 6
               MOVE 0 TO RSC-ADMISSOES (WS-IDX-SET-ACHADO, WS-IDX-CMP)
                   RSC-DESLIGAMENTOS (WS-IDX-SET-ACHADO, WS-IDX-CMP)
                   RSC-QUADRO (WS-IDX-SET-ACHADO, WS-IDX-CMP)
                   RSC-HORAS-EXTRAS (WS-IDX-SET-ACHADO, WS-IDX-CMP)
                   RSC-BRUTO (WS-IDX-SET-ACHADO, WS-IDX-CMP)
               PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                       UNTIL WS-IDX-IND > 5
                   MOVE 0 TO RSC-VALOR (WS-IDX-SET-ACHADO, WS-IDX-CMP,
                                        WS-IDX-IND)
                   MOVE "N" TO RSC-TEM (WS-IDX-SET-ACHADO, WS-IDX-CMP,
                                        WS-IDX-IND)
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > 5
               MOVE "N" TO RSC-ALERTA (WS-IDX-SET-ACHADO, WS-IDX-IND)
           END-PERFORM.

      *--------------------------------------------------------------*
      *    CLIMA - CAMPANHAS DE CLIMA (A DE DESLIGAMENTO FICA FORA)
      *    E O QRESHIST SOMADO POR CAMPANHA E SETOR.
      *--------------------------------------------------------------*
       CARREGAR-CAMPANHAS-DE-CLIMA.
           OPEN INPUT ARQ-CAMPANHAS.
           IF WS-STATUS-CAMPANHAS = "00"
               PERFORM LER-CAMPANHA
               PERFORM GUARDAR-UMA-CAMPANHA UNTIL FIM-CAMPANHAS
               CLOSE ARQ-CAMPANHAS
           END-IF.

       LER-CAMPANHA.
           READ ARQ-CAMPANHAS
               AT END SET FIM-CAMPANHAS TO TRUE
           END-READ.

       GUARDAR-UMA-CAMPANHA.
           IF CAMPANHA-DE-CLIMA AND CAMP-DATA-ABERTURA IS NUMERIC
               IF WS-QTD-CAMPANHAS < 200
                   ADD 1 TO WS-QTD-CAMPANHAS
                   MOVE CAMP-ID TO CCL-ID (WS-QTD-CAMPANHAS)
                   MOVE CAMP-DATA-ABERTURA (1:6)
                       TO CCL-COMP-ABERTURA (WS-QTD-CAMPANHAS)
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.
           PERFORM LER-CAMPANHA.

       CARREGAR-RESULTADOS-DO-CLIMA.
           OPEN INPUT ARQ-RESULTADOS.
           IF WS-STATUS-RESULTADOS = "00"
               PERFORM LER-RESULTADO
               PERFORM GUARDAR-UM-RESULTADO UNTIL FIM-RESULTADOS
               CLOSE ARQ-RESULTADOS
           END-IF.

       LER-RESULTADO.
           READ ARQ-RESULTADOS
               AT END SET FIM-RESULTADOS TO TRUE
           END-READ.

      *    SO ENTRA CAMPANHA DE CLIMA ABERTA ATE A COMPETENCIA DA
      *    RODADA.
       GUARDAR-UM-RESULTADO.
           MOVE 0 TO WS-COMP-ABERTURA-ACHADA.
           PERFORM VARYING WS-IDX-CCL FROM 1 BY 1
                   UNTIL WS-IDX-CCL > WS-QTD-CAMPANHAS
               IF CCL-ID (WS-IDX-CCL) = QRH-CAMPANHA
                   MOVE CCL-COMP-ABERTURA (WS-IDX-CCL)
                       TO WS-COMP-ABERTURA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-COMP-ABERTURA-ACHADA > 0
               AND WS-COMP-ABERTURA-ACHADA <= WS-COMPETENCIA
               AND QRH-QTD-TOTAL IS NUMERIC
               AND QRH-QTD-FAVORAVEL IS NUMERIC
               PERFORM SOMAR-UM-RESULTADO
               MOVE QRH-SETOR TO WS-SETOR-DA-VEZ
               PERFORM LOCALIZAR-SETOR-NO-PAINEL
           END-IF.
           PERFORM LER-RESULTADO.

       SOMAR-UM-RESULTADO.
           MOVE 0 TO WS-IDX-FAV-ACHADO.
           PERFORM VARYING WS-IDX-FAV FROM 1 BY 1
                   UNTIL WS-IDX-FAV > WS-QTD-FAVOR
               IF FAV-CAMPANHA (WS-IDX-FAV) = QRH-CAMPANHA
                   AND FAV-SETOR (WS-IDX-FAV) = QRH-SETOR
                   MOVE WS-IDX-FAV TO WS-IDX-FAV-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-FAV-ACHADO = 0
               IF WS-QTD-FAVOR < 2000
                   ADD 1 TO WS-QTD-FAVOR
                   MOVE WS-QTD-FAVOR TO WS-IDX-FAV-ACHADO
                   MOVE QRH-CAMPANHA
                       TO FAV-CAMPANHA (WS-IDX-FAV-ACHADO)
                   MOVE WS-COMP-ABERTURA-ACHADA
                       TO FAV-COMP-ABERTURA (WS-IDX-FAV-ACHADO)
                   MOVE QRH-SETOR TO FAV-SETOR (WS-IDX-FAV-ACHADO)
                   MOVE 0 TO FAV-QTD-TOTAL (WS-IDX-FAV-ACHADO)
                             FAV-QTD-FAVORAVEL (WS-IDX-FAV-ACHADO)
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.
           IF WS-IDX-FAV-ACHADO > 0
               ADD QRH-QTD-TOTAL TO FAV-QTD-TOTAL (WS-IDX-FAV-ACHADO)
               ADD QRH-QTD-FAVORAVEL
                   TO FAV-QTD-FAVORAVEL (WS-IDX-FAV-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    MESTRE - ADMISSOES DA JANELA (COMO NO PROG113) E O SALDO
      *    DE FERIAS DOS ATIVOS (COMO NO PROG38).
      *--------------------------------------------------------------*
       ACUMULAR-MESTRE.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM ACUMULAR-UM-FUNCIONARIO UNTIL FIM-MASTER
               CLOSE FUNCIONARIO-MASTER
           END-IF.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       ACUMULAR-UM-FUNCIONARIO.
           MOVE SETOR TO WS-SETOR-DA-VEZ.
           IF DATA-ADMISSAO IS NUMERIC AND DATA-ADMISSAO > 0
               MOVE DATA-ADMISSAO (1:6) TO WS-COMP-PROCURADA
               PERFORM LOCALIZAR-COMPETENCIA
               IF WS-IDX-CMP-ACHADA > 0
                   PERFORM LOCALIZAR-SETOR-NO-PAINEL
                   IF WS-IDX-SET-ACHADO > 0
                       ADD 1 TO RSC-ADMISSOES (WS-IDX-SET-ACHADO,
                                               WS-IDX-CMP-ACHADA)
                   END-IF
               END-IF
           END-IF.
           IF SITUACAO-ATIVA
               PERFORM LOCALIZAR-SETOR-NO-PAINEL
               IF WS-IDX-SET-ACHADO > 0
                   ADD 1 TO RSC-ATIVOS (WS-IDX-SET-ACHADO)
                   COMPUTE WS-SALDO-FERIAS =
                       FERIAS-DIAS-ACUMULADOS - FERIAS-DIAS-GOZADOS
                   IF WS-SALDO-FERIAS >= WS-LIMIAR-FERIAS
                       ADD 1 TO RSC-NO-LIMIAR (WS-IDX-SET-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

      *--------------------------------------------------------------*
      *    DESLIGAMENTOS (RESCHIST) E QUADRO (SNAPHIST) POR MES.
      *--------------------------------------------------------------*
       ACUMULAR-DESLIGAMENTOS.
           OPEN INPUT ARQ-RESC-HISTORICO.
           IF WS-STATUS-RESC-HIST = "00"
               PERFORM LER-RESC-HISTORICO
               PERFORM ACUMULAR-UM-DESLIGAMENTO UNTIL FIM-RESC-HIST
               CLOSE ARQ-RESC-HISTORICO
           END-IF.

       LER-RESC-HISTORICO.
           READ ARQ-RESC-HISTORICO
               AT END SET FIM-RESC-HIST TO TRUE
           END-READ.

       ACUMULAR-UM-DESLIGAMENTO.
           MOVE RHS-DATA-DESLIGAMENTO (1:6) TO WS-COMP-PROCURADA.
           PERFORM LOCALIZAR-COMPETENCIA.
           IF WS-IDX-CMP-ACHADA > 0
               MOVE RHS-SETOR TO WS-SETOR-DA-VEZ
               PERFORM LOCALIZAR-SETOR-NO-PAINEL
               IF WS-IDX-SET-ACHADO > 0
                   ADD 1 TO RSC-DESLIGAMENTOS (WS-IDX-SET-ACHADO,
                                               WS-IDX-CMP-ACHADA)
               END-IF
           END-IF.
           PERFORM LER-RESC-HISTORICO.

       ACUMULAR-QUADRO.
           OPEN INPUT ARQ-SNAPSHOT.
           IF WS-STATUS-SNAPSHOT = "00"
               PERFORM LER-SNAPSHOT
               PERFORM ACUMULAR-UM-SNAPSHOT UNTIL FIM-SNAPSHOT
               CLOSE ARQ-SNAPSHOT
           END-IF.

       LER-SNAPSHOT.
           READ ARQ-SNAPSHOT
               AT END SET FIM-SNAPSHOT TO TRUE
           END-READ.

       ACUMULAR-UM-SNAPSHOT.
           MOVE SNAP-DATA (1:6) TO WS-COMP-PROCURADA.
           PERFORM LOCALIZAR-COMPETENCIA.
           IF WS-IDX-CMP-ACHADA > 0
               MOVE SNAP-SETOR TO WS-SETOR-DA-VEZ
               PERFORM LOCALIZAR-SETOR-NO-PAINEL
               IF WS-IDX-SET-ACHADO > 0
                   ADD 1 TO RSC-QUADRO (WS-IDX-SET-ACHADO,
                                        WS-IDX-CMP-ACHADA)
               END-IF
           END-IF.
           PERFORM LER-SNAPSHOT.

      *--------------------------------------------------------------*
      *    ABSENTEISMO - PCT GRAVADO PELO PROG91 (A ULTIMA LINHA DO
      *    SETOR NO MES VALE).
      *--------------------------------------------------------------*
       ACUMULAR-ABSENTEISMO.
           OPEN INPUT ARQ-HISTORICO-ABS.
           IF WS-STATUS-ABSENTEISMO = "00"
               PERFORM LER-ABSENTEISMO
               PERFORM GUARDAR-UM-ABSENTEISMO UNTIL FIM-ABSENTEISMO
               CLOSE ARQ-HISTORICO-ABS
           END-IF.

       LER-ABSENTEISMO.
           READ ARQ-HISTORICO-ABS
               AT END SET FIM-ABSENTEISMO TO TRUE
           END-READ.

       GUARDAR-UM-ABSENTEISMO.
           MOVE ABS-COMPETENCIA TO WS-COMP-PROCURADA.
           PERFORM LOCALIZAR-COMPETENCIA.
           IF WS-IDX-CMP-ACHADA > 0 AND ABS-PCT-FALTAS IS NUMERIC
               MOVE ABS-SETOR TO WS-SETOR-DA-VEZ
               PERFORM LOCALIZAR-SETOR-NO-PAINEL
               IF WS-IDX-SET-ACHADO > 0
                   MOVE ABS-PCT-FALTAS TO RSC-VALOR (WS-IDX-SET-ACHADO,
                                          WS-IDX-CMP-ACHADA, 3)
                   MOVE "S" TO RSC-TEM (WS-IDX-SET-ACHADO,
                                        WS-IDX-CMP-ACHADA, 3)
               END-IF
           END-IF.
           PERFORM LER-ABSENTEISMO.

      *--------------------------------------------------------------*
      *    FOLHA DA JANELA - POR CODIGO E COMPETENCIA (FOLHAHIST).
      *--------------------------------------------------------------*
       CARREGAR-FOLHA-DA-JANELA.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-FOLHA-HIST = "00"
               PERFORM LER-FOLHA-HISTORICO
               PERFORM GUARDAR-UMA-FOLHA UNTIL FIM-FOLHA-HIST
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.

       LER-FOLHA-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-FOLHA-HIST TO TRUE
           END-READ.

       GUARDAR-UMA-FOLHA.
           MOVE FHS-COMPETENCIA TO WS-COMP-PROCURADA.
           PERFORM LOCALIZAR-COMPETENCIA.
           IF WS-IDX-CMP-ACHADA > 0 AND NOT FOLHA-PLR
               PERFORM LOCALIZAR-OU-INCLUIR-FOLHA
               IF WS-IDX-FLM-ACHADO > 0
                   PERFORM GUARDAR-VERBAS-DA-FOLHA
               END-IF
           END-IF.
           PERFORM LER-FOLHA-HISTORICO.

       LOCALIZAR-OU-INCLUIR-FOLHA.
           MOVE 0 TO WS-IDX-FLM-ACHADO.
           PERFORM VARYING WS-IDX-FLM FROM 1 BY 1
                   UNTIL WS-IDX-FLM > WS-QTD-FOLHAS
                      OR WS-IDX-FLM-ACHADO > 0
               IF FLM-CODIGO (WS-IDX-FLM) = FHS-CODIGO
                   AND FLM-COMPETENCIA (WS-IDX-FLM) = FHS-COMPETENCIA
                   MOVE WS-IDX-FLM TO WS-IDX-FLM-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-FLM-ACHADO = 0
               IF WS-QTD-FOLHAS < 3000
                   ADD 1 TO WS-QTD-FOLHAS
                   MOVE WS-QTD-FOLHAS TO WS-IDX-FLM-ACHADO
                   MOVE FHS-CODIGO TO FLM-CODIGO (WS-IDX-FLM-ACHADO)
                   MOVE FHS-COMPETENCIA
                       TO FLM-COMPETENCIA (WS-IDX-FLM-ACHADO)
                   MOVE WS-IDX-CMP-ACHADA
                       TO FLM-IDX-CMP (WS-IDX-FLM-ACHADO)
                   MOVE FHS-SETOR TO FLM-SETOR (WS-IDX-FLM-ACHADO)
                   MOVE 0 TO FLM-HE-NORMAL (WS-IDX-FLM-ACHADO)
                             FLM-BRUTO-NORMAL (WS-IDX-FLM-ACHADO)
                             FLM-HE-COMPL (WS-IDX-FLM-ACHADO)
                             FLM-BRUTO-COMPL (WS-IDX-FLM-ACHADO)
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.

       GUARDAR-VERBAS-DA-FOLHA.
           MOVE 0 TO WS-HE-DO-MES.
           IF FHS-HORAS-EXTRAS IS NUMERIC
               ADD FHS-HORAS-EXTRAS TO WS-HE-DO-MES
           END-IF.
           IF FHS-DSR-HORAS-EXTRAS IS NUMERIC
               ADD FHS-DSR-HORAS-EXTRAS TO WS-HE-DO-MES
           END-IF.
           IF FOLHA-COMPLEMENTAR
               ADD WS-HE-DO-MES TO FLM-HE-COMPL (WS-IDX-FLM-ACHADO)
               ADD FHS-BRUTO TO FLM-BRUTO-COMPL (WS-IDX-FLM-ACHADO)
           ELSE
               MOVE FHS-SETOR TO FLM-SETOR (WS-IDX-FLM-ACHADO)
               MOVE WS-HE-DO-MES TO FLM-HE-NORMAL (WS-IDX-FLM-ACHADO)
               MOVE FHS-BRUTO TO FLM-BRUTO-NORMAL (WS-IDX-FLM-ACHADO)
           END-IF.

       ACUMULAR-HORAS-EXTRAS.
           PERFORM VARYING WS-IDX-FLM FROM 1 BY 1
                   UNTIL WS-IDX-FLM > WS-QTD-FOLHAS
               MOVE FLM-SETOR (WS-IDX-FLM) TO WS-SETOR-DA-VEZ
               PERFORM LOCALIZAR-SETOR-NO-PAINEL
               IF WS-IDX-SET-ACHADO > 0
                   MOVE FLM-IDX-CMP (WS-IDX-FLM) TO WS-IDX-CMP
                   ADD FLM-HE-NORMAL (WS-IDX-FLM)
                       FLM-HE-COMPL (WS-IDX-FLM)
                       TO RSC-HORAS-EXTRAS (WS-IDX-SET-ACHADO,
                                            WS-IDX-CMP)
                   ADD FLM-BRUTO-NORMAL (WS-IDX-FLM)
                       FLM-BRUTO-COMPL (WS-IDX-FLM)
                       TO RSC-BRUTO (WS-IDX-SET-ACHADO, WS-IDX-CMP)
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    FERIAS NO TETO - MESES GUARDADOS NO RISCOHIS. A LINHA DA
      *    COMPETENCIA CORRENTE NAO ENTRA NA CARGA: ELA SAI DO
      *    MESTRE E E REGRAVADA NO FIM.
      *--------------------------------------------------------------*
       CARREGAR-HISTORICO-RISCO.
           OPEN INPUT ARQ-HISTORICO-RISCO.
           IF WS-STATUS-RISCO-HIST = "00"
               PERFORM LER-HISTORICO-RISCO
               PERFORM GUARDAR-UM-HISTORICO-RISCO UNTIL FIM-RISCO-HIST
               CLOSE ARQ-HISTORICO-RISCO
           END-IF.

       LER-HISTORICO-RISCO.
           READ ARQ-HISTORICO-RISCO
               AT END SET FIM-RISCO-HIST TO TRUE
           END-READ.

       GUARDAR-UM-HISTORICO-RISCO.
           IF RKH-COMPETENCIA > WS-COMP-CORTE-HIST
               AND NOT (GRAVA-FERIAS-DO-MES
                        AND RKH-COMPETENCIA = WS-COMPETENCIA)
               IF WS-QTD-RISCO-HIST < 600
                   ADD 1 TO WS-QTD-RISCO-HIST
                   MOVE RKH-SETOR TO RKT-SETOR (WS-QTD-RISCO-HIST)
                   MOVE RKH-COMPETENCIA
                       TO RKT-COMPETENCIA (WS-QTD-RISCO-HIST)
                   MOVE RKH-QTD-ATIVOS
                       TO RKT-QTD-ATIVOS (WS-QTD-RISCO-HIST)
                   MOVE RKH-QTD-NO-LIMIAR
                       TO RKT-QTD-NO-LIMIAR (WS-QTD-RISCO-HIST)
                   MOVE RKH-PCT-FERIAS
                       TO RKT-PCT-FERIAS (WS-QTD-RISCO-HIST)
                   PERFORM APLICAR-UM-HISTORICO-RISCO
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.
           PERFORM LER-HISTORICO-RISCO.

       APLICAR-UM-HISTORICO-RISCO.
           MOVE RKH-COMPETENCIA TO WS-COMP-PROCURADA.
           PERFORM LOCALIZAR-COMPETENCIA.
           IF WS-IDX-CMP-ACHADA > 0
               MOVE RKH-SETOR TO WS-SETOR-DA-VEZ
               PERFORM LOCALIZAR-SETOR-NO-PAINEL
               IF WS-IDX-SET-ACHADO > 0
                   MOVE RKH-PCT-FERIAS TO RSC-VALOR (WS-IDX-SET-ACHADO,
                                          WS-IDX-CMP-ACHADA, 5)
                   MOVE "S" TO RSC-TEM (WS-IDX-SET-ACHADO,
                                        WS-IDX-CMP-ACHADA, 5)
                   IF WS-IDX-CMP-ACHADA = 6
                       MOVE RKH-QTD-ATIVOS
                           TO RSC-ATIVOS (WS-IDX-SET-ACHADO)
                       MOVE RKH-QTD-NO-LIMIAR
                           TO RSC-NO-LIMIAR (WS-IDX-SET-ACHADO)
                   END-IF
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    INDICADORES DE CADA SETOR EM CADA MES E OS ALERTAS DA
      *    COMPETENCIA DA RODADA.
      *--------------------------------------------------------------*
       CALCULAR-INDICADORES.
           PERFORM VARYING WS-IDX-SET FROM 1 BY 1
                   UNTIL WS-IDX-SET > WS-QTD-SETORES
               PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                       UNTIL WS-IDX-CMP > 6
                   PERFORM CALCULAR-FAVORABILIDADE
                   PERFORM CALCULAR-TURNOVER
                   PERFORM CALCULAR-HORAS-EXTRAS
               END-PERFORM
               IF GRAVA-FERIAS-DO-MES
                   PERFORM CALCULAR-FERIAS-DO-MES
               END-IF
               PERFORM MARCAR-ALERTAS-DO-SETOR
           END-PERFORM.

      *    A CAMPANHA DE CLIMA MAIS RECENTE ABERTA ATE O MES VALE
      *    PARA O MES - ENTRE DUAS CAMPANHAS O NUMERO SE REPETE.
       CALCULAR-FAVORABILIDADE.
           MOVE 0 TO WS-IDX-FAV-ACHADO.
           PERFORM VARYING WS-IDX-FAV FROM 1 BY 1
                   UNTIL WS-IDX-FAV > WS-QTD-FAVOR
               IF FAV-SETOR (WS-IDX-FAV) = RSC-SETOR (WS-IDX-SET)
                   AND FAV-COMP-ABERTURA (WS-IDX-FAV)
                       <= CMP-COMPETENCIA (WS-IDX-CMP)
                   AND FAV-QTD-TOTAL (WS-IDX-FAV) > 0
                   IF WS-IDX-FAV-ACHADO = 0
                       MOVE WS-IDX-FAV TO WS-IDX-FAV-ACHADO
                   ELSE
                       IF FAV-COMP-ABERTURA (WS-IDX-FAV) >
                          FAV-COMP-ABERTURA (WS-IDX-FAV-ACHADO)
                          OR (FAV-COMP-ABERTURA (WS-IDX-FAV) =
                              FAV-COMP-ABERTURA (WS-IDX-FAV-ACHADO)
                              AND FAV-CAMPANHA (WS-IDX-FAV) >
                                  FAV-CAMPANHA (WS-IDX-FAV-ACHADO))
                           MOVE WS-IDX-FAV TO WS-IDX-FAV-ACHADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IDX-FAV-ACHADO > 0
               COMPUTE RSC-VALOR (WS-IDX-SET, WS-IDX-CMP, 1) ROUNDED =
                   FAV-QTD-FAVORAVEL (WS-IDX-FAV-ACHADO) * 100
                   / FAV-QTD-TOTAL (WS-IDX-FAV-ACHADO)
                   ON SIZE ERROR
                       MOVE 0 TO RSC-VALOR (WS-IDX-SET, WS-IDX-CMP, 1)
               END-COMPUTE
               MOVE "S" TO RSC-TEM (WS-IDX-SET, WS-IDX-CMP, 1)
           END-IF.

       CALCULAR-TURNOVER.
           IF RSC-QUADRO (WS-IDX-SET, WS-IDX-CMP) > 0
               COMPUTE RSC-VALOR (WS-IDX-SET, WS-IDX-CMP, 2) ROUNDED =
                   (RSC-ADMISSOES (WS-IDX-SET, WS-IDX-CMP)
                   + RSC-DESLIGAMENTOS (WS-IDX-SET, WS-IDX-CMP)) * 100
                   / 2 / RSC-QUADRO (WS-IDX-SET, WS-IDX-CMP)
                   ON SIZE ERROR
                       MOVE 0 TO RSC-VALOR (WS-IDX-SET, WS-IDX-CMP, 2)
               END-COMPUTE
               MOVE "S" TO RSC-TEM (WS-IDX-SET, WS-IDX-CMP, 2)
           END-IF.

       CALCULAR-HORAS-EXTRAS.
           IF RSC-BRUTO (WS-IDX-SET, WS-IDX-CMP) > 0
               COMPUTE RSC-VALOR (WS-IDX-SET, WS-IDX-CMP, 4) ROUNDED =
                   RSC-HORAS-EXTRAS (WS-IDX-SET, WS-IDX-CMP) * 100
                   / RSC-BRUTO (WS-IDX-SET, WS-IDX-CMP)
                   ON SIZE ERROR
                       MOVE 0 TO RSC-VALOR (WS-IDX-SET, WS-IDX-CMP, 4)
               END-COMPUTE
               MOVE "S" TO RSC-TEM (WS-IDX-SET, WS-IDX-CMP, 4)
           END-IF.

       CALCULAR-FERIAS-DO-MES.
           IF RSC-ATIVOS (WS-IDX-SET) > 0
               COMPUTE RSC-VALOR (WS-IDX-SET, 6, 5) ROUNDED =
                   RSC-NO-LIMIAR (WS-IDX-SET) * 100
                   / RSC-ATIVOS (WS-IDX-SET)
                   ON SIZE ERROR
                       MOVE 0 TO RSC-VALOR (WS-IDX-SET, 6, 5)
               END-COMPUTE
               MOVE "S" TO RSC-TEM (WS-IDX-SET, 6, 5)
           END-IF.

      *    FAVORABILIDADE ALERTA ABAIXO DO MINIMO; OS DEMAIS, ACIMA
      *    DO MAXIMO.
       MARCAR-ALERTAS-DO-SETOR.
           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > 5
               IF RSC-TEM (WS-IDX-SET, 6, WS-IDX-IND) = "S"
                   IF (WS-IDX-IND = 1
                       AND RSC-VALOR (WS-IDX-SET, 6, WS-IDX-IND)
                           < WS-LIMITE-INDICADOR (WS-IDX-IND))
                      OR (WS-IDX-IND > 1
                       AND RSC-VALOR (WS-IDX-SET, 6, WS-IDX-IND)
                           > WS-LIMITE-INDICADOR (WS-IDX-IND))
                       MOVE "S" TO RSC-ALERTA (WS-IDX-SET, WS-IDX-IND)
                       ADD 1 TO RSC-QTD-ALERTAS (WS-IDX-SET)
                   END-IF
               END-IF
           END-PERFORM.
           IF RSC-QTD-ALERTAS (WS-IDX-SET) > 0
               ADD 1 TO WS-QTD-COM-ALERTA
           END-IF.
           IF RSC-QTD-ALERTAS (WS-IDX-SET) >= WS-ALERTAS-PRIORIDADE
               ADD 1 TO WS-QTD-PRIORITARIOS
           END-IF.

      *    DE CINCO ALERTAS PARA ZERO; DENTRO DO MESMO NUMERO, NA
      *    ORDEM EM QUE O SETOR APARECEU.
       ORDENAR-SETORES-POR-ALERTAS.
           MOVE 0 TO WS-QTD-ORDEM.
           PERFORM VARYING WS-NIVEL FROM 6 BY -1 UNTIL WS-NIVEL = 0
               PERFORM VARYING WS-IDX-SET FROM 1 BY 1
                       UNTIL WS-IDX-SET > WS-QTD-SETORES
                   IF RSC-QTD-ALERTAS (WS-IDX-SET) = WS-NIVEL - 1
                       ADD 1 TO WS-QTD-ORDEM
                       MOVE WS-IDX-SET TO ORD-IDX-SET (WS-QTD-ORDEM)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *--------------------------------------------------------------*
      *    IMPRESSAO - RANKING E UMA PAGINA POR SETOR.
      *--------------------------------------------------------------*
       IMPRIMIR-RANKING.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAINEL DE RISCO DE PESSOAS POR SETOR - COMPETENCIA "
               WS-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LIMITES (PCT): FAV MIN " WS-FAVORAVEL-MIN
               " TUR " WS-TURNOVER-MAX " ABS " WS-ABSENTEISMO-MAX
               " HEX " WS-HORAS-EXTRAS-MAX " FER " WS-FERIAS-MAX
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SETOR PRIORITARIO: " WS-ALERTAS-PRIORIDADE
               " OU MAIS ALERTAS NA COMPETENCIA"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           PERFORM VARYING WS-IDX-ORD FROM 1 BY 1
                   UNTIL WS-IDX-ORD > WS-QTD-ORDEM
               MOVE ORD-IDX-SET (WS-IDX-ORD) TO WS-IDX-SET
               PERFORM IMPRIMIR-SETOR-NO-RANKING
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FAV = RESPOSTAS FAVORAVEIS DO CLIMA  TUR = "
               "TURNOVER DO MES  ABS = FALTAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HEX = HORAS EXTRAS SOBRE O BRUTO  FER = ATIVOS NO "
               "LIMIAR DE FERIAS DO PROG38"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALORES EM PCT COM DUAS DECIMAIS (00512 = 5,12)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       IMPRIMIR-SETOR-NO-RANKING.
           PERFORM MONTAR-SIGLAS-DO-SETOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WS-IDX-ORD ". SETOR " RSC-SETOR (WS-IDX-SET)
               " ALERTAS " RSC-QTD-ALERTAS (WS-IDX-SET)
               " " WS-SIGLAS-DO-SETOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           IF RSC-QTD-ALERTAS (WS-IDX-SET) >= WS-ALERTAS-PRIORIDADE
               MOVE "** PRIORITARIO **" TO LINHA-RELATORIO (56:17)
           END-IF.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       MONTAR-SIGLAS-DO-SETOR.
           MOVE SPACES TO WS-SIGLAS-DO-SETOR.
           MOVE 1 TO WS-POSICAO.
           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > 5
               IF RSC-ALERTA (WS-IDX-SET, WS-IDX-IND) = "S"
                   MOVE WS-SIGLA-INDICADOR (WS-IDX-IND)
                       TO WS-SIGLAS-DO-SETOR (WS-POSICAO:3)
                   ADD 4 TO WS-POSICAO
               END-IF
           END-PERFORM.

      *    UMA LINHA POR INDICADOR: NOME, OS SEIS MESES, O LIMITE,
      *    A TENDENCIA (MES DA RODADA CONTRA O PRIMEIRO MES COM
      *    DADO) E A MARCA DE ALERTA.
       IMPRIMIR-PAGINA-DO-SETOR.
           PERFORM COMECAR-PAGINA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAINEL DE RISCO - SETOR " RSC-SETOR (WS-IDX-SET)
               " - COMPETENCIA " WS-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ALERTAS NA COMPETENCIA: "
               RSC-QTD-ALERTAS (WS-IDX-SET)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           IF RSC-QTD-ALERTAS (WS-IDX-SET) >= WS-ALERTAS-PRIORIDADE
               MOVE "** SETOR PRIORITARIO **" TO LINHA-RELATORIO (30:23)
           END-IF.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "INDICADOR PCT" TO LINHA-RELATORIO (1:14).
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > 6
               COMPUTE WS-POSICAO = 16 + (WS-IDX-CMP - 1) * 7
               MOVE CMP-COMPETENCIA (WS-IDX-CMP)
                   TO LINHA-RELATORIO (WS-POSICAO:6)
           END-PERFORM.
           MOVE "LIMITE" TO LINHA-RELATORIO (58:6).
           MOVE "TEND" TO LINHA-RELATORIO (68:4).
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > 5
               PERFORM IMPRIMIR-UM-INDICADOR
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NO MES: QUADRO " RSC-QUADRO (WS-IDX-SET, 6)
               " ADMISSOES " RSC-ADMISSOES (WS-IDX-SET, 6)
               " DESLIGAMENTOS " RSC-DESLIGAMENTOS (WS-IDX-SET, 6)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "        ATIVOS " RSC-ATIVOS (WS-IDX-SET)
               " COM SALDO DE FERIAS NO LIMIAR " RSC-NO-LIMIAR
               (WS-IDX-SET)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       IMPRIMIR-UM-INDICADOR.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-NOME-INDICADOR (WS-IDX-IND)
               TO LINHA-RELATORIO (1:14).
           MOVE "N" TO WS-TEM-INICIAL.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
                   UNTIL WS-IDX-CMP > 6
               COMPUTE WS-POSICAO = 16 + (WS-IDX-CMP - 1) * 7
               IF RSC-TEM (WS-IDX-SET, WS-IDX-CMP, WS-IDX-IND) = "S"
                   MOVE RSC-VALOR (WS-IDX-SET, WS-IDX-CMP, WS-IDX-IND)
                       TO WS-VALOR-IMPRESSAO
                   MOVE WS-VALOR-IMPRESSAO-X
                       TO LINHA-RELATORIO (WS-POSICAO:5)
                   IF WS-TEM-INICIAL = "N"
                       MOVE "S" TO WS-TEM-INICIAL
                       MOVE RSC-VALOR (WS-IDX-SET, WS-IDX-CMP,
                                       WS-IDX-IND) TO WS-VALOR-INICIAL
                   END-IF
               ELSE
                   MOVE "  -- " TO LINHA-RELATORIO (WS-POSICAO:5)
               END-IF
           END-PERFORM.
           IF WS-IDX-IND = 1
               MOVE "MIN" TO LINHA-RELATORIO (58:3)
           ELSE
               MOVE "MAX" TO LINHA-RELATORIO (58:3)
           END-IF.
           MOVE WS-LIMITE-INDICADOR (WS-IDX-IND) TO WS-VALOR-IMPRESSAO.
           MOVE WS-VALOR-IMPRESSAO-X TO LINHA-RELATORIO (62:5).
           MOVE SPACES TO WS-TENDENCIA.
           IF RSC-TEM (WS-IDX-SET, 6, WS-IDX-IND) = "S"
               EVALUATE TRUE
                   WHEN RSC-VALOR (WS-IDX-SET, 6, WS-IDX-IND)
                        > WS-VALOR-INICIAL
                       MOVE "SOBE" TO WS-TENDENCIA
                   WHEN RSC-VALOR (WS-IDX-SET, 6, WS-IDX-IND)
                        < WS-VALOR-INICIAL
                       MOVE "CAI" TO WS-TENDENCIA
                   WHEN OTHER
                       MOVE "=" TO WS-TENDENCIA
               END-EVALUATE
           END-IF.
           MOVE WS-TENDENCIA TO LINHA-RELATORIO (68:4).
           IF RSC-ALERTA (WS-IDX-SET, WS-IDX-IND) = "S"
               MOVE "ALERTA" TO LINHA-RELATORIO (73:6)
           END-IF.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

      *--------------------------------------------------------------*
      *    REGRAVACAO DO RISCOHIS - OS MESES GUARDADOS MAIS A
      *    COMPETENCIA CORRENTE.
      *--------------------------------------------------------------*
       ATUALIZAR-HISTORICO-RISCO.
           OPEN OUTPUT ARQ-HISTORICO-RISCO.
           PERFORM VARYING WS-IDX-RKT FROM 1 BY 1
                   UNTIL WS-IDX-RKT > WS-QTD-RISCO-HIST
               MOVE RKT-SETOR (WS-IDX-RKT)       TO RKH-SETOR
               MOVE RKT-COMPETENCIA (WS-IDX-RKT) TO RKH-COMPETENCIA
               MOVE RKT-QTD-ATIVOS (WS-IDX-RKT)  TO RKH-QTD-ATIVOS
               MOVE RKT-QTD-NO-LIMIAR (WS-IDX-RKT)
                   TO RKH-QTD-NO-LIMIAR
               MOVE RKT-PCT-FERIAS (WS-IDX-RKT)  TO RKH-PCT-FERIAS
               WRITE REG-HISTORICO-RISCO
           END-PERFORM.
           PERFORM VARYING WS-IDX-SET FROM 1 BY 1
                   UNTIL WS-IDX-SET > WS-QTD-SETORES
               IF RSC-ATIVOS (WS-IDX-SET) > 0
                   MOVE RSC-SETOR (WS-IDX-SET)     TO RKH-SETOR
                   MOVE WS-COMPETENCIA             TO RKH-COMPETENCIA
                   MOVE RSC-ATIVOS (WS-IDX-SET)    TO RKH-QTD-ATIVOS
                   MOVE RSC-NO-LIMIAR (WS-IDX-SET) TO RKH-QTD-NO-LIMIAR
                   MOVE RSC-VALOR (WS-IDX-SET, 6, 5) TO RKH-PCT-FERIAS
                   WRITE REG-HISTORICO-RISCO
               END-IF
           END-PERFORM.
           CLOSE ARQ-HISTORICO-RISCO.

      *--------------------------------------------------------------*
      *    ESCRITA DO RELATORIO VIA SPOOL CENTRAL (PROG71).
      *--------------------------------------------------------------*
       ABRIR-RELATORIO-NO-SPOOL.
           MOVE "A" TO WS-SPL-ACAO.
           CALL "PROG71" USING WS-SPL-ACAO WS-SPL-NOME
               WS-SPL-DESTINO LINHA-RELATORIO.

       COMECAR-PAGINA-NO-SPOOL.
           MOVE "P" TO WS-SPL-ACAO.
           CALL "PROG71" USING WS-SPL-ACAO WS-SPL-NOME
               WS-SPL-DESTINO LINHA-RELATORIO.

       GRAVAR-LINHA-NO-SPOOL.
           MOVE "G" TO WS-SPL-ACAO.
           CALL "PROG71" USING WS-SPL-ACAO WS-SPL-NOME
               WS-SPL-DESTINO LINHA-RELATORIO.

       FECHAR-RELATORIO-NO-SPOOL.
           MOVE "F" TO WS-SPL-ACAO.
           CALL "PROG71" USING WS-SPL-ACAO WS-SPL-NOME
               WS-SPL-DESTINO LINHA-RELATORIO.

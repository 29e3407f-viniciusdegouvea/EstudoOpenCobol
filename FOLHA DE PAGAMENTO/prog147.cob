       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG147.
      *     DEMONSTRATIVO ANUAL DE REMUNERACAO TOTAL.
      *     UMA FOLHA POR FUNCIONARIO COM TUDO O QUE ELE RECEBEU E
      *     TUDO O QUE CUSTOU A EMPRESA NO ANO-CALENDARIO (CARTAO
      *     REMANPRM: ANO E ORDEM; SEM CARTAO, O ANO ANTERIOR NA
      *     ORDEM DE SETOR):
      *       - DA FOLHA (FOLHAHIST, O CALCULO MAIS RECENTE DE CADA
      *         COMPETENCIA, COMO NOS ENCARGOS DO PROG51): SALARIO
      *         BASE, ANUENIO, HORAS EXTRAS COM O REFLEXO NO DSR, AS
      *         DEMAIS VERBAS, AS DIFERENCAS DA FOLHA COMPLEMENTAR, O
      *         PLR E A CONTRAPARTIDA DA EMPRESA NA PREVIDENCIA
      *         COMPLEMENTAR, QUANDO HOUVER;
      *       - DO REGISTRO UNICO DE PAGAMENTOS (PAGTOREG): O 13O
      *         SALARIO E AS FERIAS COM O TERCO PAGAS EM AVULSO, PELO
      *         VALOR CREDITADO;
      *       - DAS ADESOES (BENENROL) E DO CATALOGO (BENCATAL): A
      *         PARTE DA EMPRESA DE CADA BENEFICIO, POR MES DE ADESAO
      *         VIGENTE COM FOLHA CALCULADA;
      *       - DO HISTORICO DE ENCARGOS (ENCAHIST, GRAVADO PELO
      *         PROG51 JUNTO COM O FGTSDEP): FGTS DEPOSITADO E INSS
      *         PATRONAL. MES COM FOLHA E SEM ENCARGO NO HISTORICO
      *         (ANTERIOR AO HISTORICO) E ESTIMADO PELAS MESMAS
      *         ALIQUOTAS DO PROG51 SOBRE O BRUTO, E O DEMONSTRATIVO
      *         AVISA QUANTOS MESES FORAM ESTIMADOS.
      *     NO FIM, O CUSTO TOTAL PARA A EMPRESA.
      *
      *     SAI NO SPOOL CENTRAL (PROG71) COMO REMTOTAL, UM
      *     DEMONSTRATIVO POR PAGINA, NA ORDEM DE SETOR E NOME (ORDEM
      *     "S") PARA CADA GESTOR ENTREGAR OS DO SEU SETOR, OU NA
      *     ORDEM DE CODIGO (ORDEM "C"), COM UMA PAGINA FINAL DE
      *     RESUMO POR SETOR. OS VALORES SAEM MASCARADOS CONFORME O
      *     PERFIL DA SESSAO (PROG142). ESTOURO DE TABELA TERMINA COM
      *     RC 16 SEM IMPRIMIR NADA - UM DEMONSTRATIVO INCOMPLETO
      *     NAO PODE CHEGAR AO FUNCIONARIO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "REMANPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-HISTORICO-ENCARGOS ASSIGN TO "ENCAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-ENCARGOS.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PAGTOS.

           SELECT ARQ-CATALOGO-BENEF ASSIGN TO "BENCATAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT ARQ-ADESOES-BENEF ASSIGN TO "BENENROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADESOES.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-ANO                 PIC 9(04).
           05  PRM-ORDEM               PIC X(01).

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-HISTORICO-ENCARGOS.
       COPY CPENCHIS.

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       FD  ARQ-CATALOGO-BENEF.
       COPY CPBENCAT.

       FD  ARQ-ADESOES-BENEF.
       COPY CPBENENR.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-HIST-ENCARGOS     PIC X(02).
       01  WS-STATUS-PAGTOS            PIC X(02).
       01  WS-STATUS-CATALOGO          PIC X(02).
       01  WS-STATUS-ADESOES           PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  FILLER REDEFINES WS-DATA-HOJE.
           05  WS-ANO-HOJE             PIC 9(04).
           05  FILLER                  PIC 9(04).

       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-ENCARGOS             PIC X VALUE "N".
           88  FIM-ENCARGOS                VALUE "S".
       01  WS-FIM-PAGTOS               PIC X VALUE "N".
           88  FIM-PAGTOS                  VALUE "S".
       01  WS-FIM-CATALOGO             PIC X VALUE "N".
           88  FIM-CATALOGO                VALUE "S".
       01  WS-FIM-ADESOES              PIC X VALUE "N".
           88  FIM-ADESOES                 VALUE "S".

      *    ANO-CALENDARIO E ORDEM DE IMPRESSAO (CARTAO REMANPRM).
       01  WS-ANO                      PIC 9(04).
       01  WS-ORDEM                    PIC X(01) VALUE "S".
           88  ORDEM-POR-SETOR             VALUE "S".
           88  ORDEM-POR-CODIGO            VALUE "C".
       01  WS-PRIMEIRO-DIA-DO-ANO      PIC 9(08).
       01  WS-ULTIMO-DIA-DO-ANO        PIC 9(08).

      *    ALIQUOTAS DO PROG51, PARA O MES SEM ENCARGO NO HISTORICO.
       01  WS-ALIQUOTA-FGTS            PIC 9V9(3) VALUE 0.080.
       01  WS-ALIQUOTA-INSS-PATRONAL   PIC 9V9(3) VALUE 0.200.

       01  WS-ESTOUROU                 PIC X VALUE "N".
           88  ESTOUROU-TABELA             VALUE "S".

      *    FUNCIONARIOS DO ANO - O CADASTRO INTEIRO E QUEM SO
      *    APARECE NO HISTORICO (JA DESLIGADO E EXCLUIDO), COM OS
      *    ACUMULADOS DO ANO.
       01  WS-QTD-FUNCS                PIC 9(04) VALUE 0.
       01  TAB-FUNCS.
           05  FUN-ITEM OCCURS 500 TIMES.
               10  FUN-CODIGO          PIC 9(05).
               10  FUN-NOME            PIC X(10).
               10  FUN-SETOR           PIC X(10).
               10  FUN-CARGO           PIC X(10).
               10  FUN-NO-CADASTRO     PIC X(01).
               10  FUN-COM-MOVIMENTO   PIC X(01).
               10  FUN-IMPRESSO        PIC X(01).
               10  FUN-MES-COM-FOLHA   PIC X(01) OCCURS 12 TIMES.
               10  FUN-MESES-FOLHA     PIC 9(02).
               10  FUN-MESES-ESTIMADOS PIC 9(02).
               10  FUN-SALARIO         PIC 9(7)V9(2).
               10  FUN-ANUENIO         PIC 9(7)V9(2).
               10  FUN-HORAS-EXTRAS    PIC 9(7)V9(2).
               10  FUN-OUTRAS-VERBAS   PIC 9(7)V9(2).
               10  FUN-FALTAS          PIC 9(7)V9(2).
               10  FUN-COMPLEMENTAR    PIC 9(7)V9(2).
               10  FUN-DECIMO-TERCEIRO PIC 9(7)V9(2).
               10  FUN-FERIAS          PIC 9(7)V9(2).
               10  FUN-PLR             PIC 9(7)V9(2).
               10  FUN-PREV-EMPRESA    PIC 9(7)V9(2).
               10  FUN-FGTS            PIC 9(7)V9(2).
               10  FUN-INSS-PATRONAL   PIC 9(7)V9(2).
       01  WS-IDX-FUN                  PIC 9(04).
       01  WS-IDX-FUN-ACHADO           PIC 9(04).
       01  WS-CODIGO-PROCURADO         PIC 9(05).

      *    UMA POSICAO POR FUNCIONARIO E COMPETENCIA DO ANO - O
      *    CALCULO NORMAL MAIS RECENTE SUBSTITUI O ANTERIOR, O
      *    COMPLEMENTAR SOMA A PARTE E O PLR TAMBEM SUBSTITUI.
       01  WS-QTD-MESES                PIC 9(04) VALUE 0.
       01  TAB-MESES.
           05  MES-ITEM OCCURS 6000 TIMES.
               10  MES-CODIGO          PIC 9(05).
               10  MES-COMPETENCIA     PIC 9(06).
               10  MES-IDX-FUN         PIC 9(04).
               10  MES-TEM-FOLHA       PIC X(01).
               10  MES-TEM-ENCARGO     PIC X(01).
               10  MES-SALARIO         PIC 9(6)V9(2).
               10  MES-ANUENIO         PIC 9(6)V9(2).
               10  MES-HORAS-EXTRAS    PIC 9(6)V9(2).
               10  MES-BRUTO           PIC 9(6)V9(2).
               10  MES-PREV-EMPRESA    PIC 9(6)V9(2).
               10  MES-COMPLEMENTAR    PIC 9(6)V9(2).
               10  MES-PLR             PIC 9(6)V9(2).
               10  MES-FGTS            PIC 9(6)V9(2).
               10  MES-INSS-PATRONAL   PIC 9(6)V9(2).
       01  WS-IDX-MES                  PIC 9(04).
       01  WS-IDX-MES-ACHADO           PIC 9(04).
       01  WS-COMPETENCIA-PROCURADA    PIC 9(06).
       01  WS-NUM-MES                  PIC 9(02).
       01  WS-VERBAS-FIXAS             PIC 9(7)V9(2).
       01  WS-BASE-ESTIMADA            PIC 9(7)V9(2).
       01  WS-ENCARGO-ESTIMADO         PIC 9(7)V9(2).

      *    CATALOGO DE BENEFICIOS E ADESOES QUE TOCAM O ANO.
       01  WS-QTD-BENEF                PIC 9(03) VALUE 0.
       01  TAB-BENEFICIOS.
           05  BCT-ITEM OCCURS 50 TIMES.
               10  BCT-CODIGO          PIC 9(03).
               10  BCT-DESCRICAO       PIC X(20).
               10  BCT-PARTE-EMPRESA   PIC 9(4)V9(2).
       01  WS-IDX-BCT                  PIC 9(03).
       01  WS-IDX-BCT-ACHADO           PIC 9(03).

       01  WS-QTD-ADESOES              PIC 9(04) VALUE 0.
       01  TAB-ADESOES.
           05  ADS-ITEM OCCURS 2000 TIMES.
               10  ADS-CODIGO          PIC 9(05).
               10  ADS-BENEFICIO       PIC 9(03).
               10  ADS-COMP-INICIO     PIC 9(06).
               10  ADS-COMP-FIM        PIC 9(06).
       01  WS-IDX-ADS                  PIC 9(04).
       01  WS-COMP-DO-MES              PIC 9(06).
       01  WS-MESES-DO-BENEFICIO       PIC 9(02).
       01  WS-VALOR-DO-BENEFICIO       PIC 9(7)V9(2).

      *    TOTAIS DO DEMONSTRATIVO EM IMPRESSAO.
       01  WS-TOTAL-DIRETA             PIC 9(8)V9(2).
       01  WS-TOTAL-BENEFICIOS         PIC 9(8)V9(2).
       01  WS-TOTAL-ENCARGOS           PIC 9(8)V9(2).
       01  WS-CUSTO-TOTAL              PIC 9(8)V9(2).

      *    ORDEM DE IMPRESSAO - O MENOR AINDA NAO IMPRESSO A CADA
      *    VOLTA, PELA CHAVE SETOR+NOME+CODIGO OU SO PELO CODIGO.
       01  WS-IDX-PROXIMO              PIC 9(04).
       01  WS-CHAVE-CANDIDATA          PIC X(25).
       01  WS-CHAVE-MENOR              PIC X(25).

      *    RESUMO POR SETOR PARA A PAGINA FINAL.
       01  WS-QTD-SETORES              PIC 9(03) VALUE 0.
       01  TAB-SETORES.
           05  STR-ITEM OCCURS 100 TIMES.
               10  STR-SETOR           PIC X(10).
               10  STR-QUANTIDADE      PIC 9(04).
               10  STR-CUSTO-TOTAL     PIC 9(8)V9(2).
       01  WS-IDX-STR                  PIC 9(03).
       01  WS-IDX-STR-ACHADO           PIC 9(03).

       01  WS-CONTADORES.
           05  WS-QTD-DEMONSTRATIVOS   PIC 9(05) VALUE 0.
           05  WS-QTD-COM-ESTIMATIVA   PIC 9(05) VALUE 0.
           05  WS-CUSTO-GERAL          PIC 9(8)V9(2) VALUE 0.

      *    RELATORIO NO SPOOL CENTRAL (PROG71).
       01  LINHA-RELATORIO             PIC X(80).
       01  WS-SPL-ACAO                 PIC X(01).
       01  WS-SPL-NOME                 PIC X(10) VALUE "REMTOTAL".
       01  WS-SPL-DESTINO              PIC X(08) VALUE "IMPRESSO".

       01  WS-ROTULO-LINHA             PIC X(50).
       01  WS-VALOR-LINHA              PIC 9(8)V9(2).

      *    MASCARAMENTO DOS VALORES PELO PERFIL DA SESSAO (PROG142).
       01  WS-MSC-ACAO                 PIC X(01).
       01  WS-MSC-TIPO                 PIC X(01).
       01  WS-MSC-NIVEIS               PIC X(03) VALUE "CCC".
       01  WS-MSC-CAMPO                PIC X(20).
       01  WS-MSC-TAMANHO              PIC 9(02).
       01  WS-MSC-TOTAL                PIC 9(8)V9(2).
       01  WS-MSC-TOTAL-X REDEFINES WS-MSC-TOTAL
                                       PIC X(10).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM LER-PARAMETRO.
           MOVE "N" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.
           PERFORM CARREGAR-CADASTRO.
           PERFORM CARREGAR-FOLHA-DO-ANO.
           PERFORM CARREGAR-ENCARGOS-DO-ANO.
           PERFORM CARREGAR-CREDITOS-DO-ANO.
           PERFORM CARREGAR-CATALOGO-DE-BENEFICIOS.
           PERFORM CARREGAR-ADESOES-DO-ANO.
           IF ESTOUROU-TABELA
               MOVE 16 TO RETURN-CODE
               DISPLAY "** TABELA ESTOURADA - DEMONSTRATIVOS DE "
                   WS-ANO " NAO EMITIDOS **"
           ELSE
               PERFORM CONSOLIDAR-MESES
               PERFORM ABRIR-RELATORIO-NO-SPOOL
               PERFORM LOCALIZAR-PROXIMO-A-IMPRIMIR
               PERFORM IMPRIMIR-UM-DEMONSTRATIVO
                   UNTIL WS-IDX-PROXIMO = 0
               PERFORM IMPRIMIR-RESUMO-POR-SETOR
               PERFORM FECHAR-RELATORIO-NO-SPOOL
           END-IF.
           DISPLAY "REMUNERACAO TOTAL " WS-ANO
               " - DEMONSTRATIVOS: " WS-QTD-DEMONSTRATIVOS
               " - COM ENCARGO ESTIMADO: " WS-QTD-COM-ESTIMATIVA.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           COMPUTE WS-ANO = WS-ANO-HOJE - 1.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF PRM-ANO IS NUMERIC AND PRM-ANO > 1900
                           MOVE PRM-ANO TO WS-ANO
                       END-IF
                       IF PRM-ORDEM = "C"
                           MOVE "C" TO WS-ORDEM
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.
           COMPUTE WS-PRIMEIRO-DIA-DO-ANO = WS-ANO * 10000 + 0101.
           COMPUTE WS-ULTIMO-DIA-DO-ANO   = WS-ANO * 10000 + 1231.

      *--------------------------------------------------------------*
      *    CADASTRO - NOME, SETOR E CARGO ATUAIS, QUE SAO OS QUE O
      *    GESTOR USA PARA ENTREGAR.
      *--------------------------------------------------------------*
       CARREGAR-CADASTRO.
           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM GUARDAR-UM-FUNCIONARIO UNTIL FIM-MASTER
           END-IF.
           CLOSE FUNCIONARIO-MASTER.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-UM-FUNCIONARIO.
           MOVE CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM LOCALIZAR-OU-INCLUIR-FUNC.
           IF WS-IDX-FUN-ACHADO > 0
               MOVE NOME  TO FUN-NOME (WS-IDX-FUN-ACHADO)
               MOVE SETOR TO FUN-SETOR (WS-IDX-FUN-ACHADO)
               MOVE CARGO TO FUN-CARGO (WS-IDX-FUN-ACHADO)
               MOVE "S"   TO FUN-NO-CADASTRO (WS-IDX-FUN-ACHADO)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       LOCALIZAR-OU-INCLUIR-FUNC.
           MOVE 0 TO WS-IDX-FUN-ACHADO.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
                      OR WS-IDX-FUN-ACHADO > 0
               IF FUN-CODIGO (WS-IDX-FUN) = WS-CODIGO-PROCURADO
                   MOVE WS-IDX-FUN TO WS-IDX-FUN-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-FUN-ACHADO = 0
               IF WS-QTD-FUNCS < 500
                   ADD 1 TO WS-QTD-FUNCS
                   MOVE WS-QTD-FUNCS TO WS-IDX-FUN-ACHADO
                   PERFORM INICIALIZAR-UM-FUNC
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.

       INICIALIZAR-UM-FUNC.
           MOVE WS-CODIGO-PROCURADO TO FUN-CODIGO (WS-IDX-FUN-ACHADO).
           MOVE SPACES TO FUN-NOME (WS-IDX-FUN-ACHADO)
                          FUN-SETOR (WS-IDX-FUN-ACHADO)
                          FUN-CARGO (WS-IDX-FUN-ACHADO).
           MOVE "N" TO FUN-NO-CADASTRO (WS-IDX-FUN-ACHADO)
                       FUN-COM-MOVIMENTO (WS-IDX-FUN-ACHADO)
                       FUN-IMPRESSO (WS-IDX-FUN-ACHADO).
           PERFORM VARYING WS-NUM-MES FROM 1 BY 1 UNTIL WS-NUM-MES > 12
               MOVE "N" TO FUN-MES-COM-FOLHA (WS-IDX-FUN-ACHADO
                                              WS-NUM-MES)
           END-PERFORM.
           MOVE 0 TO FUN-MESES-FOLHA (WS-IDX-FUN-ACHADO)
                     FUN-MESES-ESTIMADOS (WS-IDX-FUN-ACHADO)
                     FUN-SALARIO (WS-IDX-FUN-ACHADO)
                     FUN-ANUENIO (WS-IDX-FUN-ACHADO)
                     FUN-HORAS-EXTRAS (WS-IDX-FUN-ACHADO)
                     FUN-OUTRAS-VERBAS (WS-IDX-FUN-ACHADO)
                     FUN-FALTAS (WS-IDX-FUN-ACHADO)
                     FUN-COMPLEMENTAR (WS-IDX-FUN-ACHADO)
                     FUN-DECIMO-TERCEIRO (WS-IDX-FUN-ACHADO)
                     FUN-FERIAS (WS-IDX-FUN-ACHADO)
                     FUN-PLR (WS-IDX-FUN-ACHADO)
                     FUN-PREV-EMPRESA (WS-IDX-FUN-ACHADO)
                     FUN-FGTS (WS-IDX-FUN-ACHADO)
                     FUN-INSS-PATRONAL (WS-IDX-FUN-ACHADO).

      *--------------------------------------------------------------*
      *    HISTORICO DE FOLHA DO ANO - UMA POSICAO POR FUNCIONARIO E
      *    COMPETENCIA. QUEM NAO ESTA MAIS NO CADASTRO ENTRA COM O
      *    NOME E O SETOR DO HISTORICO.
      *--------------------------------------------------------------*
       CARREGAR-FOLHA-DO-ANO.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-FOLHA-HISTORICO
               PERFORM GUARDAR-UMA-FOLHA UNTIL FIM-HISTORICO
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.

       LER-FOLHA-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       GUARDAR-UMA-FOLHA.
           IF FHS-COMPETENCIA (1:4) = WS-ANO
               MOVE FHS-CODIGO      TO WS-CODIGO-PROCURADO
               MOVE FHS-COMPETENCIA TO WS-COMPETENCIA-PROCURADA
               PERFORM LOCALIZAR-OU-INCLUIR-MES
               IF WS-IDX-MES-ACHADO > 0
                   PERFORM ATUALIZAR-FUNC-PELO-HISTORICO
                   PERFORM GUARDAR-VERBAS-DO-MES
               END-IF
           END-IF.
           PERFORM LER-FOLHA-HISTORICO.

       ATUALIZAR-FUNC-PELO-HISTORICO.
           MOVE MES-IDX-FUN (WS-IDX-MES-ACHADO) TO WS-IDX-FUN.
           IF FUN-NO-CADASTRO (WS-IDX-FUN) = "N"
               MOVE FHS-NOME  TO FUN-NOME (WS-IDX-FUN)
               MOVE FHS-SETOR TO FUN-SETOR (WS-IDX-FUN)
           END-IF.

       GUARDAR-VERBAS-DO-MES.
           EVALUATE TRUE
               WHEN FOLHA-PLR
                   MOVE FHS-BRUTO TO MES-PLR (WS-IDX-MES-ACHADO)
               WHEN FOLHA-COMPLEMENTAR
                   ADD FHS-BRUTO TO MES-COMPLEMENTAR (WS-IDX-MES-ACHADO)
               WHEN OTHER
                   MOVE "S" TO MES-TEM-FOLHA (WS-IDX-MES-ACHADO)
                   MOVE FHS-SALARIO-BASE
                       TO MES-SALARIO (WS-IDX-MES-ACHADO)
                   MOVE FHS-ADICIONAL-TEMPO
                       TO MES-ANUENIO (WS-IDX-MES-ACHADO)
                   MOVE FHS-BRUTO TO MES-BRUTO (WS-IDX-MES-ACHADO)
                   MOVE 0 TO MES-HORAS-EXTRAS (WS-IDX-MES-ACHADO)
                   IF FHS-HORAS-EXTRAS IS NUMERIC
                       ADD FHS-HORAS-EXTRAS
                           TO MES-HORAS-EXTRAS (WS-IDX-MES-ACHADO)
                   END-IF
                   IF FHS-DSR-HORAS-EXTRAS IS NUMERIC
                       ADD FHS-DSR-HORAS-EXTRAS
                           TO MES-HORAS-EXTRAS (WS-IDX-MES-ACHADO)
                   END-IF
                   MOVE 0 TO MES-PREV-EMPRESA (WS-IDX-MES-ACHADO)
                   IF FHS-PREV-EMPRESA IS NUMERIC
                       MOVE FHS-PREV-EMPRESA
                           TO MES-PREV-EMPRESA (WS-IDX-MES-ACHADO)
                   END-IF
           END-EVALUATE.

       LOCALIZAR-OU-INCLUIR-MES.
           MOVE 0 TO WS-IDX-MES-ACHADO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-QTD-MESES
                      OR WS-IDX-MES-ACHADO > 0
               IF MES-CODIGO (WS-IDX-MES) = WS-CODIGO-PROCURADO
                   AND MES-COMPETENCIA (WS-IDX-MES) =
                       WS-COMPETENCIA-PROCURADA
                   MOVE WS-IDX-MES TO WS-IDX-MES-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-MES-ACHADO = 0
               PERFORM LOCALIZAR-OU-INCLUIR-FUNC
               IF WS-QTD-MESES < 6000 AND WS-IDX-FUN-ACHADO > 0
                   ADD 1 TO WS-QTD-MESES
                   MOVE WS-QTD-MESES TO WS-IDX-MES-ACHADO
                   PERFORM INICIALIZAR-UM-MES
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.

       INICIALIZAR-UM-MES.
           MOVE WS-CODIGO-PROCURADO
               TO MES-CODIGO (WS-IDX-MES-ACHADO).
           MOVE WS-COMPETENCIA-PROCURADA
               TO MES-COMPETENCIA (WS-IDX-MES-ACHADO).
           MOVE WS-IDX-FUN-ACHADO TO MES-IDX-FUN (WS-IDX-MES-ACHADO).
           MOVE "N" TO MES-TEM-FOLHA (WS-IDX-MES-ACHADO)
                       MES-TEM-ENCARGO (WS-IDX-MES-ACHADO).
           MOVE 0 TO MES-SALARIO (WS-IDX-MES-ACHADO)
                     MES-ANUENIO (WS-IDX-MES-ACHADO)
                     MES-HORAS-EXTRAS (WS-IDX-MES-ACHADO)
                     MES-BRUTO (WS-IDX-MES-ACHADO)
                     MES-PREV-EMPRESA (WS-IDX-MES-ACHADO)
                     MES-COMPLEMENTAR (WS-IDX-MES-ACHADO)
                     MES-PLR (WS-IDX-MES-ACHADO)
                     MES-FGTS (WS-IDX-MES-ACHADO)
                     MES-INSS-PATRONAL (WS-IDX-MES-ACHADO).

      *--------------------------------------------------------------*
      *    HISTORICO DE ENCARGOS DO ANO - O CALCULO MAIS RECENTE DA
      *    COMPETENCIA SOBREPOE O ANTERIOR.
      *--------------------------------------------------------------*
       CARREGAR-ENCARGOS-DO-ANO.
           OPEN INPUT ARQ-HISTORICO-ENCARGOS.
           IF WS-STATUS-HIST-ENCARGOS = "00"
               PERFORM LER-HISTORICO-ENCARGOS
               PERFORM GUARDAR-UM-ENCARGO UNTIL FIM-ENCARGOS
               CLOSE ARQ-HISTORICO-ENCARGOS
           END-IF.

       LER-HISTORICO-ENCARGOS.
           READ ARQ-HISTORICO-ENCARGOS
               AT END SET FIM-ENCARGOS TO TRUE
           END-READ.

       GUARDAR-UM-ENCARGO.
           IF ENH-COMPETENCIA (1:4) = WS-ANO
               MOVE ENH-CODIGO      TO WS-CODIGO-PROCURADO
               MOVE ENH-COMPETENCIA TO WS-COMPETENCIA-PROCURADA
               PERFORM LOCALIZAR-OU-INCLUIR-MES
               IF WS-IDX-MES-ACHADO > 0
                   MOVE "S" TO MES-TEM-ENCARGO (WS-IDX-MES-ACHADO)
                   MOVE ENH-FGTS TO MES-FGTS (WS-IDX-MES-ACHADO)
                   MOVE ENH-INSS-PATRONAL
                       TO MES-INSS-PATRONAL (WS-IDX-MES-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-HISTORICO-ENCARGOS.

      *--------------------------------------------------------------*
      *    13O SALARIO E FERIAS PAGAS EM AVULSO, DO REGISTRO UNICO DE
      *    PAGAMENTOS - O QUE FOI CREDITADO NO ANO.
      *--------------------------------------------------------------*
       CARREGAR-CREDITOS-DO-ANO.
           OPEN INPUT ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-PAGTOS = "00"
               PERFORM LER-REGISTRO-PAGTOS
               PERFORM GUARDAR-UM-CREDITO UNTIL FIM-PAGTOS
               CLOSE ARQ-REGISTRO-PAGTOS
           END-IF.

       LER-REGISTRO-PAGTOS.
           READ ARQ-REGISTRO-PAGTOS
               AT END SET FIM-PAGTOS TO TRUE
           END-READ.

       GUARDAR-UM-CREDITO.
           IF PGR-COMPETENCIA (1:4) = WS-ANO
               AND (PGR-DECIMO-TERCEIRO OR PGR-FERIAS)
               MOVE PGR-CODIGO TO WS-CODIGO-PROCURADO
               PERFORM LOCALIZAR-OU-INCLUIR-FUNC
               IF WS-IDX-FUN-ACHADO > 0
                   MOVE "S" TO FUN-COM-MOVIMENTO (WS-IDX-FUN-ACHADO)
                   IF PGR-DECIMO-TERCEIRO
                       ADD PGR-VALOR
                           TO FUN-DECIMO-TERCEIRO (WS-IDX-FUN-ACHADO)
                   ELSE
                       ADD PGR-VALOR TO FUN-FERIAS (WS-IDX-FUN-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-REGISTRO-PAGTOS.

      *--------------------------------------------------------------*
      *    BENEFICIOS - CATALOGO E ADESOES VIGENTES EM ALGUM DIA DO
      *    ANO, GUARDADAS PELA COMPETENCIA DE INICIO E DE FIM.
      *--------------------------------------------------------------*
       CARREGAR-CATALOGO-DE-BENEFICIOS.
           OPEN INPUT ARQ-CATALOGO-BENEF.
           IF WS-STATUS-CATALOGO = "00"
               PERFORM LER-CATALOGO
               PERFORM GUARDAR-UM-BENEFICIO UNTIL FIM-CATALOGO
               CLOSE ARQ-CATALOGO-BENEF
           END-IF.

       LER-CATALOGO.
           READ ARQ-CATALOGO-BENEF
               AT END SET FIM-CATALOGO TO TRUE
           END-READ.

       GUARDAR-UM-BENEFICIO.
           IF WS-QTD-BENEF < 50
               ADD 1 TO WS-QTD-BENEF
               MOVE BEN-CODIGO    TO BCT-CODIGO (WS-QTD-BENEF)
               MOVE BEN-DESCRICAO TO BCT-DESCRICAO (WS-QTD-BENEF)
               MOVE BEN-PARTE-EMPRESA
                   TO BCT-PARTE-EMPRESA (WS-QTD-BENEF)
           ELSE
               SET ESTOUROU-TABELA TO TRUE
           END-IF.
           PERFORM LER-CATALOGO.

       CARREGAR-ADESOES-DO-ANO.
           OPEN INPUT ARQ-ADESOES-BENEF.
           IF WS-STATUS-ADESOES = "00"
               PERFORM LER-ADESAO
               PERFORM GUARDAR-UMA-ADESAO UNTIL FIM-ADESOES
               CLOSE ARQ-ADESOES-BENEF
           END-IF.

       LER-ADESAO.
           READ ARQ-ADESOES-BENEF
               AT END SET FIM-ADESOES TO TRUE
           END-READ.

       GUARDAR-UMA-ADESAO.
           IF ENR-DATA-INICIO <= WS-ULTIMO-DIA-DO-ANO
               AND (ENR-DATA-FIM = 0
                    OR ENR-DATA-FIM >= WS-PRIMEIRO-DIA-DO-ANO)
               IF WS-QTD-ADESOES < 2000
                   ADD 1 TO WS-QTD-ADESOES
                   MOVE ENR-CODIGO    TO ADS-CODIGO (WS-QTD-ADESOES)
                   MOVE ENR-BENEFICIO TO ADS-BENEFICIO (WS-QTD-ADESOES)
                   MOVE ENR-DATA-INICIO (1:6)
                       TO ADS-COMP-INICIO (WS-QTD-ADESOES)
                   IF ENR-DATA-FIM = 0
                       MOVE 999999 TO ADS-COMP-FIM (WS-QTD-ADESOES)
                   ELSE
                       MOVE ENR-DATA-FIM (1:6)
                           TO ADS-COMP-FIM (WS-QTD-ADESOES)
                   END-IF
               ELSE
                   SET ESTOUROU-TABELA TO TRUE
               END-IF
           END-IF.
           PERFORM LER-ADESAO.

      *--------------------------------------------------------------*
      *    CONSOLIDACAO DAS COMPETENCIAS NOS ACUMULADOS DO ANO. O
      *    BRUTO DO MES SE ABRE EM SALARIO, ANUENIO, HORAS EXTRAS E
      *    DEMAIS VERBAS; QUANDO FALTA E ATRASO DEIXAM O BRUTO ABAIXO
      *    DAS VERBAS FIXAS, A DIFERENCA SAI COMO DESCONTO - A SOMA
      *    DAS LINHAS FECHA SEMPRE COM O BRUTO PAGO.
      *--------------------------------------------------------------*
       CONSOLIDAR-MESES.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                   UNTIL WS-IDX-MES > WS-QTD-MESES
               PERFORM CONSOLIDAR-UM-MES
           END-PERFORM.

       CONSOLIDAR-UM-MES.
           MOVE MES-IDX-FUN (WS-IDX-MES) TO WS-IDX-FUN.
           MOVE "S" TO FUN-COM-MOVIMENTO (WS-IDX-FUN).
           ADD MES-COMPLEMENTAR (WS-IDX-MES)
               TO FUN-COMPLEMENTAR (WS-IDX-FUN).
           ADD MES-PLR (WS-IDX-MES) TO FUN-PLR (WS-IDX-FUN).
           IF MES-TEM-FOLHA (WS-IDX-MES) = "S"
               MOVE MES-COMPETENCIA (WS-IDX-MES) (5:2) TO WS-NUM-MES
               MOVE "S" TO FUN-MES-COM-FOLHA (WS-IDX-FUN WS-NUM-MES)
               ADD 1 TO FUN-MESES-FOLHA (WS-IDX-FUN)
               ADD MES-SALARIO (WS-IDX-MES) TO FUN-SALARIO (WS-IDX-FUN)
               ADD MES-ANUENIO (WS-IDX-MES) TO FUN-ANUENIO (WS-IDX-FUN)
               ADD MES-HORAS-EXTRAS (WS-IDX-MES)
                   TO FUN-HORAS-EXTRAS (WS-IDX-FUN)
               ADD MES-PREV-EMPRESA (WS-IDX-MES)
                   TO FUN-PREV-EMPRESA (WS-IDX-FUN)
               COMPUTE WS-VERBAS-FIXAS = MES-SALARIO (WS-IDX-MES)
                   + MES-ANUENIO (WS-IDX-MES)
                   + MES-HORAS-EXTRAS (WS-IDX-MES)
               IF MES-BRUTO (WS-IDX-MES) >= WS-VERBAS-FIXAS
                   COMPUTE FUN-OUTRAS-VERBAS (WS-IDX-FUN) =
                       FUN-OUTRAS-VERBAS (WS-IDX-FUN)
                       + MES-BRUTO (WS-IDX-MES) - WS-VERBAS-FIXAS
               ELSE
                   COMPUTE FUN-FALTAS (WS-IDX-FUN) =
                       FUN-FALTAS (WS-IDX-FUN)
                       + WS-VERBAS-FIXAS - MES-BRUTO (WS-IDX-MES)
               END-IF
           END-IF.
           IF MES-TEM-ENCARGO (WS-IDX-MES) = "S"
               ADD MES-FGTS (WS-IDX-MES) TO FUN-FGTS (WS-IDX-FUN)
               ADD MES-INSS-PATRONAL (WS-IDX-MES)
                   TO FUN-INSS-PATRONAL (WS-IDX-FUN)
           ELSE
               IF MES-TEM-FOLHA (WS-IDX-MES) = "S"
                   PERFORM ESTIMAR-ENCARGOS-DO-MES
               END-IF
           END-IF.

      *    MESMA BASE DO PROG51: O BRUTO NORMAL MAIS AS DIFERENCAS DA
      *    COMPLEMENTAR, SEM O PLR.
       ESTIMAR-ENCARGOS-DO-MES.
           ADD 1 TO FUN-MESES-ESTIMADOS (WS-IDX-FUN).
           COMPUTE WS-BASE-ESTIMADA = MES-BRUTO (WS-IDX-MES)
               + MES-COMPLEMENTAR (WS-IDX-MES).
           COMPUTE WS-ENCARGO-ESTIMADO ROUNDED =
               WS-BASE-ESTIMADA * WS-ALIQUOTA-FGTS.
           ADD WS-ENCARGO-ESTIMADO TO FUN-FGTS (WS-IDX-FUN).
           COMPUTE WS-ENCARGO-ESTIMADO ROUNDED =
               WS-BASE-ESTIMADA * WS-ALIQUOTA-INSS-PATRONAL.
           ADD WS-ENCARGO-ESTIMADO TO FUN-INSS-PATRONAL (WS-IDX-FUN).

      *--------------------------------------------------------------*
      *    ORDEM DE IMPRESSAO - A CADA VOLTA, O FUNCIONARIO COM
      *    MOVIMENTO NO ANO E AINDA NAO IMPRESSO DE MENOR CHAVE.
      *--------------------------------------------------------------*
       LOCALIZAR-PROXIMO-A-IMPRIMIR.
           MOVE 0 TO WS-IDX-PROXIMO.
           MOVE HIGH-VALUES TO WS-CHAVE-MENOR.
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNCS
               IF FUN-COM-MOVIMENTO (WS-IDX-FUN) = "S"
                   AND FUN-IMPRESSO (WS-IDX-FUN) = "N"
                   PERFORM MONTAR-CHAVE-DE-ORDEM
                   IF WS-CHAVE-CANDIDATA < WS-CHAVE-MENOR
                       MOVE WS-CHAVE-CANDIDATA TO WS-CHAVE-MENOR
                       MOVE WS-IDX-FUN TO WS-IDX-PROXIMO
                   END-IF
               END-IF
           END-PERFORM.

       MONTAR-CHAVE-DE-ORDEM.
           MOVE SPACES TO WS-CHAVE-CANDIDATA.
           IF ORDEM-POR-SETOR
               STRING FUN-SETOR (WS-IDX-FUN) FUN-NOME (WS-IDX-FUN)
                   FUN-CODIGO (WS-IDX-FUN)
                   DELIMITED BY SIZE INTO WS-CHAVE-CANDIDATA
               END-STRING
           ELSE
               MOVE FUN-CODIGO (WS-IDX-FUN) TO WS-CHAVE-CANDIDATA
           END-IF.

      *--------------------------------------------------------------*
      *    UM DEMONSTRATIVO - PAGINA PROPRIA NO SPOOL.
      *--------------------------------------------------------------*
       IMPRIMIR-UM-DEMONSTRATIVO.
           MOVE WS-IDX-PROXIMO TO WS-IDX-FUN.
           MOVE "S" TO FUN-IMPRESSO (WS-IDX-FUN).
           PERFORM COMECAR-PAGINA-NO-SPOOL.
           PERFORM IMPRIMIR-CABECALHO-DO-FUNC.
           PERFORM IMPRIMIR-REMUNERACAO-DIRETA.
           PERFORM IMPRIMIR-BENEFICIOS.
           PERFORM IMPRIMIR-ENCARGOS.
           COMPUTE WS-CUSTO-TOTAL = WS-TOTAL-DIRETA
               + WS-TOTAL-BENEFICIOS + WS-TOTAL-ENCARGOS.
           PERFORM IMPRIMIR-LINHA-EM-BRANCO.
           MOVE "CUSTO TOTAL PARA A EMPRESA NO ANO" TO WS-ROTULO-LINHA.
           MOVE WS-CUSTO-TOTAL TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           IF FUN-MESES-ESTIMADOS (WS-IDX-FUN) > 0
               ADD 1 TO WS-QTD-COM-ESTIMATIVA
               PERFORM IMPRIMIR-LINHA-EM-BRANCO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "(*) FGTS E INSS PATRONAL ESTIMADOS PELA ALIQUOTA"
                   " EM " FUN-MESES-ESTIMADOS (WS-IDX-FUN) " MES(ES)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-NO-SPOOL
           END-IF.
           ADD 1 TO WS-QTD-DEMONSTRATIVOS.
           ADD WS-CUSTO-TOTAL TO WS-CUSTO-GERAL.
           PERFORM ACUMULAR-NO-SETOR.
           PERFORM LOCALIZAR-PROXIMO-A-IMPRIMIR.

       IMPRIMIR-CABECALHO-DO-FUNC.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEMONSTRATIVO ANUAL DE REMUNERACAO TOTAL - ANO "
               WS-ANO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           PERFORM IMPRIMIR-LINHA-EM-BRANCO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIO " FUN-CODIGO (WS-IDX-FUN)
               " " FUN-NOME (WS-IDX-FUN)
               "  SETOR " FUN-SETOR (WS-IDX-FUN)
               "  CARGO " FUN-CARGO (WS-IDX-FUN)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MESES COM FOLHA NO ANO: "
               FUN-MESES-FOLHA (WS-IDX-FUN)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       IMPRIMIR-REMUNERACAO-DIRETA.
           PERFORM IMPRIMIR-LINHA-EM-BRANCO.
           MOVE "REMUNERACAO DIRETA" TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE "  SALARIO BASE" TO WS-ROTULO-LINHA.
           MOVE FUN-SALARIO (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           MOVE "  ADICIONAL POR TEMPO DE SERVICO (ANUENIO)"
               TO WS-ROTULO-LINHA.
           MOVE FUN-ANUENIO (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           MOVE "  HORAS EXTRAS COM REFLEXO NO DSR" TO WS-ROTULO-LINHA.
           MOVE FUN-HORAS-EXTRAS (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           MOVE "  DEMAIS VERBAS DA FOLHA" TO WS-ROTULO-LINHA.
           MOVE FUN-OUTRAS-VERBAS (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           IF FUN-FALTAS (WS-IDX-FUN) > 0
               MOVE "  (-) FALTAS E ATRASOS" TO WS-ROTULO-LINHA
               MOVE FUN-FALTAS (WS-IDX-FUN) TO WS-VALOR-LINHA
               PERFORM IMPRIMIR-LINHA-DE-VALOR
           END-IF.
           IF FUN-COMPLEMENTAR (WS-IDX-FUN) > 0
               MOVE "  DIFERENCAS DE FOLHA COMPLEMENTAR"
                   TO WS-ROTULO-LINHA
               MOVE FUN-COMPLEMENTAR (WS-IDX-FUN) TO WS-VALOR-LINHA
               PERFORM IMPRIMIR-LINHA-DE-VALOR
           END-IF.
           MOVE "  13O SALARIO (VALOR CREDITADO)" TO WS-ROTULO-LINHA.
           MOVE FUN-DECIMO-TERCEIRO (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           MOVE "  FERIAS COM 1/3 PAGAS EM AVULSO (VALOR CREDITADO)"
               TO WS-ROTULO-LINHA.
           MOVE FUN-FERIAS (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           MOVE "  PARTICIPACAO NOS LUCROS (PLR)" TO WS-ROTULO-LINHA.
           MOVE FUN-PLR (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           COMPUTE WS-TOTAL-DIRETA = FUN-SALARIO (WS-IDX-FUN)
               + FUN-ANUENIO (WS-IDX-FUN)
               + FUN-HORAS-EXTRAS (WS-IDX-FUN)
               + FUN-OUTRAS-VERBAS (WS-IDX-FUN)
               - FUN-FALTAS (WS-IDX-FUN)
               + FUN-COMPLEMENTAR (WS-IDX-FUN)
               + FUN-DECIMO-TERCEIRO (WS-IDX-FUN)
               + FUN-FERIAS (WS-IDX-FUN)
               + FUN-PLR (WS-IDX-FUN).
           MOVE "  TOTAL DA REMUNERACAO DIRETA" TO WS-ROTULO-LINHA.
           MOVE WS-TOTAL-DIRETA TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.

      *    UMA LINHA POR ADESAO DO FUNCIONARIO: A PARTE DA EMPRESA
      *    VEZES OS MESES EM QUE A ADESAO ESTAVA VIGENTE E HOUVE
      *    FOLHA CALCULADA.
       IMPRIMIR-BENEFICIOS.
           MOVE 0 TO WS-TOTAL-BENEFICIOS.
           PERFORM IMPRIMIR-LINHA-EM-BRANCO.
           MOVE "BENEFICIOS - PARTE PAGA PELA EMPRESA"
               TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           PERFORM VARYING WS-IDX-ADS FROM 1 BY 1
                   UNTIL WS-IDX-ADS > WS-QTD-ADESOES
               IF ADS-CODIGO (WS-IDX-ADS) = FUN-CODIGO (WS-IDX-FUN)
                   PERFORM IMPRIMIR-UMA-ADESAO
               END-IF
           END-PERFORM.
           MOVE "  TOTAL DOS BENEFICIOS" TO WS-ROTULO-LINHA.
           MOVE WS-TOTAL-BENEFICIOS TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.

       IMPRIMIR-UMA-ADESAO.
           MOVE 0 TO WS-IDX-BCT-ACHADO.
           PERFORM VARYING WS-IDX-BCT FROM 1 BY 1
                   UNTIL WS-IDX-BCT > WS-QTD-BENEF
                      OR WS-IDX-BCT-ACHADO > 0
               IF BCT-CODIGO (WS-IDX-BCT) = ADS-BENEFICIO (WS-IDX-ADS)
                   MOVE WS-IDX-BCT TO WS-IDX-BCT-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-BCT-ACHADO > 0
               MOVE 0 TO WS-MESES-DO-BENEFICIO
               PERFORM VARYING WS-NUM-MES FROM 1 BY 1
                       UNTIL WS-NUM-MES > 12
                   COMPUTE WS-COMP-DO-MES = WS-ANO * 100 + WS-NUM-MES
                   IF FUN-MES-COM-FOLHA (WS-IDX-FUN WS-NUM-MES) = "S"
                       AND ADS-COMP-INICIO (WS-IDX-ADS)
                           <= WS-COMP-DO-MES
                       AND ADS-COMP-FIM (WS-IDX-ADS)
                           >= WS-COMP-DO-MES
                       ADD 1 TO WS-MESES-DO-BENEFICIO
                   END-IF
               END-PERFORM
               IF WS-MESES-DO-BENEFICIO > 0
                   COMPUTE WS-VALOR-DO-BENEFICIO =
                       BCT-PARTE-EMPRESA (WS-IDX-BCT-ACHADO)
                       * WS-MESES-DO-BENEFICIO
                   ADD WS-VALOR-DO-BENEFICIO TO WS-TOTAL-BENEFICIOS
                   MOVE SPACES TO WS-ROTULO-LINHA
                   STRING "  " BCT-DESCRICAO (WS-IDX-BCT-ACHADO)
                       " - " WS-MESES-DO-BENEFICIO " MES(ES)"
                       DELIMITED BY SIZE INTO WS-ROTULO-LINHA
                   END-STRING
                   MOVE WS-VALOR-DO-BENEFICIO TO WS-VALOR-LINHA
                   PERFORM IMPRIMIR-LINHA-DE-VALOR
               END-IF
           END-IF.

       IMPRIMIR-ENCARGOS.
           PERFORM IMPRIMIR-LINHA-EM-BRANCO.
           MOVE "ENCARGOS E CONTRAPARTIDAS DA EMPRESA"
               TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           MOVE "  FGTS DEPOSITADO" TO WS-ROTULO-LINHA.
           MOVE FUN-FGTS (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           MOVE "  INSS PATRONAL" TO WS-ROTULO-LINHA.
           MOVE FUN-INSS-PATRONAL (WS-IDX-FUN) TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.
           IF FUN-PREV-EMPRESA (WS-IDX-FUN) > 0
               MOVE "  PREVIDENCIA COMPLEMENTAR - PARTE DA EMPRESA"
                   TO WS-ROTULO-LINHA
               MOVE FUN-PREV-EMPRESA (WS-IDX-FUN) TO WS-VALOR-LINHA
               PERFORM IMPRIMIR-LINHA-DE-VALOR
           END-IF.
           COMPUTE WS-TOTAL-ENCARGOS = FUN-FGTS (WS-IDX-FUN)
               + FUN-INSS-PATRONAL (WS-IDX-FUN)
               + FUN-PREV-EMPRESA (WS-IDX-FUN).
           MOVE "  TOTAL DOS ENCARGOS" TO WS-ROTULO-LINHA.
           MOVE WS-TOTAL-ENCARGOS TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.

       ACUMULAR-NO-SETOR.
           MOVE 0 TO WS-IDX-STR-ACHADO.
           PERFORM VARYING WS-IDX-STR FROM 1 BY 1
                   UNTIL WS-IDX-STR > WS-QTD-SETORES
                      OR WS-IDX-STR-ACHADO > 0
               IF STR-SETOR (WS-IDX-STR) = FUN-SETOR (WS-IDX-FUN)
                   MOVE WS-IDX-STR TO WS-IDX-STR-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-STR-ACHADO = 0 AND WS-QTD-SETORES < 100
               ADD 1 TO WS-QTD-SETORES
               MOVE WS-QTD-SETORES TO WS-IDX-STR-ACHADO
               MOVE FUN-SETOR (WS-IDX-FUN)
                   TO STR-SETOR (WS-IDX-STR-ACHADO)
               MOVE 0 TO STR-QUANTIDADE (WS-IDX-STR-ACHADO)
                         STR-CUSTO-TOTAL (WS-IDX-STR-ACHADO)
           END-IF.
           IF WS-IDX-STR-ACHADO > 0
               ADD 1 TO STR-QUANTIDADE (WS-IDX-STR-ACHADO)
               ADD WS-CUSTO-TOTAL TO STR-CUSTO-TOTAL (WS-IDX-STR-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    PAGINA FINAL - QUANTIDADE E CUSTO TOTAL POR SETOR.
      *--------------------------------------------------------------*
       IMPRIMIR-RESUMO-POR-SETOR.
           PERFORM COMECAR-PAGINA-NO-SPOOL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REMUNERACAO TOTAL " WS-ANO " - RESUMO POR SETOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.
           PERFORM IMPRIMIR-LINHA-EM-BRANCO.
           PERFORM VARYING WS-IDX-STR FROM 1 BY 1
                   UNTIL WS-IDX-STR > WS-QTD-SETORES
               MOVE SPACES TO WS-ROTULO-LINHA
               STRING "SETOR " STR-SETOR (WS-IDX-STR)
                   " - DEMONSTRATIVOS: " STR-QUANTIDADE (WS-IDX-STR)
                   DELIMITED BY SIZE INTO WS-ROTULO-LINHA
               END-STRING
               MOVE STR-CUSTO-TOTAL (WS-IDX-STR) TO WS-VALOR-LINHA
               PERFORM IMPRIMIR-LINHA-DE-VALOR
           END-PERFORM.
           PERFORM IMPRIMIR-LINHA-EM-BRANCO.
           MOVE SPACES TO WS-ROTULO-LINHA.
           STRING "TOTAL GERAL - DEMONSTRATIVOS: " WS-QTD-DEMONSTRATIVOS
               DELIMITED BY SIZE INTO WS-ROTULO-LINHA
           END-STRING.
           MOVE WS-CUSTO-GERAL TO WS-VALOR-LINHA.
           PERFORM IMPRIMIR-LINHA-DE-VALOR.

       IMPRIMIR-LINHA-DE-VALOR.
           MOVE WS-VALOR-LINHA TO WS-MSC-TOTAL.
           PERFORM MASCARAR-TOTAL.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WS-ROTULO-LINHA " " WS-MSC-CAMPO (1:10)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       IMPRIMIR-LINHA-EM-BRANCO.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-NO-SPOOL.

       MASCARAR-TOTAL.
           MOVE WS-MSC-TOTAL-X TO WS-MSC-CAMPO.
           MOVE "V" TO WS-MSC-TIPO.
           MOVE 10 TO WS-MSC-TAMANHO.
           MOVE "M" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.

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

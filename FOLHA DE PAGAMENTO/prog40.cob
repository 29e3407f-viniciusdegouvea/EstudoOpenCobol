      *     (PROG29) E IMPRIME UM HOLERITE FORMATADO POR FUNCIONARIO
      *     ATIVO - SALARIO BRUTO, CADA DESCONTO E O LIQUIDO - EM VEZ
      *     DE DEPENDER DE UM DISPLAY DO REGISTRO CRU.
      *
      *     CADA HOLERITE SAI TAMBEM NUM ARQUIVO PROPRIO PARA O PORTAL
      *     DO FUNCIONARIO ("HP" + CODIGO + COMPETENCIA, LAYOUT
      *     CPHOLPOR), E A PRIMEIRA PUBLICACAO DA COMPETENCIA FICA
      *     REGISTRADA NO HOLEENTR PARA O CONTROLE DE CIENCIA
      *     (PROG146). O HOLERITE EM PAPEL (HOLERITE) SO SAI PARA QUEM
      *     O PROG146 DEVOLVEU PARA ENTREGA IMPRESSA (HOLEIMPR); SEM O
      *     HOLEIMPR - ANTES DA PRIMEIRA APURACAO DE CIENCIA - SAI PARA
      *     TODOS, COMO SEMPRE.
      *     O HOLEIMPR TRAZ O DOCUMENTO SEM CIENCIA (CODIGO, COMPETENCIA
      *     E VIA): O ORIGINAL DA COMPETENCIA CORRENTE SAI EM PAPEL COM
      *     O HOLERITE DA RODADA; OS DEMAIS - NORMALMENTE COMPETENCIAS
      *     ANTERIORES - SAO IMPRESSOS DEPOIS DOS HOLERITES DA RODADA A
      *     PARTIR DO DOCUMENTO PUBLICADO NO PORTAL ("HP" OU "HR" +
      *     CODIGO + COMPETENCIA). NO FIM O HOLEIMPR E REGRAVADO SO COM
      *     O QUE NAO PODE SER IMPRESSO (DOCUMENTO NAO ENCONTRADO NO
      *     PORTAL), QUE FICA PARA A RODADA SEGUINTE.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-HOLERITE-PORTAL
               ASSIGN TO DYNAMIC WS-NOME-HOLERITE-PORTAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PORTAL.

           SELECT ARQ-ENTREGAS ASSIGN TO "HOLEENTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTREGAS.

           SELECT ARQ-IMPRESSAO-OBRIG ASSIGN TO "HOLEIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMPRESSAO.

           SELECT ARQ-TRABALHO-IMPRESSAO ASSIGN TO "HOLEIWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRAB-IMPRESSAO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-HOLERITE-PORTAL.
       COPY CPHOLPOR.

       FD  ARQ-ENTREGAS.
       COPY CPHOLENT.

       FD  ARQ-IMPRESSAO-OBRIG.
       01  REG-IMPRESSAO-OBRIG.
           05  IMP-CODIGO              PIC 9(05).
           05  IMP-COMPETENCIA         PIC 9(06).
           05  IMP-SETOR               PIC X(10).
           05  IMP-VIA                 PIC X(01).

       FD  ARQ-TRABALHO-IMPRESSAO.
       01  REG-TRABALHO-IMPRESSAO      PIC X(22).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
      *    PROG29 E IMPRESSO COMO LINHA PROPRIA.
       01  WS-FIM-PONTO                PIC X VALUE "N".
           88  FIM-PONTO                   VALUE "S".
      *    DIVISOR DE HORAS DO FUNCIONARIO - HORAS SEMANAIS DO
      *    CONTRATO X 5, OU 220 SEM HORAS NO CADASTRO (PROG29).
       01  WS-DIVISOR-HORAS-MES        PIC 9(03)V9(2) VALUE 220.
       01  WS-HORAS-SEMANAIS-PADRAO    PIC 9(2)V9(2) VALUE 44.00.
       01  WS-SEMANAS-DO-DIVISOR       PIC 9(01) VALUE 5.
       01  WS-FATOR-ADIC-NOTURNO       PIC 9V9(2) VALUE 0.20.
       01  WS-QTD-PONTOS               PIC 9(03) VALUE 0.
       01  TAB-RESUMO-PONTO.
       01  WS-MEDIA-DO-FUNC            PIC 9(6)V9(2).
       01  WS-VALOR-MEDIA-FERIAS       PIC 9(6)V9(2).

      *    VERBAS DA COMPETENCIA GRAVADAS PELO PROG29 NO FOLHAHIST
      *    (O CALCULO MAIS RECENTE DO MES VALE) - O DESCONTO DE
      *    VALE-TRANSPORTE DEPENDE DOS DIAS UTEIS E AUSENCIAS DO MES
      *    E E LIDO PRONTO, EM VEZ DE RECALCULADO AQUI; O MESMO VALE
      *    PARA O SALARIO-FAMILIA, QUE DEPENDE DO BRUTO DO MES, E
      *    PARA O ADICIONAL DE RISCO DO CARGO (TIPO, GRAU E VALOR)
      *    E PARA A CONTRIBUICAO SINDICAL, QUE DEPENDE DA CARTA DE
      *    AUTORIZACAO OU OPOSICAO EM VIGOR NA DATA DA FOLHA; DO
      *    HORISTA VEM AINDA O SALARIO BASE PAGO E AS HORAS NORMAIS.
      *    O DSR PERDIDO NAS SEMANAS COM FALTA E O DSR SOBRE AS
      *    EXTRAS E SOBRE AS HORAS DO HORISTA DEPENDEM DO CALENDAR
      *    E DO PONTO DO MES - TAMBEM VEM PRONTOS, COMO O DESCONTO
      *    DOS ATRASOS E SAIDAS ANTECIPADAS CONTRA A ESCALA. A
      *    GRATIFICACAO DE FUNCAO DO GERENTE OU DO SUBSTITUTO DEPENDE
      *    DO SETORMST E DOS DIAS DE SUBSTITUICAO (SUBSTGER) E VEM
      *    PRONTA TAMBEM, ASSIM COMO A CONTRIBUICAO A PREVIDENCIA
      *    COMPLEMENTAR, QUE DEPENDE DO BRUTO E DA ADESAO (PREVPLAN).
      *    O REEMBOLSO DE DESPESAS PAGO NA FOLHA DEPENDE DOS PEDIDOS
      *    APROVADOS NO REEMBOLS E TAMBEM VEM PRONTO DO FOLHAHIST.
      *    A COPARTICIPACAO DO PLANO DE SAUDE DESCONTADA DEPENDE DOS
      *    ATENDIMENTOS DO COPAGTO E DO LIQUIDO, E VEM PRONTA TAMBEM.
       01  WS-QTD-VERBAS-MES           PIC 9(03) VALUE 0.
       01  TAB-VERBAS-MES.
           05  VBM-ITEM OCCURS 300 TIMES.
               10  VBM-CODIGO          PIC 9(05).
               10  VBM-VALE-TRANSPORTE PIC 9(6)V9(2).
               10  VBM-SALARIO-FAMILIA PIC 9(6)V9(2).
               10  VBM-TIPO-RISCO      PIC X(01).
               10  VBM-GRAU-RISCO      PIC X(01).
               10  VBM-PCT-RISCO       PIC 9V9(2).
               10  VBM-ADIC-RISCO      PIC 9(6)V9(2).
               10  VBM-CONTRIB-SINDICAL
                                       PIC 9(6)V9(2).
               10  VBM-SALARIO-BASE    PIC 9(6)V9(2).
               10  VBM-HORAS-NORMAIS   PIC 9(3)V9(2).
               10  VBM-DSR-PERDIDO     PIC 9(6)V9(2).
               10  VBM-DSR-HORAS-EXTRAS
                                       PIC 9(6)V9(2).
               10  VBM-DSR-HORISTA     PIC 9(6)V9(2).
               10  VBM-DESCONTO-ATRASOS
                                       PIC 9(6)V9(2).
               10  VBM-GRATIFICACAO-FUNCAO
                                       PIC 9(6)V9(2).
               10  VBM-PREV-FUNCIONARIO
                                       PIC 9(6)V9(2).
               10  VBM-REEMBOLSO       PIC 9(6)V9(2).
               10  VBM-COPARTICIPACAO  PIC 9(6)V9(2).
       01  WS-IDX-VBM                  PIC 9(03).
       01  WS-IDX-VBM-ACHADO           PIC 9(03).
       01  WS-VALE-TRANSPORTE-FUNC     PIC 9(6)V9(2).
       01  WS-SALARIO-FAMILIA-FUNC     PIC 9(6)V9(2).
       01  WS-TIPO-RISCO-FUNC          PIC X(01).
           88  RISCO-PERICULOSIDADE        VALUE "P".
       01  WS-GRAU-RISCO-FUNC          PIC X(01).
       01  WS-PCT-RISCO-FUNC           PIC 9V9(2).
       01  WS-PCT-RISCO-EDITADO        PIC Z9.
       01  WS-ADIC-RISCO-FUNC          PIC 9(6)V9(2).
       01  WS-CONTRIB-SINDICAL-FUNC    PIC 9(6)V9(2).
       01  WS-SALARIO-BASE-FUNC        PIC 9(6)V9(2).
       01  WS-HORAS-NORMAIS-FUNC       PIC 9(3)V9(2).
       01  WS-DSR-PERDIDO-FUNC         PIC 9(6)V9(2).
       01  WS-DSR-HORAS-EXTRAS-FUNC    PIC 9(6)V9(2).
       01  WS-DSR-HORISTA-FUNC         PIC 9(6)V9(2).
       01  WS-DESCONTO-ATRASOS-FUNC    PIC 9(6)V9(2).
       01  WS-GRATIFICACAO-FUNC        PIC 9(6)V9(2).
       01  WS-PREV-FUNCIONARIO-FUNC    PIC 9(6)V9(2).
       01  WS-REEMBOLSO-FUNC           PIC 9(6)V9(2).
       01  WS-COPARTICIPACAO-FUNC      PIC 9(6)V9(2).

      *    HOLERITE ELETRONICO - ARQUIVO DO PORTAL DO FUNCIONARIO,
      *    CODIGOS JA REGISTRADOS NO HOLEENTR NA COMPETENCIA E OS QUE
      *    VOLTARAM PARA ENTREGA IMPRESSA (HOLEIMPR, DO PROG146).
       01  WS-STATUS-PORTAL            PIC X(02).
       01  WS-STATUS-ENTREGAS          PIC X(02).
       01  WS-STATUS-IMPRESSAO         PIC X(02).
       01  WS-STATUS-TRAB-IMPRESSAO    PIC X(02).
       01  WS-NOME-HOLERITE-PORTAL     PIC X(13).
       01  WS-QTD-LINHAS-PORTAL        PIC 9(04).
       01  WS-FIM-ENTREGAS             PIC X VALUE "N".
           88  FIM-ENTREGAS                VALUE "S".
       01  WS-FIM-IMPRESSAO            PIC X VALUE "N".
           88  FIM-IMPRESSAO               VALUE "S".
       01  WS-FIM-TRAB-IMPRESSAO       PIC X VALUE "N".
           88  FIM-TRAB-IMPRESSAO          VALUE "S".
       01  WS-FIM-PORTAL               PIC X VALUE "N".
           88  FIM-PORTAL                  VALUE "S".
       01  WS-QTD-REGISTRADOS          PIC 9(04) VALUE 0.
       01  TAB-REGISTRADOS.
           05  REG-CODIGO-REGISTRADO OCCURS 1000 TIMES
                                       PIC 9(05).
       01  WS-IDX-REG                  PIC 9(04).
       01  WS-JA-REGISTRADO            PIC X VALUE "N".
           88  JA-REGISTRADO               VALUE "S".
       01  WS-HA-LISTA-IMPRESSAO       PIC X VALUE "N".
           88  HA-LISTA-IMPRESSAO          VALUE "S".
      *    DOCUMENTOS DO HOLEIMPR - IMO-IMPRESSO "S" QUANDO SAIU EM
      *    PAPEL NESTA RODADA (SAI DA LISTA NA REGRAVACAO).
       01  WS-QTD-IMPRESSAO-OBRIG      PIC 9(04) VALUE 0.
       01  TAB-IMPRESSAO-OBRIG.
           05  IMO-ITEM OCCURS 1000 TIMES.
               10  IMO-CODIGO          PIC 9(05).
               10  IMO-COMPETENCIA     PIC 9(06).
               10  IMO-VIA             PIC X(01).
               10  IMO-IMPRESSO        PIC X(01).
       01  WS-IDX-IMO                  PIC 9(04).
       01  WS-QTD-LIDOS-IMPRESSAO      PIC 9(05).
       01  WS-QTD-REIMPRESSOS          PIC 9(05) VALUE 0.
       01  WS-QTD-SEM-DOCUMENTO        PIC 9(05) VALUE 0.
       01  WS-MANTER-NA-LISTA          PIC X VALUE "N".
           88  MANTER-NA-LISTA             VALUE "S".
       01  WS-IMPRIMIR-EM-PAPEL        PIC X VALUE "S".
           88  IMPRIMIR-EM-PAPEL           VALUE "S".
       01  WS-QTD-EM-PAPEL             PIC 9(05) VALUE 0.
       01  WS-QTD-NOVAS-ENTREGAS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           PERFORM CARREGAR-PENSOES-PAGAS.
           PERFORM CARREGAR-RESUMO-PONTO.
           PERFORM CARREGAR-MEDIAS-VARIAVEIS.
           PERFORM CARREGAR-CONTROLE-DE-ENTREGA.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-HOLERITE.
           OPEN EXTEND ARQ-ENTREGAS.
           IF WS-STATUS-ENTREGAS = "35"
               OPEN OUTPUT ARQ-ENTREGAS
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM IMPRIMIR-UM-HOLERITE UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           IF HA-LISTA-IMPRESSAO
               PERFORM REIMPRIMIR-DOCUMENTO-DA-LISTA
                   VARYING WS-IDX-IMO FROM 1 BY 1
                   UNTIL WS-IDX-IMO > WS-QTD-IMPRESSAO-OBRIG
           END-IF.
           CLOSE ARQ-HOLERITE.
           CLOSE ARQ-ENTREGAS.
           IF HA-LISTA-IMPRESSAO
               PERFORM REGRAVAR-LISTA-IMPRESSAO
           END-IF.
           DISPLAY "GERACAO DE HOLERITES - GERADOS: "
               WS-QTD-HOLERITES " - EM PAPEL: " WS-QTD-EM-PAPEL
               " - NOVOS NO PORTAL: " WS-QTD-NOVAS-ENTREGAS.
           IF WS-QTD-REIMPRESSOS > 0 OR WS-QTD-SEM-DOCUMENTO > 0
               DISPLAY "ENTREGA IMPRESSA DE OUTRAS COMPETENCIAS: "
                   WS-QTD-REIMPRESSOS " - SEM DOCUMENTO NO PORTAL: "
                   WS-QTD-SEM-DOCUMENTO
           END-IF.

       PROGRAM-DONE.
           STOP RUN.
               UNTIL WS-IDX-AGF > WS-QTD-AGENDAS.
           IF WS-DIAS-FERIAS-MES > 0
               COMPUTE WS-VALOR-TERCO-FERIAS ROUNDED =
                   (SALARIO + WS-ADIC-RISCO-FUNC) / 30
                   * WS-DIAS-FERIAS-MES / 3
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-TERCO-FERIAS
               END-COMPUTE
               PERFORM APURAR-MEDIA-DO-FUNC
           END-READ.

       GUARDAR-UMA-VARIAVEL.
           IF FHS-COMPETENCIA = WS-COMP-ATUAL
               AND FHS-TIPO-FOLHA = SPACE
               PERFORM GUARDAR-VERBAS-DO-MES
           END-IF.
           IF FHS-COMPETENCIA >= WS-COMP-INICIO-MEDIA
               AND NOT FOLHA-PLR
               AND FHS-COMPETENCIA < WS-COMP-ATUAL
                   FHS-BRUTO - FHS-SALARIO-BASE
                   ON SIZE ERROR MOVE 0 TO WS-PARTE-VARIAVEL
               END-COMPUTE
               IF FHS-ADICIONAL-RISCO IS NUMERIC
                   SUBTRACT FHS-ADICIONAL-RISCO FROM WS-PARTE-VARIAVEL
               END-IF
               IF WS-PARTE-VARIAVEL < 0
                   MOVE 0 TO WS-PARTE-VARIAVEL
               END-IF
           END-IF.
           PERFORM LER-HISTORICO-PARA-MEDIA.

       GUARDAR-VERBAS-DO-MES.
           MOVE 0 TO WS-IDX-VBM-ACHADO.
           MOVE 1 TO WS-IDX-VBM.
           PERFORM LOCALIZAR-VERBAS-DO-MES
               UNTIL WS-IDX-VBM > WS-QTD-VERBAS-MES.
           IF WS-IDX-VBM-ACHADO = 0 AND WS-QTD-VERBAS-MES < 300
               ADD 1 TO WS-QTD-VERBAS-MES
               MOVE WS-QTD-VERBAS-MES TO WS-IDX-VBM-ACHADO
               MOVE FHS-CODIGO TO VBM-CODIGO (WS-IDX-VBM-ACHADO)
           END-IF.
           IF WS-IDX-VBM-ACHADO > 0
               MOVE 0 TO VBM-VALE-TRANSPORTE (WS-IDX-VBM-ACHADO)
               IF FHS-VALE-TRANSPORTE IS NUMERIC
                   MOVE FHS-VALE-TRANSPORTE
                       TO VBM-VALE-TRANSPORTE (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-SALARIO-FAMILIA (WS-IDX-VBM-ACHADO)
               IF FHS-SALARIO-FAMILIA IS NUMERIC
                   MOVE FHS-SALARIO-FAMILIA
                       TO VBM-SALARIO-FAMILIA (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE SPACE TO VBM-TIPO-RISCO (WS-IDX-VBM-ACHADO)
               MOVE SPACE TO VBM-GRAU-RISCO (WS-IDX-VBM-ACHADO)
               MOVE 0 TO VBM-PCT-RISCO (WS-IDX-VBM-ACHADO)
               MOVE 0 TO VBM-ADIC-RISCO (WS-IDX-VBM-ACHADO)
               IF FHS-ADICIONAL-RISCO IS NUMERIC
                   AND FHS-PCT-RISCO IS NUMERIC
                   MOVE FHS-TIPO-RISCO
                       TO VBM-TIPO-RISCO (WS-IDX-VBM-ACHADO)
                   MOVE FHS-GRAU-RISCO
                       TO VBM-GRAU-RISCO (WS-IDX-VBM-ACHADO)
                   MOVE FHS-PCT-RISCO
                       TO VBM-PCT-RISCO (WS-IDX-VBM-ACHADO)
                   MOVE FHS-ADICIONAL-RISCO
                       TO VBM-ADIC-RISCO (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-CONTRIB-SINDICAL (WS-IDX-VBM-ACHADO)
               IF FHS-CONTRIB-SINDICAL IS NUMERIC
                   MOVE FHS-CONTRIB-SINDICAL
                       TO VBM-CONTRIB-SINDICAL (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE FHS-SALARIO-BASE
                   TO VBM-SALARIO-BASE (WS-IDX-VBM-ACHADO)
               MOVE 0 TO VBM-HORAS-NORMAIS (WS-IDX-VBM-ACHADO)
               IF FHS-HORAS-NORMAIS IS NUMERIC
                   MOVE FHS-HORAS-NORMAIS
                       TO VBM-HORAS-NORMAIS (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-DSR-PERDIDO (WS-IDX-VBM-ACHADO)
               MOVE 0 TO VBM-DSR-HORAS-EXTRAS (WS-IDX-VBM-ACHADO)
               MOVE 0 TO VBM-DSR-HORISTA (WS-IDX-VBM-ACHADO)
               IF FHS-DSR-PERDIDO IS NUMERIC
                   AND FHS-DSR-HORAS-EXTRAS IS NUMERIC
                   AND FHS-DSR-HORISTA IS NUMERIC
                   MOVE FHS-DSR-PERDIDO
                       TO VBM-DSR-PERDIDO (WS-IDX-VBM-ACHADO)
                   MOVE FHS-DSR-HORAS-EXTRAS
                       TO VBM-DSR-HORAS-EXTRAS (WS-IDX-VBM-ACHADO)
                   MOVE FHS-DSR-HORISTA
                       TO VBM-DSR-HORISTA (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-DESCONTO-ATRASOS (WS-IDX-VBM-ACHADO)
               IF FHS-DESCONTO-ATRASOS IS NUMERIC
                   MOVE FHS-DESCONTO-ATRASOS
                       TO VBM-DESCONTO-ATRASOS (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-GRATIFICACAO-FUNCAO (WS-IDX-VBM-ACHADO)
               IF FHS-GRATIFICACAO-FUNCAO IS NUMERIC
                   MOVE FHS-GRATIFICACAO-FUNCAO
                       TO VBM-GRATIFICACAO-FUNCAO (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-PREV-FUNCIONARIO (WS-IDX-VBM-ACHADO)
               IF FHS-PREV-FUNCIONARIO IS NUMERIC
                   MOVE FHS-PREV-FUNCIONARIO
                       TO VBM-PREV-FUNCIONARIO (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-REEMBOLSO (WS-IDX-VBM-ACHADO)
               IF FHS-REEMBOLSO IS NUMERIC
                   MOVE FHS-REEMBOLSO
                       TO VBM-REEMBOLSO (WS-IDX-VBM-ACHADO)
               END-IF
               MOVE 0 TO VBM-COPARTICIPACAO (WS-IDX-VBM-ACHADO)
               IF FHS-COPARTICIPACAO IS NUMERIC
                   MOVE FHS-COPARTICIPACAO
                       TO VBM-COPARTICIPACAO (WS-IDX-VBM-ACHADO)
               END-IF
           END-IF.

       LOCALIZAR-VERBAS-DO-MES.
           IF VBM-CODIGO (WS-IDX-VBM) = FHS-CODIGO
               MOVE WS-IDX-VBM TO WS-IDX-VBM-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-VBM.

       BUSCAR-VERBAS-DO-FUNC.
           MOVE 0 TO WS-VALE-TRANSPORTE-FUNC.
           MOVE 0 TO WS-SALARIO-FAMILIA-FUNC.
           MOVE SPACE TO WS-TIPO-RISCO-FUNC.
           MOVE SPACE TO WS-GRAU-RISCO-FUNC.
           MOVE 0 TO WS-PCT-RISCO-FUNC.
           MOVE 0 TO WS-ADIC-RISCO-FUNC.
           MOVE 0 TO WS-CONTRIB-SINDICAL-FUNC.
           MOVE SALARIO TO WS-SALARIO-BASE-FUNC.
           MOVE 0 TO WS-HORAS-NORMAIS-FUNC.
           MOVE 0 TO WS-DSR-PERDIDO-FUNC.
           MOVE 0 TO WS-DSR-HORAS-EXTRAS-FUNC.
           MOVE 0 TO WS-DSR-HORISTA-FUNC.
           MOVE 0 TO WS-DESCONTO-ATRASOS-FUNC.
           MOVE 0 TO WS-GRATIFICACAO-FUNC.
           MOVE 0 TO WS-PREV-FUNCIONARIO-FUNC.
           MOVE 0 TO WS-REEMBOLSO-FUNC.
           MOVE 0 TO WS-COPARTICIPACAO-FUNC.
           MOVE 1 TO WS-IDX-VBM.
           PERFORM COMPARAR-VERBAS-COM-FUNC
               UNTIL WS-IDX-VBM > WS-QTD-VERBAS-MES.

       COMPARAR-VERBAS-COM-FUNC.
           IF VBM-CODIGO (WS-IDX-VBM) = CODIGO
               MOVE VBM-VALE-TRANSPORTE (WS-IDX-VBM)
                   TO WS-VALE-TRANSPORTE-FUNC
               MOVE VBM-SALARIO-FAMILIA (WS-IDX-VBM)
                   TO WS-SALARIO-FAMILIA-FUNC
               MOVE VBM-TIPO-RISCO (WS-IDX-VBM) TO WS-TIPO-RISCO-FUNC
               MOVE VBM-GRAU-RISCO (WS-IDX-VBM) TO WS-GRAU-RISCO-FUNC
               MOVE VBM-PCT-RISCO (WS-IDX-VBM)  TO WS-PCT-RISCO-FUNC
               MOVE VBM-ADIC-RISCO (WS-IDX-VBM) TO WS-ADIC-RISCO-FUNC
               MOVE VBM-CONTRIB-SINDICAL (WS-IDX-VBM)
                   TO WS-CONTRIB-SINDICAL-FUNC
               MOVE VBM-DSR-PERDIDO (WS-IDX-VBM)
                   TO WS-DSR-PERDIDO-FUNC
               MOVE VBM-DSR-HORAS-EXTRAS (WS-IDX-VBM)
                   TO WS-DSR-HORAS-EXTRAS-FUNC
               MOVE VBM-DSR-HORISTA (WS-IDX-VBM)
                   TO WS-DSR-HORISTA-FUNC
               MOVE VBM-DESCONTO-ATRASOS (WS-IDX-VBM)
                   TO WS-DESCONTO-ATRASOS-FUNC
               MOVE VBM-GRATIFICACAO-FUNCAO (WS-IDX-VBM)
                   TO WS-GRATIFICACAO-FUNC
               MOVE VBM-PREV-FUNCIONARIO (WS-IDX-VBM)
                   TO WS-PREV-FUNCIONARIO-FUNC
               MOVE VBM-REEMBOLSO (WS-IDX-VBM) TO WS-REEMBOLSO-FUNC
               MOVE VBM-COPARTICIPACAO (WS-IDX-VBM)
                   TO WS-COPARTICIPACAO-FUNC
               IF CONTRATO-HORISTA
                   MOVE VBM-SALARIO-BASE (WS-IDX-VBM)
                       TO WS-SALARIO-BASE-FUNC
                   MOVE VBM-HORAS-NORMAIS (WS-IDX-VBM)
                       TO WS-HORAS-NORMAIS-FUNC
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-VBM.

       APURAR-MEDIA-DO-FUNC.
           MOVE 0 TO WS-MEDIA-DO-FUNC.
           PERFORM VARYING WS-IDX-VAR FROM 1 BY 1
       IMPRIMIR-UM-HOLERITE.
           IF SITUACAO-ATIVA
               PERFORM BUSCAR-DEPENDENTES-DO-FUNC
               PERFORM BUSCAR-VERBAS-DO-FUNC
               PERFORM APURAR-FERIAS-DO-FUNC
               PERFORM APURAR-ANUENIO-DO-FUNC
               PERFORM APURAR-ADIC-NOTURNO-DO-FUNC
               PERFORM ABRIR-HOLERITE-PORTAL
               PERFORM IMPRIMIR-CABECALHO-HOLERITE
               PERFORM IMPRIMIR-LINHA-PROVENTO
               IF WS-VALOR-ANUENIO > 0
                   PERFORM IMPRIMIR-LINHA-ANUENIO
               END-IF
               IF WS-ADIC-RISCO-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-ADIC-RISCO
               END-IF
               IF WS-GRATIFICACAO-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-GRATIFICACAO
               END-IF
               IF WS-VALOR-ADIC-NOTURNO > 0
                   PERFORM IMPRIMIR-LINHA-ADIC-NOTURNO
               END-IF
               IF WS-DSR-HORAS-EXTRAS-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-DSR-EXTRAS
               END-IF
               IF WS-DSR-HORISTA-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-DSR-HORISTA
               END-IF
               IF WS-DSR-PERDIDO-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-DSR-PERDIDO
               END-IF
               IF WS-DESCONTO-ATRASOS-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-ATRASOS
               END-IF
               PERFORM IMPRIMIR-MOVIMENTOS-DO-FUNC
               IF WS-DIAS-FERIAS-MES > 0
                   PERFORM IMPRIMIR-LINHA-FERIAS
               END-IF
               IF WS-SALARIO-FAMILIA-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-SALARIO-FAMILIA
               END-IF
               PERFORM IMPRIMIR-LINHA-DESCONTO-INSS
               PERFORM IMPRIMIR-LINHA-DESCONTO-IRRF
               IF WS-PREV-FUNCIONARIO-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-PREVIDENCIA
               END-IF
               PERFORM IMPRIMIR-PENSOES-DO-FUNC
               IF WS-CONTRIB-SINDICAL-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-CONTRIB-SINDICAL
               END-IF
               PERFORM IMPRIMIR-EMPRESTIMOS-DO-FUNC
               PERFORM IMPRIMIR-BENEFICIOS-DO-FUNC
               IF WS-COPARTICIPACAO-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-COPARTICIPACAO
               END-IF
               IF WS-VALE-TRANSPORTE-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-VALE-TRANSPORTE
               END-IF
               PERFORM IMPRIMIR-ADIANTAMENTO-DO-FUNC
               IF WS-REEMBOLSO-FUNC > 0
                   PERFORM IMPRIMIR-LINHA-REEMBOLSO
               END-IF
               PERFORM IMPRIMIR-LINHA-LIQUIDO
               PERFORM IMPRIMIR-SEPARADOR-HOLERITE
               PERFORM FECHAR-HOLERITE-PORTAL
               ADD 1 TO WS-QTD-HOLERITES
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.
               " - CODIGO " CODIGO " - " NOME " - SETOR " SETOR
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  DEPENDENTES (IRRF). . . . . . . . . "
               WS-QTD-DEP-DO-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *    O HORISTA RECEBE AS HORAS NORMAIS DO MES AO VALOR DA HORA
      *    - O SALARIO BASE E O PAGO PELO PROG29, COM AS HORAS ACIMA.
       IMPRIMIR-LINHA-PROVENTO.
           IF CONTRATO-HORISTA
               MOVE SPACES TO LINHA-HOLERITE
               STRING "  HORAS NORMAIS TRABALHADAS . . . . . "
                   WS-HORAS-NORMAIS-FUNC
                   DELIMITED BY SIZE INTO LINHA-HOLERITE
               END-STRING
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  SALARIO BASE. . . . . . . . . . . . "
               WS-SALARIO-BASE-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *--------------------------------------------------------------*
      *    ANUENIO - MESMO CALCULO DO PROG29, IMPRESSO COMO VERBA
               WS-VALOR-ANUENIO
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *    ADICIONAL DE RISCO DO CARGO, GRAVADO PELO PROG29 NO
      *    FOLHAHIST, COM O PERCENTUAL APLICADO.
       IMPRIMIR-LINHA-ADIC-RISCO.
           COMPUTE WS-PCT-RISCO-EDITADO = WS-PCT-RISCO-FUNC * 100.
           MOVE SPACES TO LINHA-HOLERITE.
           IF RISCO-PERICULOSIDADE
               STRING "  (+) PERICULOSIDADE " WS-PCT-RISCO-EDITADO
                   "%. . . . . . . " WS-ADIC-RISCO-FUNC
                   DELIMITED BY SIZE INTO LINHA-HOLERITE
               END-STRING
           ELSE
               STRING "  (+) INSALUBRIDADE GRAU " WS-GRAU-RISCO-FUNC
                   " " WS-PCT-RISCO-EDITADO "%. . . . "
                   WS-ADIC-RISCO-FUNC
                   DELIMITED BY SIZE INTO LINHA-HOLERITE
               END-STRING
           END-IF.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *--------------------------------------------------------------*
      *    UMA LINHA POR MOVIMENTO VARIAVEL DO MES DO FUNCIONARIO.
                       DELIMITED BY SIZE INTO LINHA-HOLERITE
                   END-STRING
               END-IF
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           ADD 1 TO WS-IDX-MOV.

               " DIAS + 1/3 . . . . . . . " WS-VALOR-TERCO-FERIAS
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.
           IF WS-VALOR-MEDIA-FERIAS > 0
               MOVE SPACES TO LINHA-HOLERITE
               STRING "  (+) MEDIAS DE VARIAVEIS NAS FERIAS. "
                   WS-VALOR-MEDIA-FERIAS
                   DELIMITED BY SIZE INTO LINHA-HOLERITE
               END-STRING
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.

       IMPRIMIR-LINHA-DESCONTO-INSS.
           STRING "  (-) INSS. . . . . . . . . . . . . . " INSS-FOLHA
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-DESCONTO-IRRF.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) IRRF. . . . . . . . . . . . . . " IRRF-FOLHA
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *--------------------------------------------------------------*
      *    ADICIONAL NOTURNO - CARGA DO RESUMO DE PONTO E A MESMA
      *    CONTA DO PROG29 (SALARIO/DIVISOR * 20% * HORAS NOTURNAS).
      *--------------------------------------------------------------*
       CARREGAR-RESUMO-PONTO.
           OPEN INPUT ARQ-RESUMO-PONTO.

       APURAR-ADIC-NOTURNO-DO-FUNC.
           MOVE 0 TO WS-VALOR-ADIC-NOTURNO.
           IF HORAS-SEMANAIS IS NUMERIC AND HORAS-SEMANAIS > 0
               COMPUTE WS-DIVISOR-HORAS-MES =
                   HORAS-SEMANAIS * WS-SEMANAS-DO-DIVISOR
           ELSE
               COMPUTE WS-DIVISOR-HORAS-MES =
                   WS-HORAS-SEMANAIS-PADRAO * WS-SEMANAS-DO-DIVISOR
           END-IF.
           PERFORM VARYING WS-IDX-PNT FROM 1 BY 1
                   UNTIL WS-IDX-PNT > WS-QTD-PONTOS
               IF PNT-CODIGO (WS-IDX-PNT) = CODIGO
               WS-VALOR-ADIC-NOTURNO
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *--------------------------------------------------------------*
      *    GRATIFICACAO DE FUNCAO, APURADA PELO PROG29 (FOLHAHIST).
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-GRATIFICACAO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (+) GRATIFICACAO DE FUNCAO. . . . . "
               WS-GRATIFICACAO-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *--------------------------------------------------------------*
      *    DSR DA COMPETENCIA, APURADO PELO PROG29 (FOLHAHIST).
      *--------------------------------------------------------------*
       IMPRIMIR-LINHA-DSR-EXTRAS.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (+) DSR SOBRE HORAS EXTRAS. . . . . "
               WS-DSR-HORAS-EXTRAS-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-DSR-HORISTA.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (+) DSR SOBRE HORAS NORMAIS . . . . "
               WS-DSR-HORISTA-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-DSR-PERDIDO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) DSR PERDIDO POR FALTAS. . . . . "
               WS-DSR-PERDIDO-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-ATRASOS.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) ATRASOS E SAIDAS ANTECIPADAS. . "
               WS-DESCONTO-ATRASOS-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *--------------------------------------------------------------*
      *    CARGA E IMPRESSAO DA PENSAO ALIMENTICIA DA COMPETENCIA.
                   PSG-VALOR (WS-IDX-PSG)
                   DELIMITED BY SIZE INTO LINHA-HOLERITE
               END-STRING
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           ADD 1 TO WS-IDX-PSG.

                   " SALDO " WS-SALDO-DEVEDOR
                   DELIMITED BY SIZE INTO LINHA-HOLERITE
               END-STRING
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           ADD 1 TO WS-IDX-EMP.

                       " . . . . . . " BCT-PARTE-FUNC (WS-IDX-CAT)
                       DELIMITED BY SIZE INTO LINHA-HOLERITE
                   END-STRING
                   PERFORM GRAVAR-LINHA-HOLERITE
               END-IF
           END-PERFORM.

                   ADM-VALOR (WS-IDX-ADI)
                   DELIMITED BY SIZE INTO LINHA-HOLERITE
               END-STRING
               PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
           ADD 1 TO WS-IDX-ADI.

       IMPRIMIR-LINHA-SALARIO-FAMILIA.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (+) SALARIO-FAMILIA . . . . . . . . "
               WS-SALARIO-FAMILIA-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-PREVIDENCIA.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) PREVIDENCIA COMPLEMENTAR. . . . "
               WS-PREV-FUNCIONARIO-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-CONTRIB-SINDICAL.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) CONTRIBUICAO SINDICAL . . . . . "
               WS-CONTRIB-SINDICAL-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-VALE-TRANSPORTE.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) VALE-TRANSPORTE . . . . . . . . "
               WS-VALE-TRANSPORTE-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-COPARTICIPACAO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (-) COPARTICIPACAO PLANO SAUDE. . . "
               WS-COPARTICIPACAO-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-REEMBOLSO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (+) REEMBOLSO DE DESPESAS . . . . . "
               WS-REEMBOLSO-FUNC
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-LINHA-LIQUIDO.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "  (=) SALARIO LIQUIDO . . . . . . . . "
               SALARIO-LIQUIDO
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

       IMPRIMIR-SEPARADOR-HOLERITE.
           MOVE SPACES TO LINHA-HOLERITE.
           STRING "--------------------------------------------"
               DELIMITED BY SIZE INTO LINHA-HOLERITE
           END-STRING.
           PERFORM GRAVAR-LINHA-HOLERITE.

      *--------------------------------------------------------------*
      *    HOLERITE ELETRONICO - CONTROLE DE ENTREGA DA COMPETENCIA.
      *--------------------------------------------------------------*
       CARREGAR-CONTROLE-DE-ENTREGA.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-STATUS-ENTREGAS = "00"
               PERFORM LER-ENTREGA
               PERFORM GUARDAR-UMA-ENTREGA UNTIL FIM-ENTREGAS
               CLOSE ARQ-ENTREGAS
           END-IF.
           OPEN INPUT ARQ-IMPRESSAO-OBRIG.
           IF WS-STATUS-IMPRESSAO = "00"
               SET HA-LISTA-IMPRESSAO TO TRUE
               PERFORM LER-IMPRESSAO-OBRIG
               PERFORM GUARDAR-UMA-IMPRESSAO-OBRIG UNTIL FIM-IMPRESSAO
               CLOSE ARQ-IMPRESSAO-OBRIG
           END-IF.

       LER-ENTREGA.
           READ ARQ-ENTREGAS
               AT END SET FIM-ENTREGAS TO TRUE
           END-READ.

       GUARDAR-UMA-ENTREGA.
           IF ENT-COMPETENCIA = WS-COMP-ATUAL AND ENT-VIA-ORIGINAL
               AND WS-QTD-REGISTRADOS < 1000
               ADD 1 TO WS-QTD-REGISTRADOS
               MOVE ENT-CODIGO
                   TO REG-CODIGO-REGISTRADO (WS-QTD-REGISTRADOS)
           END-IF.
           PERFORM LER-ENTREGA.

       LER-IMPRESSAO-OBRIG.
           READ ARQ-IMPRESSAO-OBRIG
               AT END SET FIM-IMPRESSAO TO TRUE
           END-READ.

      *    LISTA GRAVADA ANTES DA VIA NO HOLEIMPR = ORIGINAL.
       GUARDAR-UMA-IMPRESSAO-OBRIG.
           IF WS-QTD-IMPRESSAO-OBRIG < 1000
               ADD 1 TO WS-QTD-IMPRESSAO-OBRIG
               MOVE IMP-CODIGO TO IMO-CODIGO (WS-QTD-IMPRESSAO-OBRIG)
               MOVE IMP-COMPETENCIA
                   TO IMO-COMPETENCIA (WS-QTD-IMPRESSAO-OBRIG)
               MOVE IMP-VIA TO IMO-VIA (WS-QTD-IMPRESSAO-OBRIG)
               IF IMP-VIA = SPACE
                   MOVE "O" TO IMO-VIA (WS-QTD-IMPRESSAO-OBRIG)
               END-IF
               MOVE "N" TO IMO-IMPRESSO (WS-QTD-IMPRESSAO-OBRIG)
           END-IF.
           PERFORM LER-IMPRESSAO-OBRIG.

      *    O ARQUIVO DO PORTAL E REFEITO A CADA RODADA COM O CALCULO
      *    MAIS RECENTE; O PAPEL SO SAI PARA QUEM TEM O ORIGINAL DA
      *    COMPETENCIA CORRENTE NO HOLEIMPR.
       ABRIR-HOLERITE-PORTAL.
           MOVE "S" TO WS-IMPRIMIR-EM-PAPEL.
           IF HA-LISTA-IMPRESSAO
               MOVE "N" TO WS-IMPRIMIR-EM-PAPEL
               PERFORM VARYING WS-IDX-IMO FROM 1 BY 1
                       UNTIL WS-IDX-IMO > WS-QTD-IMPRESSAO-OBRIG
                   IF IMO-CODIGO (WS-IDX-IMO) = CODIGO
                       AND IMO-COMPETENCIA (WS-IDX-IMO) = WS-COMP-ATUAL
                       AND IMO-VIA (WS-IDX-IMO) = "O"
                       MOVE "S" TO WS-IMPRIMIR-EM-PAPEL
                       MOVE "S" TO IMO-IMPRESSO (WS-IDX-IMO)
                   END-IF
               END-PERFORM
           END-IF.
           IF IMPRIMIR-EM-PAPEL
               ADD 1 TO WS-QTD-EM-PAPEL
           END-IF.
           MOVE SPACES TO WS-NOME-HOLERITE-PORTAL.
           STRING "HP" CODIGO WS-COMP-ATUAL
               DELIMITED BY SIZE INTO WS-NOME-HOLERITE-PORTAL
           END-STRING.
           OPEN OUTPUT ARQ-HOLERITE-PORTAL.
           MOVE SPACES TO REG-HOLERITE-PORTAL.
           SET HPO-REG-HEADER TO TRUE.
           MOVE CODIGO        TO HPO-CODIGO.
           MOVE WS-COMP-ATUAL TO HPO-COMPETENCIA.
           SET HPO-VIA-ORIGINAL TO TRUE.
           MOVE NOME          TO HPO-NOME.
           MOVE SETOR         TO HPO-SETOR.
           MOVE WS-DATA-HOJE  TO HPO-DATA-EMISSAO.
           WRITE REG-HOLERITE-PORTAL.
           MOVE 0 TO WS-QTD-LINHAS-PORTAL.

       GRAVAR-LINHA-HOLERITE.
           MOVE SPACES TO REG-HOLERITE-PORTAL.
           SET HPO-REG-LINHA TO TRUE.
           MOVE LINHA-HOLERITE TO HPO-DADOS.
           WRITE REG-HOLERITE-PORTAL.
           ADD 1 TO WS-QTD-LINHAS-PORTAL.
           IF IMPRIMIR-EM-PAPEL
               WRITE LINHA-HOLERITE
           END-IF.

       FECHAR-HOLERITE-PORTAL.
           MOVE SPACES TO REG-HOLERITE-PORTAL.
           SET HPO-REG-TRAILER TO TRUE.
           MOVE WS-QTD-LINHAS-PORTAL TO HPO-QTD-LINHAS.
           WRITE REG-HOLERITE-PORTAL.
           CLOSE ARQ-HOLERITE-PORTAL.
           PERFORM REGISTRAR-ENTREGA.

      *    A PRIMEIRA PUBLICACAO DA COMPETENCIA ABRE A CIENCIA; AS
      *    RODADAS SEGUINTES DO MES SO ATUALIZAM O ARQUIVO DO PORTAL.
       REGISTRAR-ENTREGA.
           MOVE "N" TO WS-JA-REGISTRADO.
           PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                   UNTIL WS-IDX-REG > WS-QTD-REGISTRADOS
                      OR JA-REGISTRADO
               IF REG-CODIGO-REGISTRADO (WS-IDX-REG) = CODIGO
                   SET JA-REGISTRADO TO TRUE
               END-IF
           END-PERFORM.
           IF NOT JA-REGISTRADO
               MOVE CODIGO        TO ENT-CODIGO
               MOVE WS-COMP-ATUAL TO ENT-COMPETENCIA
               SET ENT-VIA-ORIGINAL TO TRUE
               MOVE NOME          TO ENT-NOME
               MOVE SETOR         TO ENT-SETOR
               MOVE WS-DATA-HOJE  TO ENT-DATA-PUBLICACAO
               SET ENT-PENDENTE TO TRUE
               MOVE 0             TO ENT-DATA-CIENCIA
               WRITE REG-ENTREGA-HOLERITE
               ADD 1 TO WS-QTD-NOVAS-ENTREGAS
               IF WS-QTD-REGISTRADOS < 1000
                   ADD 1 TO WS-QTD-REGISTRADOS
                   MOVE CODIGO
                       TO REG-CODIGO-REGISTRADO (WS-QTD-REGISTRADOS)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    ENTREGA IMPRESSA DE DOCUMENTOS DE OUTRAS COMPETENCIAS (OU
      *    DE SEGUNDA VIA) - SAI EM PAPEL O DOCUMENTO QUE FICOU SEM
      *    CIENCIA, COMO FOI PUBLICADO NO PORTAL.
      *--------------------------------------------------------------*
       REIMPRIMIR-DOCUMENTO-DA-LISTA.
           IF IMO-IMPRESSO (WS-IDX-IMO) = "N"
               MOVE SPACES TO WS-NOME-HOLERITE-PORTAL
               IF IMO-VIA (WS-IDX-IMO) = "R"
                   STRING "HR" IMO-CODIGO (WS-IDX-IMO)
                       IMO-COMPETENCIA (WS-IDX-IMO)
                       DELIMITED BY SIZE INTO WS-NOME-HOLERITE-PORTAL
                   END-STRING
               ELSE
                   STRING "HP" IMO-CODIGO (WS-IDX-IMO)
                       IMO-COMPETENCIA (WS-IDX-IMO)
                       DELIMITED BY SIZE INTO WS-NOME-HOLERITE-PORTAL
                   END-STRING
               END-IF
               OPEN INPUT ARQ-HOLERITE-PORTAL
               IF WS-STATUS-PORTAL = "00"
                   MOVE SPACES TO LINHA-HOLERITE
                   STRING "ENTREGA IMPRESSA - SEM CIENCIA NO PORTAL - "
                       "COMPETENCIA " IMO-COMPETENCIA (WS-IDX-IMO)
                       " VIA " IMO-VIA (WS-IDX-IMO)
                       DELIMITED BY SIZE INTO LINHA-HOLERITE
                   END-STRING
                   WRITE LINHA-HOLERITE
                   MOVE "N" TO WS-FIM-PORTAL
                   PERFORM LER-DOCUMENTO-PORTAL
                   PERFORM IMPRIMIR-LINHA-DO-PORTAL UNTIL FIM-PORTAL
                   CLOSE ARQ-HOLERITE-PORTAL
                   MOVE "S" TO IMO-IMPRESSO (WS-IDX-IMO)
                   ADD 1 TO WS-QTD-REIMPRESSOS
               ELSE
                   ADD 1 TO WS-QTD-SEM-DOCUMENTO
               END-IF
           END-IF.

       LER-DOCUMENTO-PORTAL.
           READ ARQ-HOLERITE-PORTAL
               AT END SET FIM-PORTAL TO TRUE
           END-READ.

       IMPRIMIR-LINHA-DO-PORTAL.
           IF HPO-REG-LINHA
               MOVE HPO-DADOS TO LINHA-HOLERITE
               WRITE LINHA-HOLERITE
           END-IF.
           PERFORM LER-DOCUMENTO-PORTAL.

      *    REGRAVA O HOLEIMPR SEM O QUE SAIU EM PAPEL NESTA RODADA; O
      *    QUE NAO COUBE NA TABELA FICA PARA A PROXIMA.
       REGRAVAR-LISTA-IMPRESSAO.
           MOVE 0 TO WS-QTD-LIDOS-IMPRESSAO.
           MOVE "N" TO WS-FIM-IMPRESSAO.
           OPEN INPUT ARQ-IMPRESSAO-OBRIG.
           IF WS-STATUS-IMPRESSAO = "00"
               OPEN OUTPUT ARQ-TRABALHO-IMPRESSAO
               PERFORM LER-IMPRESSAO-OBRIG
               PERFORM SEPARAR-UMA-IMPRESSAO-OBRIG
                   UNTIL FIM-IMPRESSAO
               CLOSE ARQ-IMPRESSAO-OBRIG
               CLOSE ARQ-TRABALHO-IMPRESSAO
               MOVE "N" TO WS-FIM-TRAB-IMPRESSAO
               OPEN INPUT ARQ-TRABALHO-IMPRESSAO
               OPEN OUTPUT ARQ-IMPRESSAO-OBRIG
               PERFORM LER-TRABALHO-IMPRESSAO
               PERFORM DEVOLVER-UMA-IMPRESSAO-OBRIG
                   UNTIL FIM-TRAB-IMPRESSAO
               CLOSE ARQ-TRABALHO-IMPRESSAO
               CLOSE ARQ-IMPRESSAO-OBRIG
           END-IF.

       SEPARAR-UMA-IMPRESSAO-OBRIG.
           ADD 1 TO WS-QTD-LIDOS-IMPRESSAO.
           MOVE "S" TO WS-MANTER-NA-LISTA.
           IF WS-QTD-LIDOS-IMPRESSAO <= WS-QTD-IMPRESSAO-OBRIG
               IF IMO-IMPRESSO (WS-QTD-LIDOS-IMPRESSAO) = "S"
                   MOVE "N" TO WS-MANTER-NA-LISTA
               END-IF
           END-IF.
           IF MANTER-NA-LISTA
               WRITE REG-TRABALHO-IMPRESSAO FROM REG-IMPRESSAO-OBRIG
           END-IF.
           PERFORM LER-IMPRESSAO-OBRIG.

       LER-TRABALHO-IMPRESSAO.
           READ ARQ-TRABALHO-IMPRESSAO
               AT END SET FIM-TRAB-IMPRESSAO TO TRUE
           END-READ.

       DEVOLVER-UMA-IMPRESSAO-OBRIG.
           WRITE REG-IMPRESSAO-OBRIG FROM REG-TRABALHO-IMPRESSAO.
           PERFORM LER-TRABALHO-IMPRESSAO.

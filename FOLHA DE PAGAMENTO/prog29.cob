      *     SALDO ANTES DE DESCONTAR O SALARIO; O EXTRATO MENSAL SAI
      *     NO PROG89 E O SALDO COM MAIS DE SEIS MESES E PAGO PELO
      *     PROG90 VIA FLUXO DE MOVIMENTOS.
      *
      *     O VALE-TRANSPORTE SAI DO CADASTRO DE LINHAS POR
      *     FUNCIONARIO (VTRANSP): O CUSTO DO MES CONTA SO OS DIAS
      *     UTEIS DO CALENDARIO EM QUE O FUNCIONARIO NAO ESTA DE
      *     FERIAS NEM AFASTADO, O DESCONTO E LIMITADO A 6% DO
      *     SALARIO, A COMPRA PARA A OPERADORA DO CARTAO SAI EM
      *     VTCOMPRA E A PARTE DA EMPRESA POR SETOR NO RELVTRAN.
      *
      *     O SALARIO-FAMILIA E PAGO POR FILHO MENOR DE 14 ANOS DO
      *     DEPENDTS QUANDO O BRUTO NAO PASSA DO TETO; COTA E TETO
      *     VEM DO FAIXATAB (TIPO F) PELA MESMA REGRA DE VIGENCIA
      *     DAS FAIXAS. O VALOR ENTRA NO LIQUIDO, FORA DA BASE DE
      *     INSS E IRRF, E FICA NO FOLHAHIST PARA O HOLERITE E PARA
      *     A COMPENSACAO NA GUIA DE INSS (PROG104).
      *
      *     O ADICIONAL DE INSALUBRIDADE OU PERICULOSIDADE VEM DO
      *     CARGO (CARGOMST), CALCULADO PELO PROG117, E E PAGO COMO
      *     VERBA PROPRIA, COMO O ANUENIO; ENTRA NO TERCO DAS FERIAS
      *     E FICA FORA DA MEDIA DE VARIAVEIS.
      *
      *     A CONTRIBUICAO SINDICAL SEGUE O SINDICATO DO CARGO OU, NA
      *     FALTA DELE, O DO SETOR (SINDICAT, MANTIDO PELO PROG119),
      *     RESPEITANDO A AUTORIZACAO OU A OPOSICAO DO FUNCIONARIO
      *     (SINDOPC); O VALOR FICA NO FOLHAHIST PARA O HOLERITE E
      *     PARA O REPASSE POR SINDICATO (PROG120).
      *
      *     O VALOR DA HORA E O SALARIO DIVIDIDO PELO DIVISOR DO
      *     CONTRATO (HORAS SEMANAIS X 5 - 220 NA JORNADA CHEIA DE 44,
      *     MENOS NO TEMPO PARCIAL), NAS EXTRAS, NO ADICIONAL NOTURNO
      *     E NO BANCO DE HORAS. O HORISTA RECEBE AS HORAS NORMAIS
      *     TRABALHADAS DO PONTORES A ESSE VALOR, NO LUGAR DO SALARIO
      *     CHEIO - SEM DESCONTO DE FALTA NEM PRO-RATA DE ADMISSAO,
      *     POIS A HORA NAO TRABALHADA JA NAO E PAGA.
      *
      *     A FALTA NAO COBERTA PELO BANCO DE HORAS LEVA TAMBEM O
      *     DESCANSO SEMANAL REMUNERADO DA SEMANA - UM DIA DE SALARIO
      *     POR SEMANA COM FALTA (O PONTORES TRAZ AS SEMANAS), NAO
      *     POR DIA FALTADO. AS HORAS EXTRAS PAGAS GERAM O REFLEXO NO
      *     DSR (VALOR DAS EXTRAS / DIAS UTEIS X DOMINGOS E FERIADOS
      *     DO CALENDAR, SABADO CONTADO COMO UTIL) E O HORISTA RECEBE
      *     O DSR SOBRE AS HORAS NORMAIS PELA MESMA CONTA. AS TRES
      *     VERBAS FICAM NO FOLHAHIST PARA O HOLERITE.
      *
      *     OS MINUTOS DE ATRASO E DE SAIDA ANTECIPADA QUE O PROG50
      *     APUROU CONTRA A ESCALA SAO DESCONTADOS DO MENSALISTA AO
      *     VALOR DA HORA (SALARIO / DIVISOR); O HORISTA JA RECEBE
      *     SO AS HORAS QUE TRABALHOU E NAO TEM O QUE DESCONTAR.
      *
      *     A GRATIFICACAO DE FUNCAO VEM DO CADASTRO DE SETORES
      *     (PERCENTUAL SOBRE O SALARIO OU VALOR FIXO): O GERENTE
      *     DO SETOR (SET-GERENTE) RECEBE O MES CHEIO, MESMO DE
      *     FERIAS, E O SUBSTITUTO DESIGNADO NO SUBSTGER (PROG127)
      *     RECEBE A GRATIFICACAO DO SETOR SOBRE O PROPRIO SALARIO A
      *     1/30 POR DIA DA COMPETENCIA COBERTO. ENTRA NO BRUTO E
      *     NAS BASES DE INSS E IRRF E FICA NO FOLHAHIST PARA O
      *     HOLERITE.
      *
      *     A PREVIDENCIA COMPLEMENTAR SEGUE A ADESAO EM VIGOR DO
      *     FUNCIONARIO (PREVPLAN, MANTIDO PELO PROG128): A
      *     CONTRIBUICAO E UM PERCENTUAL DO BRUTO, DESCONTADA DO
      *     LIQUIDO E ABATIDA DA BASE DO IRRF ATE O LIMITE LEGAL DE
      *     12% DO BRUTO - SO O QUE FOR DE FATO DESCONTADO: O
      *     DESCONTO FICA LIMITADO AO LIQUIDO DEPOIS DO INSS E DO
      *     MAIOR IRRF POSSIVEL (O SEM ESSE ABATIMENTO); A
      *     CONTRAPARTIDA DA EMPRESA E UM PERCENTUAL DA CONTRIBUICAO
      *     EFETIVAMENTE DESCONTADA, LIMITADA AO TETO DA ADESAO. AS
      *     DUAS PARTES FICAM NO FOLHAHIST (CONTABILIZACAO NO PROG52 E
      *     PREVISAO DE FUNDOS NO PROG94) E SAEM POR PARTICIPANTE NO
      *     PREVCONT, A REMESSA MENSAL PARA A ENTIDADE DO PLANO.
      *
      *     O REEMBOLSO DE DESPESA APROVADO PARA PAGAMENTO NA FOLHA
      *     (REEMBOLS, MANTIDO PELO PROG129) NAO E SALARIO: ENTRA NO
      *     LIQUIDO DEPOIS DE TODOS OS DESCONTOS, FORA DO BRUTO, DAS
      *     BASES DE INSS E IRRF E DA MEDIA DE VARIAVEIS. O PEDIDO
      *     RECEBE A COMPETENCIA EM QUE FOI PAGO (O RECALCULO NO MES
      *     PAGA DE NOVO O MESMO PEDIDO) E PASSA A PAGO NA VIRADA.
      *
      *     A COPARTICIPACAO DO PLANO DE SAUDE IMPORTADA DA LISTA DA
      *     OPERADORA (COPAGTO, GRAVADO PELO PROG131) E DESCONTADA
      *     LOGO DEPOIS DOS BENEFICIOS, ATENDIMENTO POR ATENDIMENTO;
      *     O QUE NAO COUBER INTEIRO NO LIQUIDO VIRA PENDENCIA
      *     "COPART" NO DESCPEND. O ATENDIMENTO RECEBE A COMPETENCIA
      *     DA FOLHA QUE O TRATOU (O RECALCULO NO MES TRATA DE NOVO)
      *     E PASSA A DESCONTADO NA VIRADA; O TOTAL DESCONTADO FICA
      *     NO FOLHAHIST PARA O HOLERITE.
      *
      *     ANTES DE QUALQUER ATUALIZACAO, A RODADA NOVA (NAO O
      *     RESTART) GRAVA A IMAGEM ANTERIOR (FOLHAIMG): OS CAMPOS DO
      *     MESTRE QUE O CALCULO ALTERA, A COPIA DA AGENDA DE FERIAS,
      *     EMPRESTIMOS, ADIANTAMENTOS, PENDENCIAS E PENSOES PAGAS E
      *     A QUANTIDADE DE REGISTROS DO FOLHAHIST E DO BANCOHOR. O
      *     ESTORNO DA RODADA POR EMPRESA (PROG135) PARTE DELA.
      *
      *     NO FIM, A RODADA VAI PARA O LOG DE OPERACAO (OPLOG) COM A
      *     COMPETENCIA E O OPERADOR DA SESSAO DO MENU (OPSESSAO) - A
      *     LIBERACAO DA FOLHA PARA PAGAMENTO (PROG136) EXIGE OUTRO
      *     OPERADOR QUE NAO O DO CALCULO.
      *
      *     O FOLHAHIST GUARDA TAMBEM O VALOR DAS HORAS EXTRAS, DO
      *     ADICIONAL NOTURNO E DOS BENEFICIOS DESCONTADOS, QUE ANTES
      *     SO EXISTIAM DENTRO DO BRUTO E DO LIQUIDO - O EXTRATO
      *     ANALITICO (PROG145) OS ABRE POR VERBA.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BANCO-HORAS.

           SELECT ARQ-SUBSTITUICOES ASSIGN TO "SUBSTGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SUBSTITUICOES.

           SELECT ARQ-COMPETENCIAS ASSIGN TO "COMPFECH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPETENCIAS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL-PEND.

           SELECT ARQ-VALE-TRANSPORTE ASSIGN TO "VTRANSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALE-TRANSP.

           SELECT ARQ-CALENDARIO ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.

           SELECT ARQ-COMPRA-VT ASSIGN TO "VTCOMPRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COMPRA-VT.

           SELECT ARQ-REL-VALE-TRANSP ASSIGN TO "RELVTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REL-VT.

           SELECT ARQ-SINDICATOS ASSIGN TO "SINDICAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SINDICATOS.

           SELECT ARQ-OPCOES-SINDICAIS ASSIGN TO "SINDOPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPCOES-SIND.

           SELECT ARQ-CARGOS ASSIGN TO "CARGOMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARGOS.

           SELECT ARQ-PLANOS-PREVIDENCIA ASSIGN TO "PREVPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANOS-PREV.

           SELECT ARQ-CONTRIB-PREVIDENCIA ASSIGN TO "PREVCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTRIB-PREV.

           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REEMBOLSOS.

           SELECT ARQ-COPARTICIPACOES ASSIGN TO "COPAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COPARTICIPACOES.

           SELECT ARQ-IMAGEM-FOLHA ASSIGN TO "FOLHAIMG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMAGEM.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.

           05  RPT-HORAS-EXTRAS        PIC 9(3)V9(2).
           05  RPT-HORAS-EXTRAS-100    PIC 9(3)V9(2).
           05  RPT-HORAS-NOTURNAS      PIC 9(3)V9(2).
           05  RPT-HORAS-NORMAIS       PIC 9(3)V9(2).
           05  RPT-QTD-SEMANAS-FALTA   PIC 9(01).
           05  RPT-DOMINGO-FALTA OCCURS 6 TIMES
                                       PIC 9(08).
           05  RPT-QTD-ATRASOS         PIC 9(02).
           05  RPT-MIN-ATRASO          PIC 9(04).
           05  RPT-QTD-SAIDAS-ANTEC    PIC 9(02).
           05  RPT-MIN-SAIDA-ANTEC     PIC 9(04).

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.
       FD  ARQ-BANCO-HORAS.
       COPY CPBHORAS.

       FD  ARQ-SUBSTITUICOES.
       COPY CPSUBST.

       FD  ARQ-COMPETENCIAS.
       COPY CPCMPFE.

       FD  ARQ-REL-PENDENCIAS.
       01  LINHA-PENDENCIA             PIC X(80).

       FD  ARQ-VALE-TRANSPORTE.
       COPY CPVTRANS.

       FD  ARQ-CALENDARIO.
       01  REG-CALENDARIO.
           05  CAL-DATA                PIC 9(08).
           05  CAL-DESCRICAO           PIC X(20).

      *    ARQUIVO DE COMPRA PARA A OPERADORA DO CARTAO DE
      *    TRANSPORTE - CABECALHO COM A COMPETENCIA, UM DETALHE POR
      *    FUNCIONARIO E LINHA, E TRAILER COM QUANTIDADE E VALOR.
       FD  ARQ-COMPRA-VT.
       01  REG-COMPRA-VT.
           05  VTC-TIPO-REG            PIC X(01).
               88  COMPRA-VT-HEADER        VALUE "H".
               88  COMPRA-VT-DETALHE       VALUE "D".
               88  COMPRA-VT-TRAILER       VALUE "T".
           05  VTC-DADOS               PIC X(49).
           05  VTC-DETALHE REDEFINES VTC-DADOS.
               10  VTC-CODIGO          PIC 9(05).
               10  VTC-DOCUMENTO       PIC 9(11).
               10  VTC-NOME            PIC X(10).
               10  VTC-LINHA           PIC X(10).
               10  VTC-VIAGENS         PIC 9(03).
               10  VTC-VALOR           PIC 9(6)V9(2).
               10  FILLER              PIC X(02).
           05  VTC-HEADER REDEFINES VTC-DADOS.
               10  VTC-HDR-COMPETENCIA PIC 9(06).
               10  VTC-HDR-DATA-GER    PIC 9(08).
               10  VTC-HDR-DIAS-UTEIS  PIC 9(02).
               10  FILLER              PIC X(33).
           05  VTC-TRAILER REDEFINES VTC-DADOS.
               10  VTC-TRL-QTD         PIC 9(05).
               10  VTC-TRL-VALOR       PIC 9(8)V9(2).
               10  FILLER              PIC X(34).

       FD  ARQ-REL-VALE-TRANSP.
       01  LINHA-VALE-TRANSP           PIC X(80).

       FD  ARQ-SINDICATOS.
       COPY CPSINDIC.

       FD  ARQ-OPCOES-SINDICAIS.
       COPY CPSINOPC.

       FD  ARQ-CARGOS.
       COPY CPCARGO.

       FD  ARQ-PLANOS-PREVIDENCIA.
       COPY CPPREVPL.

       FD  ARQ-REEMBOLSOS.
       COPY CPREEMB.

       FD  ARQ-COPARTICIPACOES.
       COPY CPCOPAG.

       FD  ARQ-IMAGEM-FOLHA.
       COPY CPFOLIMG.

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-LOG.
       COPY CPOPLOG.

      *    REMESSA MENSAL PARA A ENTIDADE DE PREVIDENCIA - CABECALHO
      *    COM A COMPETENCIA, UM DETALHE POR PARTICIPANTE E TRAILER
      *    COM QUANTIDADE E VALORES.
       FD  ARQ-CONTRIB-PREVIDENCIA.
       01  REG-CONTRIB-PREVIDENCIA.
           05  PVC-TIPO-REG            PIC X(01).
               88  CONTRIB-PREV-HEADER     VALUE "H".
               88  CONTRIB-PREV-DETALHE    VALUE "D".
               88  CONTRIB-PREV-TRAILER    VALUE "T".
           05  PVC-DADOS               PIC X(60).
           05  PVC-DETALHE REDEFINES PVC-DADOS.
               10  PVC-CODIGO          PIC 9(05).
               10  PVC-DOCUMENTO       PIC 9(11).
               10  PVC-NOME            PIC X(10).
               10  PVC-BASE            PIC 9(6)V9(2).
               10  PVC-CONTRIB-FUNC    PIC 9(6)V9(2).
               10  PVC-CONTRIB-EMPRESA PIC 9(6)V9(2).
               10  FILLER              PIC X(10).
           05  PVC-HEADER REDEFINES PVC-DADOS.
               10  PVC-HDR-COMPETENCIA PIC 9(06).
               10  PVC-HDR-DATA-GER    PIC 9(08).
               10  FILLER              PIC X(46).
           05  PVC-TRAILER REDEFINES PVC-DADOS.
               10  PVC-TRL-QTD         PIC 9(05).
               10  PVC-TRL-CONTRIB-FUNC
                                       PIC 9(8)V9(2).
               10  PVC-TRL-CONTRIB-EMPRESA
                                       PIC 9(8)V9(2).
               10  FILLER              PIC X(35).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-PENSPAGO          PIC X(02).
       01  WS-STATUS-SETORES           PIC X(02).
       01  WS-STATUS-BANCO-HORAS       PIC X(02).
       01  WS-STATUS-SUBSTITUICOES     PIC X(02).

       01  WS-FIM-MASTER                PIC X VALUE "N".
           88  FIM-MASTER                   VALUE "S".
           88  FIM-TABELA                  VALUE "S".
       01  WS-VIGENCIA-INSS            PIC 9(08) VALUE 0.
       01  WS-VIGENCIA-IRRF            PIC 9(08) VALUE 0.
       01  WS-VIGENCIA-SAL-FAMILIA     PIC 9(08) VALUE 0.

      *    QUANTIDADE DE DEPENDENTES POR FUNCIONARIO, CARREGADA DO
      *    CADASTRO DE DEPENDENTES (DEPENDTS, MANTIDO PELO PROG48),
           88  ACHOU-DEPENDENTES           VALUE "S".
       01  WS-QTD-DEP-DO-FUNC          PIC 9(02).

      *    SALARIO-FAMILIA - COTA POR FILHO MENOR DE 14 ANOS NA DATA
      *    DA FOLHA, PAGA SO A QUEM TEM BRUTO ATE O TETO. TETO E
      *    COTA VEM DO FAIXATAB (TIPO F); OS VALORES ABAIXO FICAM DE
      *    RESERVA QUANDO A TABELA NAO TEM O TIPO. NO MES DA
      *    ADMISSAO A COTA E PROPORCIONAL AOS DIAS, COMO O SALARIO.
       01  WS-IDADE-LIMITE-SAL-FAM     PIC 9(03) VALUE 13.
       01  WS-TETO-SAL-FAMILIA         PIC 9(6)V9(2) VALUE 1819.26.
       01  WS-COTA-SAL-FAMILIA         PIC 9(4)V9(2) VALUE 62.04.
       01  WS-FILHO-COM-COTA           PIC X(01).
           88  FILHO-TEM-COTA              VALUE "S".
       01  WS-QTD-FUNC-COM-COTA        PIC 9(03) VALUE 0.
       01  TAB-FILHOS-SAL-FAMILIA.
           05  QSF-ITEM OCCURS 99 TIMES.
               10  QSF-CODIGO          PIC 9(05).
               10  QSF-QUANTIDADE      PIC 9(02).
       01  WS-IDX-QSF                  PIC 9(03).
       01  WS-IDX-QSF-ACHADO           PIC 9(03).
       01  WS-QTD-FILHOS-DO-FUNC       PIC 9(02).
       01  WS-VALOR-SAL-FAMILIA        PIC 9(6)V9(2).

      *    MOVIMENTOS VARIAVEIS DO MES (MOVVALID, JA VALIDADOS PELO
      *    PROG49) - O BRUTO DO FUNCIONARIO PASSA A SER O SALARIO
      *    CONTRATUAL MAIS PROVENTOS MENOS DESCONTOS DO MES.

      *    RESUMO DE FREQUENCIA DO MES (PONTORES, GERADO PELO PROG50)
      *    - FALTAS REDUZEM O BRUTO EM 1/30 DO SALARIO POR DIA E AS
      *    HORAS EXTRAS PAGAM SALARIO/DIVISOR NA TAXA DO TIPO DO DIA:
      *    50% EM DIA COMUM, 100% EM DOMINGO OU FERIADO (BALDES
      *    CLASSIFICADOS PELO PROG50 CONTRA O CALENDARIO).
       01  WS-FIM-PONTO                PIC X VALUE "N".
           88  FIM-PONTO                   VALUE "S".
       01  WS-DIVISOR-DIAS-MES         PIC 9(02) VALUE 30.
      *    DIVISOR DE HORAS DO MES E JORNADA DIARIA DO FUNCIONARIO -
      *    HORAS SEMANAIS DO CONTRATO X 5 E / 5,5; SEM HORAS NO
      *    CADASTRO, A JORNADA CHEIA DE 44 (220 HORAS, 8 POR DIA).
       01  WS-DIVISOR-HORAS-MES        PIC 9(03)V9(2) VALUE 220.
       01  WS-HORAS-SEMANAIS-PADRAO    PIC 9(2)V9(2) VALUE 44.00.
       01  WS-SEMANAS-DO-DIVISOR       PIC 9(01) VALUE 5.
       01  WS-DIAS-JORNADA-SEMANA      PIC 9V9(1) VALUE 5.5.
      *    PARCELA SALARIAL DO MES - O SALARIO DO MENSALISTA OU AS
      *    HORAS NORMAIS DO HORISTA AO VALOR DA HORA.
       01  WS-SALARIO-DO-MES           PIC 9(6)V9(2).
       01  WS-HORAS-NORMAIS-FUNC       PIC 9(3)V9(2).
       01  WS-FATOR-HORA-EXTRA         PIC 9V9(2) VALUE 1.50.
       01  WS-FATOR-HORA-EXTRA-100     PIC 9V9(2) VALUE 2.00.
      *    ADICIONAL NOTURNO - 20% DA HORA NORMAL SOBRE AS HORAS
               10  PNT-HORAS-EXTRAS-100
                                       PIC 9(3)V9(2).
               10  PNT-HORAS-NOTURNAS  PIC 9(3)V9(2).
               10  PNT-HORAS-NORMAIS   PIC 9(3)V9(2).
               10  PNT-SEMANAS-FALTA   PIC 9(01).
               10  PNT-MIN-ATRASOS     PIC 9(05).
       01  WS-IDX-PNT                  PIC 9(03).
       01  WS-VALOR-FALTAS             PIC 9(6)V9(2).
      *    DSR - PERDIDO NAS SEMANAS COM FALTA, REFLEXO DAS HORAS
      *    EXTRAS E DSR DO HORISTA SOBRE AS HORAS NORMAIS.
       01  WS-SEMANAS-DSR-PERDIDO      PIC 9(01).
       01  WS-VALOR-DSR-PERDIDO        PIC 9(6)V9(2).
       01  WS-VALOR-DSR-EXTRAS         PIC 9(6)V9(2).
       01  WS-VALOR-DSR-HORISTA        PIC 9(6)V9(2).
      *    ATRASOS E SAIDAS ANTECIPADAS ALEM DA TOLERANCIA (MINUTOS).
       01  WS-VALOR-ATRASOS            PIC 9(6)V9(2).
       01  WS-VALOR-HORAS-EXTRAS       PIC 9(6)V9(2).
       01  WS-VALOR-EXTRAS-100         PIC 9(6)V9(2).
       01  WS-VALOR-ADIC-NOTURNO       PIC 9(6)V9(2).
       01  WS-ANOS-DE-SERVICO          PIC S9(03).
       01  WS-VALOR-ANUENIO            PIC 9(6)V9(2).

      *    ADICIONAL DE INSALUBRIDADE / PERICULOSIDADE DO CARGO -
      *    DEVOLVIDO PELO PROG117 COM A BASE E O PERCENTUAL USADOS.
       01  WS-RSC-TIPO                 PIC X(01).
       01  WS-RSC-GRAU                 PIC X(01).
       01  WS-RSC-PERCENTUAL           PIC 9V9(2).
       01  WS-RSC-BASE                 PIC 9(6)V9(2).
       01  WS-VALOR-ADIC-RISCO         PIC 9(6)V9(2).

      *    GRATIFICACAO DE FUNCAO - DO SETOR EM QUE O FUNCIONARIO E
      *    O GERENTE (MES CHEIO) E DOS SETORES EM QUE ELE SUBSTITUIU
      *    O GERENTE NA COMPETENCIA (SUBSTGER, A 1/30 POR DIA).
       01  WS-FIM-SUBSTITUICOES        PIC X VALUE "N".
           88  FIM-SUBSTITUICOES           VALUE "S".
       01  WS-QTD-SUBSTITUICOES        PIC 9(03) VALUE 0.
       01  TAB-SUBSTITUICOES.
           05  SBG-ITEM OCCURS 200 TIMES.
               10  SBG-SETOR           PIC X(10).
               10  SBG-CODIGO          PIC 9(05).
               10  SBG-INICIO-INT      PIC 9(07).
               10  SBG-FIM-INT         PIC 9(07).
       01  WS-IDX-SBG                  PIC 9(03).
       01  WS-SUB-INICIO-INT           PIC 9(07).
       01  WS-SUB-FIM-INT              PIC 9(07).
       01  WS-DIAS-SUBSTITUICAO        PIC 9(03).
       01  WS-GRAT-DO-SETOR            PIC 9(6)V9(2).
       01  WS-GRAT-PROPORCIONAL        PIC 9(6)V9(2).
       01  WS-VALOR-GRATIFICACAO       PIC 9(6)V9(2).

      *    BANCO DE HORAS (BANCOHOR) - NOS SETORES COM A MARCA DE
      *    COMPENSACAO (SETORMST), AS HORAS EXTRAS DO RESUMO DE
      *    PONTO VIRAM CREDITO DE SALDO EM VEZ DE PAGAMENTO, E AS
      *    FALTAS ABATEM DO SALDO (A JORNADA DIARIA DO FUNCIONARIO
      *    POR DIA) ANTES DE DESCONTAR O SALARIO. OS LANCAMENTOS SAO
      *    GRAVADOS UMA VEZ POR MES (PRIMEIRO DIA), COMO AS DEMAIS
      *    BAIXAS MENSAIS.
       01  WS-FIM-SETORES              PIC X VALUE "N".
           88  FIM-SETORES                 VALUE "S".
       01  WS-FIM-BANCO-HORAS          PIC X VALUE "N".
           05  SBH-ITEM OCCURS 50 TIMES.
               10  SBH-SETOR           PIC X(10).
               10  SBH-COMPENSA        PIC X(01).
               10  SBH-SINDICATO       PIC 9(03).
               10  SBH-GERENTE         PIC 9(05).
               10  SBH-GRAT-TIPO       PIC X(01).
               10  SBH-GRAT-PERCENTUAL PIC 9(2)V9(2).
               10  SBH-GRAT-VALOR      PIC 9(6)V9(2).
       01  WS-IDX-SBH                  PIC 9(02).
       01  WS-SETOR-COMPENSA           PIC X(01).
           88  SETOR-DO-FUNC-COMPENSA      VALUE "S".

      *    DESCONTOS POSTERGADOS (DESCPEND) - ORDEM DE PRIORIDADE:
      *    RETENCOES LEGAIS (INSS/IRRF), ADIANTAMENTO, PENSAO,
      *    PENDENCIAS DE MESES ANTERIORES, CONTRIBUICAO SINDICAL,
      *    EMPRESTIMOS, BENEFICIOS, COPARTICIPACAO DO PLANO DE
      *    SAUDE, VALE-TRANSPORTE. O QUE O LIQUIDO
      *    NAO COMPORTA VIRA PENDENCIA COBRADA NAS COMPETENCIAS
      *    SEGUINTES (MENOS A CONTRIBUICAO SINDICAL); PARCELA DE
      *    EMPRESTIMO QUE NAO FOI DESCONTADA NAO BAIXA NO EMPRESTI.
      *    AS PENDENCIAS SO SAO REGRAVADAS NA RODADA DO PRIMEIRO DIA
      *    DO MES (COMO AS DEMAIS BAIXAS MENSAIS); AS DA PROPRIA
      *    COMPETENCIA NAO ENTRAM NA CARGA, PARA O REPROCESSAMENTO
      *    NAO DUPLICAR.
       01  WS-STATUS-PENDENCIAS        PIC X(02).
       01  WS-STATUS-REL-PEND          PIC X(02).
       01  WS-FIM-PENDENCIAS           PIC X VALUE "N".
       01  WS-LCK-PROGRAMA             PIC X(08).
       01  WS-LCK-RESULTADO            PIC X(01).

      *    VALE-TRANSPORTE (VTRANSP) - O CUSTO DO MES E A SOMA DAS
      *    LINHAS DO FUNCIONARIO (TARIFA X VIAGENS POR DIA) VEZES OS
      *    DIAS UTEIS EM QUE ELE TRABALHA: SEGUNDA A SEXTA, FORA OS
      *    FERIADOS DO CALENDARIO, OS DIAS DE FERIAS (FERIASAG), OS
      *    DIAS AFASTADO (AFASTAME) E OS ANTERIORES A ADMISSAO. O
      *    DESCONTO E O MENOR VALOR ENTRE ESSE CUSTO E 6% DO
      *    SALARIO; A DIFERENCA E A PARTE DA EMPRESA, TOTALIZADA POR
      *    SETOR NO RELVTRAN. A COMPRA DO MES PARA A OPERADORA SAI
      *    EM VTCOMPRA.
       01  WS-STATUS-VALE-TRANSP       PIC X(02).
       01  WS-STATUS-CALENDARIO        PIC X(02).
       01  WS-STATUS-COMPRA-VT         PIC X(02).
       01  WS-STATUS-REL-VT            PIC X(02).
       01  WS-FIM-VALE-TRANSP          PIC X VALUE "N".
           88  FIM-VALE-TRANSP             VALUE "S".
       01  WS-FIM-CALENDARIO           PIC X VALUE "N".
           88  FIM-CALENDARIO              VALUE "S".
       01  WS-PCT-TETO-VT              PIC 9V9(2) VALUE 0.06.
       01  WS-QTD-LINHAS-VT            PIC 9(03) VALUE 0.
       01  TAB-LINHAS-VT.
           05  LVT-ITEM OCCURS 300 TIMES.
               10  LVT-CODIGO          PIC 9(05).
               10  LVT-LINHA           PIC X(10).
               10  LVT-TARIFA          PIC 9(2)V9(2).
               10  LVT-VIAGENS-DIA     PIC 9(01).
       01  WS-IDX-LVT                  PIC 9(03).
       01  WS-QTD-FERIADOS             PIC 9(03) VALUE 0.
       01  TAB-FERIADOS.
           05  FER-DATA OCCURS 100 TIMES
                                       PIC 9(08).
       01  WS-IDX-FER                  PIC 9(03).
      *    DIAS UTEIS DA COMPETENCIA, GUARDADOS EM DIAS CORRIDOS
      *    (INTEGER-OF-DATE) PARA A COMPARACAO COM OS PERIODOS.
       01  WS-QTD-DIAS-UTEIS           PIC 9(02) VALUE 0.
       01  TAB-DIAS-UTEIS.
           05  DUT-DIA-INT OCCURS 31 TIMES
                                       PIC 9(07).
       01  WS-IDX-DUT                  PIC 9(02).
       01  WS-DIA-CORRENTE             PIC 9(02).
       01  WS-DATA-TESTE               PIC 9(08).
       01  WS-DIAS-NO-MES              PIC 9(02).
       01  WS-PROX-COMP                PIC 9(06).
       01  FILLER REDEFINES WS-PROX-COMP.
           05  WS-PRX-ANO              PIC 9(04).
           05  WS-PRX-MES              PIC 9(02).
       01  WS-INT-MES-ATUAL            PIC 9(07).
       01  WS-INT-MES-SEGUINTE         PIC 9(07).
       01  WS-DIAS-INT                 PIC 9(07).
       01  WS-DIA-SEMANA               PIC 9(01).
       01  WS-DIA-UTIL                 PIC X(01).
           88  DIA-E-UTIL                  VALUE "S".
      *    DIAS DA COMPETENCIA PARA O DSR - DOMINGO OU FERIADO E
      *    DESCANSO; OS DEMAIS, SABADO INCLUSIVE, SAO DIAS UTEIS.
       01  WS-DIA-DESCANSO             PIC X(01).
           88  DIA-E-DESCANSO              VALUE "S".
       01  WS-QTD-DIAS-UTEIS-DSR       PIC 9(02) VALUE 0.
       01  WS-QTD-DIAS-DESCANSO        PIC 9(02) VALUE 0.
      *    PERIODOS DE AUSENCIA - TODOS OS AFASTAMENTOS DO AFASTAME
      *    (ABERTOS VAO ATE O FIM DO MES; ENCERRADOS ATE A VESPERA
      *    DO RETORNO) E AS FERIAS DA AGENDA, EM DIAS CORRIDOS.
       01  WS-QTD-AUSENCIAS            PIC 9(03) VALUE 0.
       01  TAB-AUSENCIAS.
           05  AUS-ITEM OCCURS 200 TIMES.
               10  AUS-CODIGO          PIC 9(05).
               10  AUS-INICIO-INT      PIC 9(07).
               10  AUS-FIM-INT         PIC 9(07).
       01  WS-IDX-AUS                  PIC 9(03).
       01  WS-ADMISSAO-INT             PIC 9(07).
       01  WS-DIAS-VT-DO-FUNC          PIC 9(02).
       01  WS-CUSTO-VT-DO-FUNC         PIC 9(6)V9(2).
       01  WS-TETO-VT-DO-FUNC          PIC 9(6)V9(2).
       01  WS-DESCONTO-VT-DO-FUNC      PIC 9(6)V9(2).
       01  WS-DESCONTO-VT-APLICADO     PIC 9(6)V9(2).
       01  WS-VALOR-LINHA-VT           PIC 9(6)V9(2).
       01  WS-VIAGENS-LINHA-VT         PIC 9(03).
       01  WS-QTD-COMPRA-VT            PIC 9(05) VALUE 0.
       01  WS-VALOR-COMPRA-VT          PIC 9(8)V9(2) VALUE 0.
       01  WS-QTD-SETORES-VT           PIC 9(02) VALUE 0.
       01  TAB-SETORES-VT.
           05  SVT-ITEM OCCURS 50 TIMES.
               10  SVT-SETOR           PIC X(10).
               10  SVT-QTD-FUNC        PIC 9(05).
               10  SVT-CUSTO           PIC 9(8)V9(2).
               10  SVT-DESCONTADO      PIC 9(8)V9(2).
               10  SVT-EMPRESA         PIC 9(8)V9(2).
       01  WS-IDX-SVT                  PIC 9(02).
       01  WS-IDX-SVT-ACHADO           PIC 9(02).

      *    CONTRIBUICAO SINDICAL (SINDICAT/SINDOPC) - O SINDICATO DO
      *    CARGO (CARGOMST) PREVALECE SOBRE O DO SETOR (SETORMST,
      *    CARREGADO JUNTO COM O BANCO DE HORAS). VALE A CARTA MAIS
      *    RECENTE DO FUNCIONARIO ATE A DATA DA FOLHA.
       01  WS-STATUS-SINDICATOS        PIC X(02).
       01  WS-STATUS-OPCOES-SIND       PIC X(02).
       01  WS-STATUS-CARGOS            PIC X(02).
       01  WS-FIM-SINDICATOS           PIC X VALUE "N".
           88  FIM-SINDICATOS              VALUE "S".
       01  WS-FIM-OPCOES-SIND          PIC X VALUE "N".
           88  FIM-OPCOES-SIND             VALUE "S".
       01  WS-FIM-CARGOS               PIC X VALUE "N".
           88  FIM-CARGOS                  VALUE "S".
       01  WS-QTD-SINDICATOS           PIC 9(02) VALUE 0.
       01  TAB-SINDICATOS.
           05  SNT-ITEM OCCURS 20 TIMES.
               10  SNT-CODIGO          PIC 9(03).
               10  SNT-TIPO-CONTRIB    PIC X(01).
               10  SNT-PERCENTUAL      PIC 9(2)V9(2).
               10  SNT-VALOR           PIC 9(6)V9(2).
               10  SNT-ADESAO          PIC X(01).
       01  WS-IDX-SNT                  PIC 9(02).
       01  WS-IDX-SNT-ACHADO           PIC 9(02).
       01  WS-QTD-CARGOS-SIND          PIC 9(02) VALUE 0.
       01  TAB-CARGOS-SINDICATO.
           05  CSN-ITEM OCCURS 50 TIMES.
               10  CSN-CARGO           PIC X(10).
               10  CSN-SINDICATO       PIC 9(03).
       01  WS-IDX-CSN                  PIC 9(02).
       01  WS-QTD-OPCOES-SIND          PIC 9(03) VALUE 0.
       01  TAB-OPCOES-SINDICAIS.
           05  OPS-ITEM OCCURS 300 TIMES.
               10  OPS-CODIGO          PIC 9(05).
               10  OPS-SINDICATO       PIC 9(03).
               10  OPS-OPCAO           PIC X(01).
               10  OPS-DATA            PIC 9(08).
       01  WS-IDX-OPS                  PIC 9(03).
       01  WS-OPCAO-DO-FUNC            PIC X(01).
           88  FUNC-AUTORIZOU              VALUE "A".
           88  FUNC-RECUSOU                VALUE "R".
       01  WS-DATA-OPCAO-DO-FUNC       PIC 9(08).
       01  WS-SINDICATO-DO-FUNC        PIC 9(03).
       01  WS-VALOR-CONTRIB-SIND       PIC 9(6)V9(2).
       01  WS-CONTRIB-SINDICAL-FUNC    PIC 9(6)V9(2).

      *    PREVIDENCIA COMPLEMENTAR (PREVPLAN) - VALE A ADESAO EM
      *    VIGOR NA DATA DA FOLHA. SO A CONTRIBUICAO ATE 12% DO
      *    BRUTO ABATE A BASE DO IRRF.
       01  WS-STATUS-PLANOS-PREV       PIC X(02).
       01  WS-STATUS-CONTRIB-PREV      PIC X(02).
       01  WS-FIM-PLANOS-PREV          PIC X VALUE "N".
           88  FIM-PLANOS-PREV             VALUE "S".
       01  WS-PCT-LIMITE-PREV          PIC 9V9(2) VALUE 0.12.
       01  WS-QTD-PLANOS-PREV          PIC 9(03) VALUE 0.
       01  TAB-PLANOS-PREV.
           05  PPV-ITEM OCCURS 500 TIMES.
               10  PPV-CODIGO          PIC 9(05).
               10  PPV-PCT-CONTRIB     PIC 9(2)V9(2).
               10  PPV-PCT-CONTRAPARTIDA
                                       PIC 9(3)V9(2).
               10  PPV-PCT-TETO-CONTRAP
                                       PIC 9(2)V9(2).
               10  PPV-DATA-INICIO     PIC 9(08).
               10  PPV-DATA-FIM        PIC 9(08).
       01  WS-IDX-PPV                  PIC 9(03).
       01  WS-IDX-PPV-VIGENTE          PIC 9(03) VALUE 0.
       01  WS-PREV-FUNCIONARIO         PIC 9(6)V9(2).
       01  WS-PREV-DEDUTIVEL           PIC 9(6)V9(2).
       01  WS-PREV-EMPRESA             PIC 9(6)V9(2).
       01  WS-TETO-PREV                PIC 9(6)V9(2).
       01  WS-LIQUIDO-PARA-PREV        PIC S9(7)V9(2).
       01  WS-QTD-CONTRIB-PREV         PIC 9(05) VALUE 0.
       01  WS-TOTAL-PREV-FUNC          PIC 9(8)V9(2) VALUE 0.
       01  WS-TOTAL-PREV-EMPRESA       PIC 9(8)V9(2) VALUE 0.

      *    REEMBOLSO DE DESPESA (REEMBOLS) - PEDIDOS EM MEMORIA PARA
      *    O PAGAMENTO DOS APROVADOS NA FOLHA E A REGRAVACAO COM A
      *    COMPETENCIA DE PAGAMENTO.
       01  WS-STATUS-REEMBOLSOS        PIC X(02).
       01  WS-FIM-REEMBOLSOS           PIC X VALUE "N".
           88  FIM-REEMBOLSOS              VALUE "S".
       01  WS-REEMBOLSOS-ALTERADOS     PIC X VALUE "N".
           88  REEMBOLSOS-ALTERADOS        VALUE "S".
       01  WS-QTD-REEMBOLSOS           PIC 9(04) VALUE 0.
       01  TAB-REEMBOLSOS.
           05  RBM-ITEM OCCURS 3000 TIMES.
               10  RBM-CODIGO          PIC 9(05).
               10  RBM-RECIBO          PIC X(15).
               10  RBM-DATA-DESPESA    PIC 9(08).
               10  RBM-CATEGORIA       PIC X(03).
               10  RBM-VALOR           PIC 9(6)V9(2).
               10  RBM-FORMA-PAGTO     PIC X(01).
               10  RBM-SETOR           PIC X(10).
               10  RBM-SITUACAO        PIC X(01).
               10  RBM-DATA-INCLUSAO   PIC 9(08).
               10  RBM-GERENTE         PIC 9(05).
               10  RBM-DATA-GERENTE    PIC 9(08).
               10  RBM-APROVADOR       PIC 9(05).
               10  RBM-DATA-APROVACAO  PIC 9(08).
               10  RBM-COMPETENCIA-PAGTO
                                       PIC 9(06).
       01  WS-IDX-RBM                  PIC 9(04).
       01  WS-VALOR-REEMBOLSO          PIC 9(6)V9(2).

      *    COPARTICIPACAO DO PLANO DE SAUDE (COPAGTO) - ATENDIMENTOS
      *    EM MEMORIA PARA O DESCONTO E A REGRAVACAO COM A
      *    COMPETENCIA DA FOLHA QUE OS TRATOU.
       01  WS-STATUS-COPARTICIPACOES   PIC X(02).
       01  WS-FIM-COPARTICIPACOES      PIC X VALUE "N".
           88  FIM-COPARTICIPACOES         VALUE "S".
       01  WS-COPARTICIPACOES-ALTERADAS
                                       PIC X VALUE "N".
           88  COPARTICIPACOES-ALTERADAS   VALUE "S".
       01  WS-QTD-COPART               PIC 9(04) VALUE 0.
       01  TAB-COPART.
           05  CPM-ITEM OCCURS 3000 TIMES.
               10  CPM-CODIGO          PIC 9(05).
               10  CPM-DEPENDENTE      PIC 9(02).
               10  CPM-COMPETENCIA-FATURA
                                       PIC 9(06).
               10  CPM-DATA-ATENDIMENTO
                                       PIC 9(08).
               10  CPM-PROCEDIMENTO    PIC X(20).
               10  CPM-VALOR           PIC 9(6)V9(2).
               10  CPM-SITUACAO        PIC X(01).
               10  CPM-COMPETENCIA-FOLHA
                                       PIC 9(06).
               10  CPM-DATA-IMPORTACAO PIC 9(08).
       01  WS-IDX-CPM                  PIC 9(04).
       01  WS-COPART-DO-FUNC           PIC 9(6)V9(2).

      *    IMAGEM ANTERIOR AO CALCULO (FOLHAIMG) - SO NA RODADA NOVA;
      *    NO RESTART A IMAGEM DA PRIMEIRA TENTATIVA CONTINUA VALENDO.
       01  WS-STATUS-IMAGEM            PIC X(02).
       01  WS-RODADA-RESTART           PIC X VALUE "N".
           88  RODADA-EM-RESTART           VALUE "S".
       01  WS-FIM-ORIGEM-IMAGEM        PIC X VALUE "N".
           88  FIM-ORIGEM-IMAGEM           VALUE "S".
       01  WS-QTD-HISTORICO-ANTES      PIC 9(07) VALUE 0.
       01  WS-QTD-BANCO-HORAS-ANTES    PIC 9(07) VALUE 0.

      *    OPERADOR DA SESSAO - REGISTRADO NO OPLOG COM A RODADA.
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG29".

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
               WS-LCK-RESULTADO.

       EXECUTAR-CALCULO-DE-FOLHA.
           PERFORM CARREGAR-SELECAO-EMPRESA.
           PERFORM GRAVAR-IMAGEM-ANTERIOR.
           PERFORM INICIALIZAR-FAIXAS.
           PERFORM CARREGAR-MEDIAS-VARIAVEIS.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-MOVIMENTOS.
           PERFORM CARREGAR-RESUMO-PONTO.
           PERFORM CARREGAR-SETORES-BANCO.
           PERFORM CARREGAR-SUBSTITUICOES.
           PERFORM CARREGAR-SALDOS-BANCO.
           PERFORM CARREGAR-AGENDA-FERIAS.
           PERFORM CARREGAR-EMPRESTIMOS.
           PERFORM CARREGAR-ADIANTAMENTOS.
           PERFORM CARREGAR-PENSOES.
           PERFORM CARREGAR-PENDENCIAS.
           PERFORM CARREGAR-AFASTAMENTOS-ABERTOS.
           PERFORM CARREGAR-VALE-TRANSPORTE.
           PERFORM CARREGAR-SINDICATOS.
           PERFORM CARREGAR-PLANOS-PREVIDENCIA.
           PERFORM CARREGAR-REEMBOLSOS.
           PERFORM CARREGAR-COPARTICIPACOES.
           PERFORM POSICIONAR-PARA-RESTART.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM PROCESSAR-UM-FUNCIONARIO UNTIL FIM-MASTER.
           PERFORM REGRAVAR-AGENDA-FERIAS.
           PERFORM REGRAVAR-EMPRESTIMOS.
           PERFORM REGRAVAR-ADIANTAMENTOS.
           PERFORM REGRAVAR-REEMBOLSOS.
           PERFORM REGRAVAR-COPARTICIPACOES.
           PERFORM GRAVAR-LANCAMENTOS-BANCO.
           IF PRIMEIRO-DIA-DO-MES
               PERFORM REGRAVAR-PENDENCIAS
           END-IF.
           PERFORM IMPRIMIR-PENDENCIAS.
           PERFORM FECHAR-COMPRA-VT.
           PERFORM FECHAR-CONTRIB-PREVIDENCIA.
           PERFORM IMPRIMIR-VALE-TRANSPORTE.
           PERFORM ENCERRAR-ARQUIVOS.
           DISPLAY "CALCULO DE FOLHA - FUNCIONARIOS PROCESSADOS: "
               WS-QTD-PROCESSADOS.
           DISPLAY "CALCULO DE FOLHA - TOTAL DE SALARIOS BRUTOS: "
               WS-VALOR-TOTAL-BRUTO.
           PERFORM EXIBIR-TOTAIS-POR-EMPRESA.
           PERFORM REGISTRAR-CALCULO-NO-LOG.

      *--------------------------------------------------------------*
      *    CARGA DAS TABELAS DE DESCONTO - VALORES DE RESERVA, USADOS
                   AND FXT-DATA-VIGENCIA > WS-VIGENCIA-IRRF
                   MOVE FXT-DATA-VIGENCIA TO WS-VIGENCIA-IRRF
               END-IF
               IF FXT-TIPO-SAL-FAMILIA
                   AND FXT-DATA-VIGENCIA > WS-VIGENCIA-SAL-FAMILIA
                   MOVE FXT-DATA-VIGENCIA TO WS-VIGENCIA-SAL-FAMILIA
               END-IF
           END-IF.
           PERFORM LER-FAIXA-DA-TABELA.

                   MOVE FXT-ALIQUOTA TO IRRF-ALIQUOTA (FXT-NUMERO)
                   MOVE FXT-DEDUZIR  TO IRRF-DEDUZIR (FXT-NUMERO)
               END-IF
               IF FXT-TIPO-SAL-FAMILIA AND FXT-NUMERO = 1
                   AND FXT-DATA-VIGENCIA = WS-VIGENCIA-SAL-FAMILIA
                   MOVE FXT-LIMITE   TO WS-TETO-SAL-FAMILIA
                   MOVE FXT-DEDUZIR  TO WS-COTA-SAL-FAMILIA
               END-IF
           END-IF.
           PERFORM LER-FAIXA-DA-TABELA.

           IF DEPENDENTE-ELEGIVEL
               PERFORM ACUMULAR-DEPENDENTE-ELEGIVEL
           END-IF.
           PERFORM CONFERIR-COTA-SAL-FAMILIA.
           IF FILHO-TEM-COTA
               PERFORM ACUMULAR-FILHO-COM-COTA
           END-IF.
           PERFORM LER-DEPENDENTE.

      *    SALARIO-FAMILIA - SO FILHO, COM DATA DE NASCIMENTO, QUE
      *    AINDA NAO FEZ 14 ANOS NA DATA DA FOLHA.
       CONFERIR-COTA-SAL-FAMILIA.
           MOVE "N" TO WS-FILHO-COM-COTA.
           IF DEP-FILHO
               AND DEP-DATA-NASCIMENTO IS NUMERIC
               AND DEP-DATA-NASCIMENTO > 0
               MOVE DEP-DATA-NASCIMENTO (1:4) TO WS-ANO-NASC-DEP
               MOVE DEP-DATA-NASCIMENTO (5:4) TO WS-MMDD-NASC-DEP
               MOVE WS-DATA-FOLHA (1:4) TO WS-ANO-FOLHA
               COMPUTE WS-IDADE-DEP =
                   WS-ANO-FOLHA - WS-ANO-NASC-DEP
               IF WS-DATA-FOLHA (5:4) < WS-MMDD-NASC-DEP
                   SUBTRACT 1 FROM WS-IDADE-DEP
               END-IF
               IF WS-IDADE-DEP >= 0
                   AND WS-IDADE-DEP <= WS-IDADE-LIMITE-SAL-FAM
                   SET FILHO-TEM-COTA TO TRUE
               END-IF
           END-IF.

       ACUMULAR-FILHO-COM-COTA.
           MOVE 0 TO WS-IDX-QSF-ACHADO.
           MOVE 1 TO WS-IDX-QSF.
           PERFORM LOCALIZAR-FUNC-COM-COTA
               UNTIL WS-IDX-QSF > WS-QTD-FUNC-COM-COTA.
           IF WS-IDX-QSF-ACHADO > 0
               ADD 1 TO QSF-QUANTIDADE (WS-IDX-QSF-ACHADO)
           ELSE
               IF WS-QTD-FUNC-COM-COTA < 99
                   ADD 1 TO WS-QTD-FUNC-COM-COTA
                   MOVE DEP-CODIGO
                       TO QSF-CODIGO (WS-QTD-FUNC-COM-COTA)
                   MOVE 1 TO QSF-QUANTIDADE (WS-QTD-FUNC-COM-COTA)
               END-IF
           END-IF.

       LOCALIZAR-FUNC-COM-COTA.
           IF QSF-CODIGO (WS-IDX-QSF) = DEP-CODIGO
               MOVE WS-IDX-QSF TO WS-IDX-QSF-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-QSF.

      *    COTA DO MES - FILHOS COM COTA VEZES O VALOR, SE O BRUTO
      *    ESTA ATE O TETO; PROPORCIONAL NO MES DA ADMISSAO.
       APURAR-SAL-FAMILIA-DO-FUNC.
           MOVE 0 TO WS-VALOR-SAL-FAMILIA.
           MOVE 0 TO WS-QTD-FILHOS-DO-FUNC.
           MOVE 1 TO WS-IDX-QSF.
           PERFORM COMPARAR-COTA-COM-FUNC
               UNTIL WS-IDX-QSF > WS-QTD-FUNC-COM-COTA.
           IF WS-QTD-FILHOS-DO-FUNC > 0
               AND WS-BRUTO-CALCULADO > 0
               AND WS-BRUTO-CALCULADO <= WS-TETO-SAL-FAMILIA
               COMPUTE WS-VALOR-SAL-FAMILIA ROUNDED =
                   WS-COTA-SAL-FAMILIA * WS-QTD-FILHOS-DO-FUNC
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-SAL-FAMILIA
               END-COMPUTE
               IF WS-DIA-ADMISSAO > 1
                   COMPUTE WS-VALOR-SAL-FAMILIA ROUNDED =
                       WS-VALOR-SAL-FAMILIA / WS-DIVISOR-DIAS-MES
                       * (WS-DIVISOR-DIAS-MES - WS-DIA-ADMISSAO + 1)
                       ON SIZE ERROR MOVE 0 TO WS-VALOR-SAL-FAMILIA
                   END-COMPUTE
               END-IF
           END-IF.

       COMPARAR-COTA-COM-FUNC.
           IF QSF-CODIGO (WS-IDX-QSF) = CODIGO
               MOVE QSF-QUANTIDADE (WS-IDX-QSF)
                   TO WS-QTD-FILHOS-DO-FUNC
           END-IF.
           ADD 1 TO WS-IDX-QSF.

      *    IDADE NA DATA DA FOLHA - FILHO E OUTROS ATE O LIMITE;
      *    CONJUGE SEMPRE ELEGIVEL.
       CONFERIR-ELEGIBILIDADE-DEP.
           MOVE 1 TO WS-IDX-MOV.
           PERFORM SOMAR-UM-MOVIMENTO
               UNTIL WS-IDX-MOV > WS-QTD-MOVIMENTOS.
           PERFORM APURAR-CONTRATO-DO-FUNC.
           PERFORM APURAR-FREQUENCIA-DO-FUNC.
           PERFORM APURAR-ADIC-RISCO-DO-FUNC.
           PERFORM APURAR-GRATIFICACAO-DO-FUNC.
           PERFORM APURAR-FERIAS-DO-FUNC.
           PERFORM APURAR-PRO-RATA-ADMISSAO.
           PERFORM APURAR-ANUENIO-DO-FUNC.
           COMPUTE WS-BRUTO-CALCULADO = WS-SALARIO-DO-MES
               + WS-PROVENTOS-DO-FUNC + WS-VALOR-HORAS-EXTRAS
               + WS-VALOR-ADIC-NOTURNO
               + WS-VALOR-DSR-EXTRAS + WS-VALOR-DSR-HORISTA
               + WS-VALOR-TERCO-FERIAS + WS-VALOR-MEDIA-FERIAS
               + WS-VALOR-ANUENIO + WS-VALOR-ADIC-RISCO
               + WS-VALOR-GRATIFICACAO
               - WS-DESCONTOS-DO-FUNC - WS-VALOR-FALTAS
               - WS-VALOR-DSR-PERDIDO - WS-VALOR-ATRASOS
               - WS-VALOR-PRO-RATA
               ON SIZE ERROR MOVE 0 TO WS-BRUTO-CALCULADO
           END-COMPUTE.
           IF WS-DESCONTOS-DO-FUNC + WS-VALOR-FALTAS
               + WS-VALOR-DSR-PERDIDO + WS-VALOR-ATRASOS
               + WS-VALOR-PRO-RATA >
               WS-SALARIO-DO-MES + WS-PROVENTOS-DO-FUNC
               + WS-VALOR-HORAS-EXTRAS
               + WS-VALOR-ADIC-NOTURNO
               + WS-VALOR-DSR-EXTRAS + WS-VALOR-DSR-HORISTA
               + WS-VALOR-TERCO-FERIAS + WS-VALOR-MEDIA-FERIAS
               + WS-VALOR-ANUENIO + WS-VALOR-ADIC-RISCO
               + WS-VALOR-GRATIFICACAO
               MOVE 0 TO WS-BRUTO-CALCULADO
           END-IF.

      *--------------------------------------------------------------*
      *    CONTRATO DO FUNCIONARIO - DIVISOR DE HORAS E JORNADA DO
      *    BANCO PELAS HORAS SEMANAIS, E A PARCELA SALARIAL: O
      *    SALARIO DO MENSALISTA; O HORISTA PARTE DE ZERO E RECEBE
      *    AS HORAS NORMAIS DO RESUMO DE PONTO (APLICAR-UM-RESUMO).
      *--------------------------------------------------------------*
       APURAR-CONTRATO-DO-FUNC.
           IF HORAS-SEMANAIS IS NUMERIC AND HORAS-SEMANAIS > 0
               COMPUTE WS-DIVISOR-HORAS-MES =
                   HORAS-SEMANAIS * WS-SEMANAS-DO-DIVISOR
               COMPUTE WS-JORNADA-DIA-BANCO ROUNDED =
                   HORAS-SEMANAIS / WS-DIAS-JORNADA-SEMANA
           ELSE
               COMPUTE WS-DIVISOR-HORAS-MES =
                   WS-HORAS-SEMANAIS-PADRAO * WS-SEMANAS-DO-DIVISOR
               COMPUTE WS-JORNADA-DIA-BANCO ROUNDED =
                   WS-HORAS-SEMANAIS-PADRAO / WS-DIAS-JORNADA-SEMANA
           END-IF.
           IF CONTRATO-HORISTA
               MOVE 0 TO WS-SALARIO-DO-MES
           ELSE
               MOVE SALARIO TO WS-SALARIO-DO-MES
           END-IF.

      *--------------------------------------------------------------*
      *    ANUENIO - 1% DO SALARIO POR ANO COMPLETO DE SERVICO,
      *    CONTADO DA DATA DE ADMISSAO ATE A DATA DA FOLHA.
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    ADICIONAL DE INSALUBRIDADE / PERICULOSIDADE PELO CARGO,
      *    COM O SALARIO MINIMO EM VIGOR NA DATA DA FOLHA.
      *--------------------------------------------------------------*
       APURAR-ADIC-RISCO-DO-FUNC.
           CALL "PROG117" USING CARGO SALARIO WS-DATA-FOLHA
               WS-RSC-TIPO WS-RSC-GRAU WS-RSC-PERCENTUAL WS-RSC-BASE
               WS-VALOR-ADIC-RISCO.

      *--------------------------------------------------------------*
      *    GRATIFICACAO DE FUNCAO - CHEIA NOS SETORES EM QUE O
      *    FUNCIONARIO E O GERENTE; NAS SUBSTITUICOES, A DO SETOR
      *    SUBSTITUIDO A 1/30 POR DIA DA COMPETENCIA COBERTO (NO
      *    MAXIMO 30). O PERCENTUAL INCIDE SOBRE O SALARIO DE QUEM
      *    RECEBE.
      *--------------------------------------------------------------*
       APURAR-GRATIFICACAO-DO-FUNC.
           MOVE 0 TO WS-VALOR-GRATIFICACAO.
           PERFORM VARYING WS-IDX-SBH FROM 1 BY 1
                   UNTIL WS-IDX-SBH > WS-QTD-SETORES-BH
               IF SBH-GERENTE (WS-IDX-SBH) = CODIGO
                   AND SBH-GRAT-TIPO (WS-IDX-SBH) NOT = SPACE
                   PERFORM CALCULAR-GRATIFICACAO-DO-SETOR
                   ADD WS-GRAT-DO-SETOR TO WS-VALOR-GRATIFICACAO
               END-IF
           END-PERFORM.
           MOVE 1 TO WS-IDX-SBG.
           PERFORM APURAR-UMA-SUBSTITUICAO
               UNTIL WS-IDX-SBG > WS-QTD-SUBSTITUICOES.

       APURAR-UMA-SUBSTITUICAO.
           IF SBG-CODIGO (WS-IDX-SBG) = CODIGO
               PERFORM CONTAR-DIAS-DE-SUBSTITUICAO
               IF WS-DIAS-SUBSTITUICAO > 0
                   PERFORM VARYING WS-IDX-SBH FROM 1 BY 1
                           UNTIL WS-IDX-SBH > WS-QTD-SETORES-BH
                       IF SBH-SETOR (WS-IDX-SBH)
                           = SBG-SETOR (WS-IDX-SBG)
                           AND SBH-GRAT-TIPO (WS-IDX-SBH) NOT = SPACE
                           PERFORM CALCULAR-GRATIFICACAO-DO-SETOR
                           COMPUTE WS-GRAT-PROPORCIONAL ROUNDED =
                               WS-GRAT-DO-SETOR / WS-DIVISOR-DIAS-MES
                               * WS-DIAS-SUBSTITUICAO
                               ON SIZE ERROR
                                   MOVE 0 TO WS-GRAT-PROPORCIONAL
                           END-COMPUTE
                           ADD WS-GRAT-PROPORCIONAL
                               TO WS-VALOR-GRATIFICACAO
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-SBG.

      *    DIAS DA SUBSTITUICAO DENTRO DA COMPETENCIA - ENTRE O DIA
      *    01 E A VESPERA DO DIA 01 DO MES SEGUINTE (CALCULADOS NA
      *    CARGA DO VALE-TRANSPORTE).
       CONTAR-DIAS-DE-SUBSTITUICAO.
           MOVE 0 TO WS-DIAS-SUBSTITUICAO.
           MOVE SBG-INICIO-INT (WS-IDX-SBG) TO WS-SUB-INICIO-INT.
           IF WS-SUB-INICIO-INT < WS-INT-MES-ATUAL
               MOVE WS-INT-MES-ATUAL TO WS-SUB-INICIO-INT
           END-IF.
           MOVE SBG-FIM-INT (WS-IDX-SBG) TO WS-SUB-FIM-INT.
           IF WS-SUB-FIM-INT NOT < WS-INT-MES-SEGUINTE
               COMPUTE WS-SUB-FIM-INT = WS-INT-MES-SEGUINTE - 1
           END-IF.
           IF WS-SUB-FIM-INT NOT < WS-SUB-INICIO-INT
               COMPUTE WS-DIAS-SUBSTITUICAO =
                   WS-SUB-FIM-INT - WS-SUB-INICIO-INT + 1
               IF WS-DIAS-SUBSTITUICAO > WS-DIVISOR-DIAS-MES
                   MOVE WS-DIVISOR-DIAS-MES TO WS-DIAS-SUBSTITUICAO
               END-IF
           END-IF.

       CALCULAR-GRATIFICACAO-DO-SETOR.
           MOVE 0 TO WS-GRAT-DO-SETOR.
           EVALUATE SBH-GRAT-TIPO (WS-IDX-SBH)
               WHEN "P"
                   COMPUTE WS-GRAT-DO-SETOR ROUNDED =
                       SALARIO * SBH-GRAT-PERCENTUAL (WS-IDX-SBH) / 100
                       ON SIZE ERROR MOVE 0 TO WS-GRAT-DO-SETOR
                   END-COMPUTE
               WHEN "V"
                   MOVE SBH-GRAT-VALOR (WS-IDX-SBH) TO WS-GRAT-DO-SETOR
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    ADMISSAO DENTRO DA COMPETENCIA DA FOLHA - OS DIAS
      *    ANTERIORES A ADMISSAO SAEM DO BRUTO A 1/30 POR DIA, COMO
      *    AS FALTAS. O HORISTA NAO TEM O QUE DESCONTAR (SO RECEBE
      *    AS HORAS TRABALHADAS), MAS O DIA DE ADMISSAO FICA PARA A
      *    PROPORCAO DO SALARIO-FAMILIA.
      *--------------------------------------------------------------*
       APURAR-PRO-RATA-ADMISSAO.
           MOVE 0 TO WS-VALOR-PRO-RATA.
           MOVE 0 TO WS-DIA-ADMISSAO.
           IF DATA-ADMISSAO IS NUMERIC AND DATA-ADMISSAO > 0
               AND DATA-ADMISSAO (1:6) = WS-DATA-FOLHA (1:6)
               MOVE DATA-ADMISSAO (7:2) TO WS-DIA-ADMISSAO
               IF WS-DIA-ADMISSAO > 30
                   MOVE 30 TO WS-DIA-ADMISSAO
               END-IF
               IF WS-DIA-ADMISSAO > 1 AND NOT CONTRATO-HORISTA
                   COMPUTE WS-VALOR-PRO-RATA ROUNDED =
                       SALARIO / WS-DIVISOR-DIAS-MES
                       * (WS-DIA-ADMISSAO - 1)
                   TO PNT-HORAS-EXTRAS-100 (WS-QTD-PONTOS)
               MOVE RPT-HORAS-NOTURNAS
                   TO PNT-HORAS-NOTURNAS (WS-QTD-PONTOS)
               MOVE 0 TO PNT-HORAS-NORMAIS (WS-QTD-PONTOS)
               IF RPT-HORAS-NORMAIS IS NUMERIC
                   MOVE RPT-HORAS-NORMAIS
                       TO PNT-HORAS-NORMAIS (WS-QTD-PONTOS)
               END-IF
               MOVE 0 TO PNT-SEMANAS-FALTA (WS-QTD-PONTOS)
               IF RPT-QTD-SEMANAS-FALTA IS NUMERIC
                   MOVE RPT-QTD-SEMANAS-FALTA
                       TO PNT-SEMANAS-FALTA (WS-QTD-PONTOS)
               END-IF
               MOVE 0 TO PNT-MIN-ATRASOS (WS-QTD-PONTOS)
               IF RPT-MIN-ATRASO IS NUMERIC
                   AND RPT-MIN-SAIDA-ANTEC IS NUMERIC
                   COMPUTE PNT-MIN-ATRASOS (WS-QTD-PONTOS) =
                       RPT-MIN-ATRASO + RPT-MIN-SAIDA-ANTEC
               END-IF
           END-IF.
           PERFORM LER-RESUMO-PONTO.

               UNTIL WS-IDX-AGF > WS-QTD-AGENDAS.
           IF WS-DIAS-FERIAS-MES > 0
               COMPUTE WS-VALOR-TERCO-FERIAS ROUNDED =
                   (SALARIO + WS-VALOR-ADIC-RISCO) / 30
                   * WS-DIAS-FERIAS-MES / 3
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-TERCO-FERIAS
               END-COMPUTE
               PERFORM APURAR-MEDIA-DO-FUNC
                   FHS-BRUTO - FHS-SALARIO-BASE
                   ON SIZE ERROR MOVE 0 TO WS-PARTE-VARIAVEL
               END-COMPUTE
               IF FHS-ADICIONAL-RISCO IS NUMERIC
                   SUBTRACT FHS-ADICIONAL-RISCO FROM WS-PARTE-VARIAVEL
               END-IF
               IF WS-PARTE-VARIAVEL < 0
                   MOVE 0 TO WS-PARTE-VARIAVEL
               END-IF
           MOVE 0 TO WS-VALOR-ADIC-NOTURNO.
           MOVE 0 TO WS-HORAS-CREDITO-BANCO.
           MOVE 0 TO WS-HORAS-DEBITO-BANCO.
           MOVE 0 TO WS-HORAS-NORMAIS-FUNC.
           MOVE 0 TO WS-VALOR-DSR-PERDIDO.
           MOVE 0 TO WS-VALOR-DSR-EXTRAS.
           MOVE 0 TO WS-VALOR-DSR-HORISTA.
           MOVE 0 TO WS-VALOR-ATRASOS.
           MOVE 1 TO WS-IDX-PNT.
           PERFORM APLICAR-UM-RESUMO-PONTO
               UNTIL WS-IDX-PNT > WS-QTD-PONTOS.

       APLICAR-UM-RESUMO-PONTO.
           IF PNT-CODIGO (WS-IDX-PNT) = CODIGO
               MOVE PNT-HORAS-NORMAIS (WS-IDX-PNT)
                   TO WS-HORAS-NORMAIS-FUNC
               PERFORM CONFERIR-BANCO-DO-SETOR
               IF CONTRATO-HORISTA
      *            HORISTA - RECEBE AS HORAS NORMAIS TRABALHADAS; A
      *            FALTA E SO HORA QUE NAO ENTROU NA CONTA.
                   COMPUTE WS-SALARIO-DO-MES ROUNDED =
                       SALARIO / WS-DIVISOR-HORAS-MES
                       * PNT-HORAS-NORMAIS (WS-IDX-PNT)
                       ON SIZE ERROR MOVE 0 TO WS-SALARIO-DO-MES
                   END-COMPUTE
               ELSE
                   PERFORM ABATER-FALTAS-NO-BANCO
                   COMPUTE WS-VALOR-FALTAS ROUNDED =
                       SALARIO / WS-DIVISOR-DIAS-MES
                       * WS-DIAS-FALTA-RESTANTES
                       ON SIZE ERROR MOVE 0 TO WS-VALOR-FALTAS
                   END-COMPUTE
                   COMPUTE WS-VALOR-ATRASOS ROUNDED =
                       SALARIO / WS-DIVISOR-HORAS-MES
                       * PNT-MIN-ATRASOS (WS-IDX-PNT) / 60
                       ON SIZE ERROR MOVE 0 TO WS-VALOR-ATRASOS
                   END-COMPUTE
               END-IF
               IF SETOR-DO-FUNC-COMPENSA
      *            SETOR COM BANCO DE HORAS - AS EXTRAS VIRAM
      *            CREDITO DE SALDO EM VEZ DE PAGAMENTO.
                   * PNT-HORAS-NOTURNAS (WS-IDX-PNT)
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-ADIC-NOTURNO
               END-COMPUTE
               PERFORM APURAR-DSR-DO-FUNC
           END-IF.
           ADD 1 TO WS-IDX-PNT.

      *--------------------------------------------------------------*
      *    DSR - O MENSALISTA PERDE UM DIA DE SALARIO POR SEMANA COM
      *    FALTA NAO COBERTA PELO BANCO (SE O BANCO COBRIU PARTE DAS
      *    FALTAS, AS SEMANAS PERDIDAS NAO PASSAM DOS DIAS QUE
      *    SOBRARAM); O HORISTA PERDE A JORNADA DE UM DIA AO VALOR
      *    DA HORA. AS EXTRAS PAGAS E AS HORAS NORMAIS DO HORISTA
      *    GERAM O DSR PELOS DIAS UTEIS E DE DESCANSO DO CALENDAR.
      *--------------------------------------------------------------*
       APURAR-DSR-DO-FUNC.
           MOVE PNT-SEMANAS-FALTA (WS-IDX-PNT)
               TO WS-SEMANAS-DSR-PERDIDO.
           IF CONTRATO-HORISTA
               COMPUTE WS-VALOR-DSR-PERDIDO ROUNDED =
                   SALARIO / WS-DIVISOR-HORAS-MES
                   * WS-JORNADA-DIA-BANCO * WS-SEMANAS-DSR-PERDIDO
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-DSR-PERDIDO
               END-COMPUTE
           ELSE
               IF WS-SEMANAS-DSR-PERDIDO > WS-DIAS-FALTA-RESTANTES
                   MOVE WS-DIAS-FALTA-RESTANTES
                       TO WS-SEMANAS-DSR-PERDIDO
               END-IF
               COMPUTE WS-VALOR-DSR-PERDIDO ROUNDED =
                   SALARIO / WS-DIVISOR-DIAS-MES
                   * WS-SEMANAS-DSR-PERDIDO
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-DSR-PERDIDO
               END-COMPUTE
           END-IF.
           IF WS-QTD-DIAS-UTEIS-DSR > 0
               COMPUTE WS-VALOR-DSR-EXTRAS ROUNDED =
                   WS-VALOR-HORAS-EXTRAS / WS-QTD-DIAS-UTEIS-DSR
                   * WS-QTD-DIAS-DESCANSO
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-DSR-EXTRAS
               END-COMPUTE
               IF CONTRATO-HORISTA
                   COMPUTE WS-VALOR-DSR-HORISTA ROUNDED =
                       WS-SALARIO-DO-MES / WS-QTD-DIAS-UTEIS-DSR
                       * WS-QTD-DIAS-DESCANSO
                       ON SIZE ERROR MOVE 0 TO WS-VALOR-DSR-HORISTA
                   END-COMPUTE
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    BANCO DE HORAS - CARGA DA MARCA POR SETOR (SETORMST) E DO
      *    SALDO POR FUNCIONARIO (BANCOHOR: CREDITOS MENOS DEBITOS E
      *    PAGAMENTOS), ABATIMENTO DAS FALTAS NO SALDO (A JORNADA
      *    DIARIA POR DIA) E GRAVACAO MENSAL DOS LANCAMENTOS DA
      *    COMPETENCIA.
      *--------------------------------------------------------------*
       CARREGAR-SETORES-BANCO.
           OPEN INPUT ARQ-SETORES.
               ELSE
                   MOVE "N" TO SBH-COMPENSA (WS-QTD-SETORES-BH)
               END-IF
               IF SET-SINDICATO IS NUMERIC
                   MOVE SET-SINDICATO
                       TO SBH-SINDICATO (WS-QTD-SETORES-BH)
               ELSE
                   MOVE 0 TO SBH-SINDICATO (WS-QTD-SETORES-BH)
               END-IF
               IF SET-GERENTE IS NUMERIC
                   MOVE SET-GERENTE TO SBH-GERENTE (WS-QTD-SETORES-BH)
               ELSE
                   MOVE 0 TO SBH-GERENTE (WS-QTD-SETORES-BH)
               END-IF
               MOVE SPACE TO SBH-GRAT-TIPO (WS-QTD-SETORES-BH)
               MOVE 0 TO SBH-GRAT-PERCENTUAL (WS-QTD-SETORES-BH)
               MOVE 0 TO SBH-GRAT-VALOR (WS-QTD-SETORES-BH)
               IF (SET-GRAT-PERCENTUAL-SAL OR SET-GRAT-VALOR-FIXO)
                   AND SET-GRAT-PERCENTUAL IS NUMERIC
                   AND SET-GRAT-VALOR IS NUMERIC
                   MOVE SET-GRAT-TIPO
                       TO SBH-GRAT-TIPO (WS-QTD-SETORES-BH)
                   MOVE SET-GRAT-PERCENTUAL
                       TO SBH-GRAT-PERCENTUAL (WS-QTD-SETORES-BH)
                   MOVE SET-GRAT-VALOR
                       TO SBH-GRAT-VALOR (WS-QTD-SETORES-BH)
               END-IF
           END-IF.
           PERFORM LER-SETOR-BANCO.

      *--------------------------------------------------------------*
      *    SUBSTITUICOES DE GERENTE (SUBSTGER, MANTIDO PELO PROG127),
      *    GUARDADAS EM DIAS CORRIDOS PARA A CONTA DOS DIAS COBERTOS.
      *--------------------------------------------------------------*
       CARREGAR-SUBSTITUICOES.
           OPEN INPUT ARQ-SUBSTITUICOES.
           IF WS-STATUS-SUBSTITUICOES = "00"
               PERFORM LER-SUBSTITUICAO
               PERFORM GUARDAR-UMA-SUBSTITUICAO
                   UNTIL FIM-SUBSTITUICOES
               CLOSE ARQ-SUBSTITUICOES
           END-IF.

       LER-SUBSTITUICAO.
           READ ARQ-SUBSTITUICOES
               AT END SET FIM-SUBSTITUICOES TO TRUE
           END-READ.

       GUARDAR-UMA-SUBSTITUICAO.
           IF WS-QTD-SUBSTITUICOES < 200
               AND SUB-CODIGO IS NUMERIC
               AND SUB-DATA-INICIO IS NUMERIC
               AND SUB-DATA-FIM IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD (SUB-DATA-INICIO) = 0
               AND FUNCTION TEST-DATE-YYYYMMDD (SUB-DATA-FIM) = 0
               ADD 1 TO WS-QTD-SUBSTITUICOES
               MOVE SUB-SETOR  TO SBG-SETOR (WS-QTD-SUBSTITUICOES)
               MOVE SUB-CODIGO TO SBG-CODIGO (WS-QTD-SUBSTITUICOES)
               COMPUTE SBG-INICIO-INT (WS-QTD-SUBSTITUICOES) =
                   FUNCTION INTEGER-OF-DATE (SUB-DATA-INICIO)
               COMPUTE SBG-FIM-INT (WS-QTD-SUBSTITUICOES) =
                   FUNCTION INTEGER-OF-DATE (SUB-DATA-FIM)
           END-IF.
           PERFORM LER-SUBSTITUICAO.

       CONFERIR-BANCO-DO-SETOR.
           MOVE "N" TO WS-SETOR-COMPENSA.
           PERFORM VARYING WS-IDX-SBH FROM 1 BY 1
               END-IF
           END-PERFORM.

      *    AS FALTAS CONSOMEM O SALDO DO BANCO (A JORNADA DIARIA DO
      *    FUNCIONARIO POR DIA) ANTES DE VIRAR DESCONTO DE SALARIO -
      *    SO OS DIAS QUE O SALDO NAO COBRE CONTINUAM NA CONTA DE
      *    FALTAS.
       ABATER-FALTAS-NO-BANCO.
           MOVE PNT-DIAS-FALTA (WS-IDX-PNT)
               TO WS-DIAS-FALTA-RESTANTES.
               MOVE AFA-DATA-INICIO
                   TO AFP-DATA-INICIO (WS-QTD-AFASTADOS)
           END-IF.
           PERFORM GUARDAR-AUSENCIA-AFASTAMENTO.
           PERFORM LER-AFASTAMENTO.

      *    PERIODO DO AFASTAMENTO PARA OS DIAS DE VALE-TRANSPORTE -
      *    O ABERTO NAO TEM FIM; O ENCERRADO VAI ATE A VESPERA DO
      *    RETORNO.
       GUARDAR-AUSENCIA-AFASTAMENTO.
           IF WS-QTD-AUSENCIAS < 200
               AND AFA-DATA-INICIO IS NUMERIC AND AFA-DATA-INICIO > 0
               IF AFA-ABERTO
                   ADD 1 TO WS-QTD-AUSENCIAS
                   MOVE AFA-CODIGO TO AUS-CODIGO (WS-QTD-AUSENCIAS)
                   COMPUTE AUS-INICIO-INT (WS-QTD-AUSENCIAS) =
                       FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO)
                   MOVE 9999999 TO AUS-FIM-INT (WS-QTD-AUSENCIAS)
               ELSE
                   IF AFA-DATA-RETORNO-PREV IS NUMERIC
                       AND AFA-DATA-RETORNO-PREV > AFA-DATA-INICIO
                       ADD 1 TO WS-QTD-AUSENCIAS
                       MOVE AFA-CODIGO TO AUS-CODIGO (WS-QTD-AUSENCIAS)
                       COMPUTE AUS-INICIO-INT (WS-QTD-AUSENCIAS) =
                           FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO)
                       COMPUTE AUS-FIM-INT (WS-QTD-AUSENCIAS) =
                           FUNCTION INTEGER-OF-DATE
                               (AFA-DATA-RETORNO-PREV) - 1
                   END-IF
               END-IF
           END-IF.

       DECIDIR-SE-PAGA-O-FUNCIONARIO.
           MOVE "N" TO WS-PAGAR-FUNCIONARIO.
           IF SITUACAO-ATIVA
           END-IF.

      *    A BASE DO IRRF DESCONTA A DEDUCAO POR DEPENDENTE DE CADA
      *    DEPENDENTE CADASTRADO NO PROG48 E A CONTRIBUICAO A
      *    PREVIDENCIA COMPLEMENTAR ATE O LIMITE LEGAL.
           PERFORM BUSCAR-DEPENDENTES-DO-FUNC.
           PERFORM APURAR-PREVIDENCIA-DO-FUNC.
      *    SO ABATE DA BASE O QUE FOR DESCONTADO: A CONTRIBUICAO E
      *    LIMITADA AO LIQUIDO QUE SOBRA COM O IRRF CALCULADO SEM O
      *    ABATIMENTO (O MAIOR POSSIVEL), E O DEDUTIVEL A ELA.
           COMPUTE WS-BASE-IRRF = WS-BRUTO-CALCULADO - INSS-FOLHA
               - (WS-QTD-DEP-DO-FUNC * WS-DEDUCAO-POR-DEPENDENTE)
               ON SIZE ERROR MOVE 0 TO WS-BASE-IRRF
           IF WS-BASE-IRRF < 0
               MOVE 0 TO WS-BASE-IRRF
           END-IF.
           IF WS-PREV-FUNCIONARIO > 0
               PERFORM CALCULAR-IRRF-DA-BASE
               COMPUTE WS-LIQUIDO-PARA-PREV = WS-BRUTO-CALCULADO
                   - INSS-FOLHA - IRRF-FOLHA
               IF WS-LIQUIDO-PARA-PREV < 0
                   MOVE 0 TO WS-LIQUIDO-PARA-PREV
               END-IF
               IF WS-PREV-FUNCIONARIO > WS-LIQUIDO-PARA-PREV
                   MOVE WS-LIQUIDO-PARA-PREV TO WS-PREV-FUNCIONARIO
               END-IF
               IF WS-PREV-DEDUTIVEL > WS-PREV-FUNCIONARIO
                   MOVE WS-PREV-FUNCIONARIO TO WS-PREV-DEDUTIVEL
               END-IF
               IF WS-BASE-IRRF > WS-PREV-DEDUTIVEL
                   SUBTRACT WS-PREV-DEDUTIVEL FROM WS-BASE-IRRF
               ELSE
                   MOVE 0 TO WS-BASE-IRRF
               END-IF
           END-IF.
           PERFORM CALCULAR-IRRF-DA-BASE.

           COMPUTE SALARIO-LIQUIDO = WS-BRUTO-CALCULADO
               - INSS-FOLHA - IRRF-FOLHA.
           MOVE SALARIO-LIQUIDO TO WS-LIQUIDO-POS-IMPOSTOS.
      *    A CONTRIBUICAO A PREVIDENCIA SAI DO LIQUIDO ANTES DOS
      *    DEMAIS DESCONTOS, SEM REDUZIR A BASE DA PENSAO.
           IF WS-PREV-FUNCIONARIO > SALARIO-LIQUIDO
               MOVE SALARIO-LIQUIDO TO WS-PREV-FUNCIONARIO
           END-IF.
           SUBTRACT WS-PREV-FUNCIONARIO FROM SALARIO-LIQUIDO.
           PERFORM CALCULAR-CONTRAPARTIDA-PREV.
           PERFORM GRAVAR-CONTRIB-PREVIDENCIA.
      *    O SALARIO-FAMILIA NAO E SALARIO - ENTRA NO LIQUIDO DEPOIS
      *    DOS IMPOSTOS E FORA DA BASE DA PENSAO.
           PERFORM APURAR-SAL-FAMILIA-DO-FUNC.
           ADD WS-VALOR-SAL-FAMILIA TO SALARIO-LIQUIDO.
      *    ORDEM DE PRIORIDADE DOS DEMAIS DESCONTOS - ADIANTAMENTO,
      *    PENSAO, PENDENCIAS DE MESES ANTERIORES, CONTRIBUICAO
      *    SINDICAL, EMPRESTIMOS, BENEFICIOS E VALE-TRANSPORTE; O
      *    QUE NAO COUBER VIRA PENDENCIA EM DESCPEND (MENOS A
      *    CONTRIBUICAO SINDICAL, QUE SO VALE NA COMPETENCIA).
           PERFORM DESCONTAR-ADIANTAMENTO.
           PERFORM DESCONTAR-PENSAO.
           PERFORM DESCONTAR-PENDENCIAS-ANTIGAS.
           PERFORM DESCONTAR-CONTRIB-SINDICAL.
           PERFORM DESCONTAR-EMPRESTIMOS.
           PERFORM DESCONTAR-BENEFICIOS.
           PERFORM DESCONTAR-COPARTICIPACAO.
           PERFORM DESCONTAR-VALE-TRANSPORTE.
      *    O REEMBOLSO DE DESPESA DEVOLVE O QUE O FUNCIONARIO GASTOU
      *    PELA EMPRESA - ENTRA DEPOIS DE TODOS OS DESCONTOS, PARA
      *    NAO SER CONSUMIDO POR ELES.
           PERFORM APURAR-REEMBOLSO-DO-FUNC.
           ADD WS-VALOR-REEMBOLSO TO SALARIO-LIQUIDO.

       LOCALIZAR-FAIXA-INSS.
           ADD 1 TO WS-IDX.
       LOCALIZAR-FAIXA-IRRF.
           ADD 1 TO WS-IDX.

       CALCULAR-IRRF-DA-BASE.
           MOVE 1 TO WS-IDX.
           PERFORM LOCALIZAR-FAIXA-IRRF
               UNTIL WS-IDX > 4 OR WS-BASE-IRRF <= IRRF-LIMITE (WS-IDX).
           IF WS-IDX > 4
               MOVE 4 TO WS-IDX
           END-IF.
           COMPUTE IRRF-FOLHA ROUNDED =
               WS-BASE-IRRF * IRRF-ALIQUOTA (WS-IDX)
                            - IRRF-DEDUZIR (WS-IDX)
               ON SIZE ERROR MOVE 0 TO IRRF-FOLHA
           END-COMPUTE.
           IF IRRF-FOLHA < 0
               MOVE 0 TO IRRF-FOLHA
           END-IF.

      *--------------------------------------------------------------*
      *    HISTORICO POR COMPETENCIA - PRESERVA O RESULTADO DO
      *    CALCULO QUE O REWRITE ACIMA SOBRESCREVE NO MESTRE, PARA A
           MOVE WS-DATA-FOLHA (1:6) TO FHS-COMPETENCIA.
           MOVE NOME                TO FHS-NOME.
           MOVE SETOR               TO FHS-SETOR.
           MOVE WS-SALARIO-DO-MES   TO FHS-SALARIO-BASE.
           MOVE WS-BRUTO-CALCULADO  TO FHS-BRUTO.
           MOVE INSS-FOLHA          TO FHS-INSS.
           MOVE IRRF-FOLHA          TO FHS-IRRF.
           MOVE WS-DATA-HOJE        TO FHS-DATA-CALCULO.
           MOVE WS-VALOR-ANUENIO    TO FHS-ADICIONAL-TEMPO.
           MOVE SPACE               TO FHS-TIPO-FOLHA.
           MOVE WS-DESCONTO-VT-APLICADO
                                    TO FHS-VALE-TRANSPORTE.
           MOVE WS-VALOR-SAL-FAMILIA
                                    TO FHS-SALARIO-FAMILIA.
           MOVE WS-RSC-TIPO         TO FHS-TIPO-RISCO.
           MOVE WS-RSC-GRAU         TO FHS-GRAU-RISCO.
           MOVE WS-RSC-PERCENTUAL   TO FHS-PCT-RISCO.
           MOVE WS-RSC-BASE         TO FHS-BASE-RISCO.
           MOVE WS-VALOR-ADIC-RISCO TO FHS-ADICIONAL-RISCO.
           MOVE WS-SINDICATO-DO-FUNC
                                    TO FHS-SINDICATO.
           MOVE WS-CONTRIB-SINDICAL-FUNC
                                    TO FHS-CONTRIB-SINDICAL.
           MOVE TIPO-CONTRATO       TO FHS-TIPO-CONTRATO.
           MOVE WS-HORAS-NORMAIS-FUNC
                                    TO FHS-HORAS-NORMAIS.
           MOVE WS-VALOR-DSR-PERDIDO
                                    TO FHS-DSR-PERDIDO.
           MOVE WS-VALOR-DSR-EXTRAS TO FHS-DSR-HORAS-EXTRAS.
           MOVE WS-VALOR-DSR-HORISTA
                                    TO FHS-DSR-HORISTA.
           MOVE WS-VALOR-ATRASOS    TO FHS-DESCONTO-ATRASOS.
           MOVE WS-VALOR-GRATIFICACAO
                                    TO FHS-GRATIFICACAO-FUNCAO.
           MOVE WS-PREV-FUNCIONARIO TO FHS-PREV-FUNCIONARIO.
           MOVE WS-PREV-EMPRESA     TO FHS-PREV-EMPRESA.
           MOVE WS-VALOR-REEMBOLSO  TO FHS-REEMBOLSO.
           MOVE WS-COPART-DO-FUNC   TO FHS-COPARTICIPACAO.
           MOVE WS-VALOR-HORAS-EXTRAS
                                    TO FHS-HORAS-EXTRAS.
           MOVE WS-VALOR-ADIC-NOTURNO
                                    TO FHS-ADICIONAL-NOTURNO.
           MOVE WS-BENEFICIOS-DO-FUNC
                                    TO FHS-BENEFICIOS.
           WRITE REG-FOLHA-HISTORICO.

       ACUMULAR-YTD.
           END-PERFORM.
           CLOSE ARQ-REL-PENDENCIAS.

      *--------------------------------------------------------------*
      *    VALE-TRANSPORTE - CARGA DAS LINHAS OPTANTES, DOS DIAS
      *    UTEIS DA COMPETENCIA E DAS FERIAS COMO PERIODOS DE
      *    AUSENCIA; ABERTURA DA COMPRA DO MES PARA A OPERADORA.
      *--------------------------------------------------------------*
       CARREGAR-VALE-TRANSPORTE.
           OPEN INPUT ARQ-VALE-TRANSPORTE.
           IF WS-STATUS-VALE-TRANSP = "00"
               PERFORM LER-VALE-TRANSPORTE
               PERFORM GUARDAR-UMA-LINHA-VT UNTIL FIM-VALE-TRANSP
               CLOSE ARQ-VALE-TRANSPORTE
           END-IF.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-STATUS-CALENDARIO = "00"
               PERFORM LER-CALENDARIO
               PERFORM GUARDAR-UM-FERIADO UNTIL FIM-CALENDARIO
               CLOSE ARQ-CALENDARIO
           END-IF.
           PERFORM CONTAR-DIAS-UTEIS-DO-MES.
           MOVE 1 TO WS-IDX-AGF.
           PERFORM GUARDAR-AUSENCIA-FERIAS
               UNTIL WS-IDX-AGF > WS-QTD-AGENDAS.
           OPEN OUTPUT ARQ-COMPRA-VT.
           MOVE SPACES              TO REG-COMPRA-VT.
           MOVE "H"                 TO VTC-TIPO-REG.
           MOVE WS-DATA-FOLHA (1:6) TO VTC-HDR-COMPETENCIA.
           MOVE WS-DATA-HOJE        TO VTC-HDR-DATA-GER.
           MOVE WS-QTD-DIAS-UTEIS   TO VTC-HDR-DIAS-UTEIS.
           WRITE REG-COMPRA-VT.

       LER-VALE-TRANSPORTE.
           READ ARQ-VALE-TRANSPORTE
               AT END SET FIM-VALE-TRANSP TO TRUE
           END-READ.

      *    SO AS LINHAS OPTANTES ENTRAM NA TABELA - A RECUSA NAO
      *    GERA COMPRA NEM DESCONTO.
       GUARDAR-UMA-LINHA-VT.
           IF VTR-OPTANTE AND WS-QTD-LINHAS-VT < 300
               AND VTR-TARIFA IS NUMERIC AND VTR-TARIFA > 0
               AND VTR-VIAGENS-DIA IS NUMERIC
               ADD 1 TO WS-QTD-LINHAS-VT
               MOVE VTR-CODIGO      TO LVT-CODIGO (WS-QTD-LINHAS-VT)
               MOVE VTR-LINHA       TO LVT-LINHA (WS-QTD-LINHAS-VT)
               MOVE VTR-TARIFA      TO LVT-TARIFA (WS-QTD-LINHAS-VT)
               MOVE VTR-VIAGENS-DIA
                   TO LVT-VIAGENS-DIA (WS-QTD-LINHAS-VT)
           END-IF.
           PERFORM LER-VALE-TRANSPORTE.

       LER-CALENDARIO.
           READ ARQ-CALENDARIO
               AT END SET FIM-CALENDARIO TO TRUE
           END-READ.

       GUARDAR-UM-FERIADO.
           IF WS-QTD-FERIADOS < 100
               AND CAL-DATA IS NUMERIC AND CAL-DATA > 0
               ADD 1 TO WS-QTD-FERIADOS
               MOVE CAL-DATA TO FER-DATA (WS-QTD-FERIADOS)
           END-IF.
           PERFORM LER-CALENDARIO.

      *    DIAS DO MES PELA DIFERENCA ENTRE O DIA 01 DO MES SEGUINTE
      *    E O DIA 01 DA COMPETENCIA (MESMA CONTA DO PROG91); SABADO
      *    (RESTO 6), DOMINGO (RESTO 0) E FERIADO NAO SAO DIA UTIL.
       CONTAR-DIAS-UTEIS-DO-MES.
           MOVE WS-DATA-FOLHA (1:6) TO WS-PROX-COMP.
           MOVE WS-DATA-FOLHA (1:6) TO WS-DATA-TESTE (1:6).
           MOVE 01 TO WS-DATA-TESTE (7:2).
           COMPUTE WS-INT-MES-ATUAL =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           IF WS-PRX-MES = 12
               MOVE 01 TO WS-PRX-MES
               ADD 1 TO WS-PRX-ANO
           ELSE
               ADD 1 TO WS-PRX-MES
           END-IF.
           MOVE WS-PROX-COMP TO WS-DATA-TESTE (1:6).
           MOVE 01 TO WS-DATA-TESTE (7:2).
           COMPUTE WS-INT-MES-SEGUINTE =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           COMPUTE WS-DIAS-NO-MES =
               WS-INT-MES-SEGUINTE - WS-INT-MES-ATUAL.
           MOVE 0 TO WS-QTD-DIAS-UTEIS.
           MOVE 0 TO WS-QTD-DIAS-UTEIS-DSR.
           MOVE 0 TO WS-QTD-DIAS-DESCANSO.
           MOVE 1 TO WS-DIA-CORRENTE.
           PERFORM CONFERIR-UM-DIA-DO-MES
               UNTIL WS-DIA-CORRENTE > WS-DIAS-NO-MES.

       CONFERIR-UM-DIA-DO-MES.
           MOVE WS-DATA-FOLHA (1:6) TO WS-DATA-TESTE (1:6).
           MOVE WS-DIA-CORRENTE TO WS-DATA-TESTE (7:2).
           MOVE "S" TO WS-DIA-UTIL.
           MOVE "N" TO WS-DIA-DESCANSO.
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION REM (WS-DIAS-INT, 7).
           IF WS-DIA-SEMANA = 0 OR WS-DIA-SEMANA = 6
               MOVE "N" TO WS-DIA-UTIL
           END-IF.
           IF WS-DIA-SEMANA = 0
               MOVE "S" TO WS-DIA-DESCANSO
           END-IF.
           MOVE 1 TO WS-IDX-FER.
           PERFORM CONFERIR-UM-FERIADO
               UNTIL WS-IDX-FER > WS-QTD-FERIADOS.
           IF DIA-E-UTIL
               ADD 1 TO WS-QTD-DIAS-UTEIS
               MOVE WS-DIAS-INT TO DUT-DIA-INT (WS-QTD-DIAS-UTEIS)
           END-IF.
           IF DIA-E-DESCANSO
               ADD 1 TO WS-QTD-DIAS-DESCANSO
           ELSE
               ADD 1 TO WS-QTD-DIAS-UTEIS-DSR
           END-IF.
           ADD 1 TO WS-DIA-CORRENTE.

       CONFERIR-UM-FERIADO.
           IF FER-DATA (WS-IDX-FER) = WS-DATA-TESTE
               MOVE "N" TO WS-DIA-UTIL
               MOVE "S" TO WS-DIA-DESCANSO
           END-IF.
           ADD 1 TO WS-IDX-FER.

      *    CADA PROGRAMACAO DA AGENDA (PROGRAMADA, GOZADA OU
      *    ANTECIPADA) E UM PERIODO SEM DESLOCAMENTO AO TRABALHO.
       GUARDAR-AUSENCIA-FERIAS.
           IF WS-QTD-AUSENCIAS < 200
               AND AGF-DATA-INICIO (WS-IDX-AGF) IS NUMERIC
               AND AGF-DATA-INICIO (WS-IDX-AGF) > 0
               AND AGF-DIAS (WS-IDX-AGF) > 0
               ADD 1 TO WS-QTD-AUSENCIAS
               MOVE AGF-CODIGO (WS-IDX-AGF)
                   TO AUS-CODIGO (WS-QTD-AUSENCIAS)
               COMPUTE AUS-INICIO-INT (WS-QTD-AUSENCIAS) =
                   FUNCTION INTEGER-OF-DATE
                       (AGF-DATA-INICIO (WS-IDX-AGF))
               COMPUTE AUS-FIM-INT (WS-QTD-AUSENCIAS) =
                   AUS-INICIO-INT (WS-QTD-AUSENCIAS)
                   + AGF-DIAS (WS-IDX-AGF) - 1
           END-IF.
           ADD 1 TO WS-IDX-AGF.

      *--------------------------------------------------------------*
      *    DESCONTO DO VALE-TRANSPORTE - MENOR VALOR ENTRE O CUSTO
      *    DO MES E O TETO DE 6% DO SALARIO. COMO OS DEMAIS, SO SAI
      *    DO LIQUIDO SE COUBER INTEIRO; SENAO VIRA PENDENCIA.
      *--------------------------------------------------------------*
       DESCONTAR-VALE-TRANSPORTE.
           MOVE 0 TO WS-CUSTO-VT-DO-FUNC.
           MOVE 0 TO WS-DESCONTO-VT-DO-FUNC.
           MOVE 0 TO WS-DESCONTO-VT-APLICADO.
           MOVE 0 TO WS-DIAS-VT-DO-FUNC.
           PERFORM CONTAR-DIAS-VT-DO-FUNC.
           IF WS-DIAS-VT-DO-FUNC > 0
               MOVE 1 TO WS-IDX-LVT
               PERFORM APURAR-UMA-LINHA-VT
                   UNTIL WS-IDX-LVT > WS-QTD-LINHAS-VT
           END-IF.
           IF WS-CUSTO-VT-DO-FUNC > 0
               COMPUTE WS-TETO-VT-DO-FUNC ROUNDED =
                   SALARIO * WS-PCT-TETO-VT
                   ON SIZE ERROR MOVE 0 TO WS-TETO-VT-DO-FUNC
               END-COMPUTE
               IF WS-CUSTO-VT-DO-FUNC < WS-TETO-VT-DO-FUNC
                   MOVE WS-CUSTO-VT-DO-FUNC TO WS-DESCONTO-VT-DO-FUNC
               ELSE
                   MOVE WS-TETO-VT-DO-FUNC TO WS-DESCONTO-VT-DO-FUNC
               END-IF
               IF WS-DESCONTO-VT-DO-FUNC <= SALARIO-LIQUIDO
                   SUBTRACT WS-DESCONTO-VT-DO-FUNC FROM SALARIO-LIQUIDO
                   MOVE WS-DESCONTO-VT-DO-FUNC
                       TO WS-DESCONTO-VT-APLICADO
               ELSE
                   MOVE "VTRANSP" TO WS-TIPO-PENDENCIA
                   MOVE WS-DESCONTO-VT-DO-FUNC
                       TO WS-VALOR-NAO-APLICADO
                   PERFORM REGISTRAR-PENDENCIA
               END-IF
               PERFORM ACUMULAR-VT-DO-SETOR
           END-IF.

      *    DIAS UTEIS DO MES EM QUE O FUNCIONARIO SE DESLOCA - FORA
      *    OS ANTERIORES A ADMISSAO E OS DOS PERIODOS DE AUSENCIA.
       CONTAR-DIAS-VT-DO-FUNC.
           MOVE 0 TO WS-ADMISSAO-INT.
           IF DATA-ADMISSAO IS NUMERIC AND DATA-ADMISSAO > 0
               COMPUTE WS-ADMISSAO-INT =
                   FUNCTION INTEGER-OF-DATE (DATA-ADMISSAO)
           END-IF.
           MOVE 1 TO WS-IDX-DUT.
           PERFORM CONFERIR-DIA-UTIL-DO-FUNC
               UNTIL WS-IDX-DUT > WS-QTD-DIAS-UTEIS.

       CONFERIR-DIA-UTIL-DO-FUNC.
           MOVE "S" TO WS-DIA-UTIL.
           IF DUT-DIA-INT (WS-IDX-DUT) < WS-ADMISSAO-INT
               MOVE "N" TO WS-DIA-UTIL
           END-IF.
           MOVE 1 TO WS-IDX-AUS.
           PERFORM CONFERIR-UMA-AUSENCIA
               UNTIL WS-IDX-AUS > WS-QTD-AUSENCIAS
                   OR NOT DIA-E-UTIL.
           IF DIA-E-UTIL
               ADD 1 TO WS-DIAS-VT-DO-FUNC
           END-IF.
           ADD 1 TO WS-IDX-DUT.

       CONFERIR-UMA-AUSENCIA.
           IF AUS-CODIGO (WS-IDX-AUS) = CODIGO
               AND DUT-DIA-INT (WS-IDX-DUT)
                   >= AUS-INICIO-INT (WS-IDX-AUS)
               AND DUT-DIA-INT (WS-IDX-DUT)
                   <= AUS-FIM-INT (WS-IDX-AUS)
               MOVE "N" TO WS-DIA-UTIL
           END-IF.
           ADD 1 TO WS-IDX-AUS.

      *    CUSTO DE UMA LINHA NO MES E O DETALHE DA COMPRA.
       APURAR-UMA-LINHA-VT.
           IF LVT-CODIGO (WS-IDX-LVT) = CODIGO
               COMPUTE WS-VIAGENS-LINHA-VT =
                   LVT-VIAGENS-DIA (WS-IDX-LVT) * WS-DIAS-VT-DO-FUNC
               COMPUTE WS-VALOR-LINHA-VT ROUNDED =
                   LVT-TARIFA (WS-IDX-LVT) * WS-VIAGENS-LINHA-VT
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-LINHA-VT
               END-COMPUTE
               IF WS-VALOR-LINHA-VT > 0
                   ADD WS-VALOR-LINHA-VT TO WS-CUSTO-VT-DO-FUNC
                   MOVE SPACES              TO REG-COMPRA-VT
                   MOVE "D"                 TO VTC-TIPO-REG
                   MOVE CODIGO              TO VTC-CODIGO
                   MOVE DOCUMENTO           TO VTC-DOCUMENTO
                   MOVE NOME                TO VTC-NOME
                   MOVE LVT-LINHA (WS-IDX-LVT)
                                            TO VTC-LINHA
                   MOVE WS-VIAGENS-LINHA-VT TO VTC-VIAGENS
                   MOVE WS-VALOR-LINHA-VT   TO VTC-VALOR
                   WRITE REG-COMPRA-VT
                   ADD 1 TO WS-QTD-COMPRA-VT
                   ADD WS-VALOR-LINHA-VT TO WS-VALOR-COMPRA-VT
               END-IF
           END-IF.
           ADD 1 TO WS-IDX-LVT.

       ACUMULAR-VT-DO-SETOR.
           MOVE 0 TO WS-IDX-SVT-ACHADO.
           MOVE 1 TO WS-IDX-SVT.
           PERFORM LOCALIZAR-SETOR-VT
               UNTIL WS-IDX-SVT > WS-QTD-SETORES-VT.
           IF WS-IDX-SVT-ACHADO = 0 AND WS-QTD-SETORES-VT < 50
               ADD 1 TO WS-QTD-SETORES-VT
               MOVE WS-QTD-SETORES-VT TO WS-IDX-SVT-ACHADO
               MOVE SETOR TO SVT-SETOR (WS-IDX-SVT-ACHADO)
               MOVE 0 TO SVT-QTD-FUNC (WS-IDX-SVT-ACHADO)
               MOVE 0 TO SVT-CUSTO (WS-IDX-SVT-ACHADO)
               MOVE 0 TO SVT-DESCONTADO (WS-IDX-SVT-ACHADO)
               MOVE 0 TO SVT-EMPRESA (WS-IDX-SVT-ACHADO)
           END-IF.
           IF WS-IDX-SVT-ACHADO > 0
               ADD 1 TO SVT-QTD-FUNC (WS-IDX-SVT-ACHADO)
               ADD WS-CUSTO-VT-DO-FUNC
                   TO SVT-CUSTO (WS-IDX-SVT-ACHADO)
               ADD WS-DESCONTO-VT-DO-FUNC
                   TO SVT-DESCONTADO (WS-IDX-SVT-ACHADO)
               COMPUTE SVT-EMPRESA (WS-IDX-SVT-ACHADO) =
                   SVT-EMPRESA (WS-IDX-SVT-ACHADO)
                   + WS-CUSTO-VT-DO-FUNC - WS-DESCONTO-VT-DO-FUNC
           END-IF.

       LOCALIZAR-SETOR-VT.
           IF SVT-SETOR (WS-IDX-SVT) = SETOR
               MOVE WS-IDX-SVT TO WS-IDX-SVT-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-SVT.

       FECHAR-COMPRA-VT.
           MOVE SPACES              TO REG-COMPRA-VT.
           MOVE "T"                 TO VTC-TIPO-REG.
           MOVE WS-QTD-COMPRA-VT    TO VTC-TRL-QTD.
           MOVE WS-VALOR-COMPRA-VT  TO VTC-TRL-VALOR.
           WRITE REG-COMPRA-VT.
           CLOSE ARQ-COMPRA-VT.

      *    PARTE DA EMPRESA POR SETOR - CUSTO DO MES, O QUE FOI
      *    COBRADO DO FUNCIONARIO (NO LIQUIDO OU EM PENDENCIA) E A
      *    DIFERENCA PAGA PELA EMPRESA.
       IMPRIMIR-VALE-TRANSPORTE.
           OPEN OUTPUT ARQ-REL-VALE-TRANSP.
           MOVE SPACES TO LINHA-VALE-TRANSP.
           STRING "VALE-TRANSPORTE POR SETOR - COMPETENCIA "
               WS-DATA-FOLHA (1:6) " - DIAS UTEIS "
               WS-QTD-DIAS-UTEIS
               DELIMITED BY SIZE INTO LINHA-VALE-TRANSP
           END-STRING.
           WRITE LINHA-VALE-TRANSP.
           MOVE 1 TO WS-IDX-SVT.
           PERFORM IMPRIMIR-UM-SETOR-VT
               UNTIL WS-IDX-SVT > WS-QTD-SETORES-VT.
           MOVE SPACES TO LINHA-VALE-TRANSP.
           STRING "TOTAL DA COMPRA - LINHAS " WS-QTD-COMPRA-VT
               " VALOR " WS-VALOR-COMPRA-VT
               DELIMITED BY SIZE INTO LINHA-VALE-TRANSP
           END-STRING.
           WRITE LINHA-VALE-TRANSP.
           CLOSE ARQ-REL-VALE-TRANSP.

       IMPRIMIR-UM-SETOR-VT.
           MOVE SPACES TO LINHA-VALE-TRANSP.
           STRING "SETOR " SVT-SETOR (WS-IDX-SVT)
               " FUNC " SVT-QTD-FUNC (WS-IDX-SVT)
               " CUSTO " SVT-CUSTO (WS-IDX-SVT)
               " DESC " SVT-DESCONTADO (WS-IDX-SVT)
               " EMPRESA " SVT-EMPRESA (WS-IDX-SVT)
               DELIMITED BY SIZE INTO LINHA-VALE-TRANSP
           END-STRING.
           WRITE LINHA-VALE-TRANSP.
           ADD 1 TO WS-IDX-SVT.

      *--------------------------------------------------------------*
      *    DIMENSAO DE EMPRESA - SELECAO DA RODADA E TOTAIS DE
      *    CONTROLE POR EMPRESA, COM O CONSOLIDADO NO TOTAL GERAL.
                       " CONTROLE."
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    CONTRIBUICAO SINDICAL - CARGA DO CADASTRO DE SINDICATOS,
      *    DO SINDICATO POR CARGO E DAS CARTAS DOS FUNCIONARIOS.
      *--------------------------------------------------------------*
       CARREGAR-SINDICATOS.
           OPEN INPUT ARQ-SINDICATOS.
           IF WS-STATUS-SINDICATOS = "00"
               PERFORM LER-SINDICATO
               PERFORM GUARDAR-UM-SINDICATO UNTIL FIM-SINDICATOS
               CLOSE ARQ-SINDICATOS
           END-IF.
           OPEN INPUT ARQ-CARGOS.
           IF WS-STATUS-CARGOS = "00"
               PERFORM LER-CARGO
               PERFORM GUARDAR-SINDICATO-DO-CARGO UNTIL FIM-CARGOS
               CLOSE ARQ-CARGOS
           END-IF.
           OPEN INPUT ARQ-OPCOES-SINDICAIS.
           IF WS-STATUS-OPCOES-SIND = "00"
               PERFORM LER-OPCAO-SINDICAL
               PERFORM GUARDAR-UMA-OPCAO-SINDICAL
                   UNTIL FIM-OPCOES-SIND
               CLOSE ARQ-OPCOES-SINDICAIS
           END-IF.

       LER-SINDICATO.
           READ ARQ-SINDICATOS
               AT END SET FIM-SINDICATOS TO TRUE
           END-READ.

       GUARDAR-UM-SINDICATO.
           IF WS-QTD-SINDICATOS < 20
               AND SND-CODIGO IS NUMERIC AND SND-CODIGO > 0
               ADD 1 TO WS-QTD-SINDICATOS
               MOVE SND-CODIGO     TO SNT-CODIGO (WS-QTD-SINDICATOS)
               MOVE SND-TIPO-CONTRIB
                   TO SNT-TIPO-CONTRIB (WS-QTD-SINDICATOS)
               MOVE SND-PERCENTUAL
                   TO SNT-PERCENTUAL (WS-QTD-SINDICATOS)
               MOVE SND-VALOR      TO SNT-VALOR (WS-QTD-SINDICATOS)
               MOVE SND-ADESAO     TO SNT-ADESAO (WS-QTD-SINDICATOS)
           END-IF.
           PERFORM LER-SINDICATO.

       LER-CARGO.
           READ ARQ-CARGOS
               AT END SET FIM-CARGOS TO TRUE
           END-READ.

      *    SO OS CARGOS QUE APONTAM SINDICATO ENTRAM NA TABELA.
       GUARDAR-SINDICATO-DO-CARGO.
           IF WS-QTD-CARGOS-SIND < 50
               AND CRG-SINDICATO IS NUMERIC AND CRG-SINDICATO > 0
               ADD 1 TO WS-QTD-CARGOS-SIND
               MOVE CRG-CODIGO    TO CSN-CARGO (WS-QTD-CARGOS-SIND)
               MOVE CRG-SINDICATO
                   TO CSN-SINDICATO (WS-QTD-CARGOS-SIND)
           END-IF.
           PERFORM LER-CARGO.

       LER-OPCAO-SINDICAL.
           READ ARQ-OPCOES-SINDICAIS
               AT END SET FIM-OPCOES-SIND TO TRUE
           END-READ.

       GUARDAR-UMA-OPCAO-SINDICAL.
           IF WS-QTD-OPCOES-SIND < 300
               AND (SOP-AUTORIZA OR SOP-RECUSA)
               AND SOP-DATA IS NUMERIC
               ADD 1 TO WS-QTD-OPCOES-SIND
               MOVE SOP-CODIGO    TO OPS-CODIGO (WS-QTD-OPCOES-SIND)
               MOVE SOP-SINDICATO
                   TO OPS-SINDICATO (WS-QTD-OPCOES-SIND)
               MOVE SOP-OPCAO     TO OPS-OPCAO (WS-QTD-OPCOES-SIND)
               MOVE SOP-DATA      TO OPS-DATA (WS-QTD-OPCOES-SIND)
           END-IF.
           PERFORM LER-OPCAO-SINDICAL.

      *--------------------------------------------------------------*
      *    DESCONTO DA CONTRIBUICAO SINDICAL - ADESAO "O" DESCONTA
      *    SALVO CARTA DE OPOSICAO; ADESAO "A" (OU BRANCO) SO COM
      *    AUTORIZACAO. PERCENTUAL SOBRE O SALARIO CONTRATUAL OU
      *    VALOR FIXO. O QUE NAO CABE NO LIQUIDO NAO VIRA PENDENCIA:
      *    O REPASSE (PROG120) SO LEVA O QUE FOI DESCONTADO NA
      *    PROPRIA COMPETENCIA.
      *--------------------------------------------------------------*
       DESCONTAR-CONTRIB-SINDICAL.
           MOVE 0 TO WS-SINDICATO-DO-FUNC.
           MOVE 0 TO WS-CONTRIB-SINDICAL-FUNC.
           MOVE 0 TO WS-IDX-SNT-ACHADO.
           PERFORM BUSCAR-SINDICATO-DO-FUNC.
           IF WS-SINDICATO-DO-FUNC > 0
               MOVE 1 TO WS-IDX-SNT
               PERFORM COMPARAR-UM-SINDICATO
                   UNTIL WS-IDX-SNT > WS-QTD-SINDICATOS
           END-IF.
           IF WS-IDX-SNT-ACHADO > 0
               MOVE SPACE TO WS-OPCAO-DO-FUNC
               MOVE 0 TO WS-DATA-OPCAO-DO-FUNC
               MOVE 1 TO WS-IDX-OPS
               PERFORM CONFERIR-UMA-OPCAO-SINDICAL
                   UNTIL WS-IDX-OPS > WS-QTD-OPCOES-SIND
               IF (SNT-ADESAO (WS-IDX-SNT-ACHADO) = "O"
                       AND NOT FUNC-RECUSOU)
                   OR (SNT-ADESAO (WS-IDX-SNT-ACHADO) NOT = "O"
                       AND FUNC-AUTORIZOU)
                   PERFORM APURAR-CONTRIB-SINDICAL
               END-IF
           END-IF.

       BUSCAR-SINDICATO-DO-FUNC.
           MOVE 1 TO WS-IDX-CSN.
           PERFORM COMPARAR-SINDICATO-DO-CARGO
               UNTIL WS-IDX-CSN > WS-QTD-CARGOS-SIND.
           IF WS-SINDICATO-DO-FUNC = 0
               MOVE 1 TO WS-IDX-SBH
               PERFORM COMPARAR-SINDICATO-DO-SETOR
                   UNTIL WS-IDX-SBH > WS-QTD-SETORES-BH
           END-IF.

       COMPARAR-SINDICATO-DO-CARGO.
           IF CSN-CARGO (WS-IDX-CSN) = CARGO
               MOVE CSN-SINDICATO (WS-IDX-CSN) TO WS-SINDICATO-DO-FUNC
           END-IF.
           ADD 1 TO WS-IDX-CSN.

       COMPARAR-SINDICATO-DO-SETOR.
           IF SBH-SETOR (WS-IDX-SBH) = SETOR
               MOVE SBH-SINDICATO (WS-IDX-SBH) TO WS-SINDICATO-DO-FUNC
           END-IF.
           ADD 1 TO WS-IDX-SBH.

       COMPARAR-UM-SINDICATO.
           IF SNT-CODIGO (WS-IDX-SNT) = WS-SINDICATO-DO-FUNC
               MOVE WS-IDX-SNT TO WS-IDX-SNT-ACHADO
           END-IF.
           ADD 1 TO WS-IDX-SNT.

      *    A CARTA MAIS RECENTE ATE A DATA DA FOLHA PREVALECE; NA
      *    MESMA DATA, A QUE VEM DEPOIS NO ARQUIVO.
       CONFERIR-UMA-OPCAO-SINDICAL.
           IF OPS-CODIGO (WS-IDX-OPS) = CODIGO
               AND OPS-SINDICATO (WS-IDX-OPS) = WS-SINDICATO-DO-FUNC
               AND OPS-DATA (WS-IDX-OPS) <= WS-DATA-FOLHA
               AND OPS-DATA (WS-IDX-OPS) >= WS-DATA-OPCAO-DO-FUNC
               MOVE OPS-OPCAO (WS-IDX-OPS) TO WS-OPCAO-DO-FUNC
               MOVE OPS-DATA (WS-IDX-OPS)  TO WS-DATA-OPCAO-DO-FUNC
           END-IF.
           ADD 1 TO WS-IDX-OPS.

       APURAR-CONTRIB-SINDICAL.
           IF SNT-TIPO-CONTRIB (WS-IDX-SNT-ACHADO) = "P"
               COMPUTE WS-VALOR-CONTRIB-SIND ROUNDED =
                   SALARIO * SNT-PERCENTUAL (WS-IDX-SNT-ACHADO) / 100
                   ON SIZE ERROR MOVE 0 TO WS-VALOR-CONTRIB-SIND
               END-COMPUTE
           ELSE
               MOVE SNT-VALOR (WS-IDX-SNT-ACHADO)
                   TO WS-VALOR-CONTRIB-SIND
           END-IF.
           IF WS-VALOR-CONTRIB-SIND > 0
               AND WS-VALOR-CONTRIB-SIND <= SALARIO-LIQUIDO
               SUBTRACT WS-VALOR-CONTRIB-SIND FROM SALARIO-LIQUIDO
               MOVE WS-VALOR-CONTRIB-SIND TO WS-CONTRIB-SINDICAL-FUNC
           END-IF.

      *--------------------------------------------------------------*
      *    PREVIDENCIA COMPLEMENTAR - CARGA DAS ADESOES, CONTRIBUICAO
      *    DO FUNCIONARIO E CONTRAPARTIDA DA EMPRESA, E A REMESSA
      *    MENSAL PARA A ENTIDADE (PREVCONT).
      *--------------------------------------------------------------*
       CARREGAR-PLANOS-PREVIDENCIA.
           OPEN INPUT ARQ-PLANOS-PREVIDENCIA.
           IF WS-STATUS-PLANOS-PREV = "00"
               PERFORM LER-PLANO-PREVIDENCIA
               PERFORM GUARDAR-UM-PLANO-PREVIDENCIA
                   UNTIL FIM-PLANOS-PREV
               CLOSE ARQ-PLANOS-PREVIDENCIA
           END-IF.
           OPEN OUTPUT ARQ-CONTRIB-PREVIDENCIA.
           MOVE SPACES              TO REG-CONTRIB-PREVIDENCIA.
           MOVE "H"                 TO PVC-TIPO-REG.
           MOVE WS-DATA-FOLHA (1:6) TO PVC-HDR-COMPETENCIA.
           MOVE WS-DATA-HOJE        TO PVC-HDR-DATA-GER.
           WRITE REG-CONTRIB-PREVIDENCIA.

       LER-PLANO-PREVIDENCIA.
           READ ARQ-PLANOS-PREVIDENCIA
               AT END SET FIM-PLANOS-PREV TO TRUE
           END-READ.

       GUARDAR-UM-PLANO-PREVIDENCIA.
           IF WS-QTD-PLANOS-PREV < 500
               ADD 1 TO WS-QTD-PLANOS-PREV
               MOVE REG-PLANO-PREVIDENCIA
                   TO PPV-ITEM (WS-QTD-PLANOS-PREV)
           END-IF.
           PERFORM LER-PLANO-PREVIDENCIA.

      *    CONTRIBUICAO = BRUTO X PERCENTUAL DA ADESAO; DEDUTIVEL DO
      *    IRRF ATE 12% DO BRUTO. GUARDA A ADESAO EM VIGOR PARA A
      *    CONTRAPARTIDA, APURADA DEPOIS DOS LIMITES DO DESCONTO.
       APURAR-PREVIDENCIA-DO-FUNC.
           MOVE 0 TO WS-PREV-FUNCIONARIO.
           MOVE 0 TO WS-PREV-DEDUTIVEL.
           MOVE 0 TO WS-PREV-EMPRESA.
           MOVE 0 TO WS-IDX-PPV-VIGENTE.
           PERFORM VARYING WS-IDX-PPV FROM 1 BY 1
                   UNTIL WS-IDX-PPV > WS-QTD-PLANOS-PREV
               IF PPV-CODIGO (WS-IDX-PPV) = CODIGO
                   AND PPV-DATA-INICIO (WS-IDX-PPV) <= WS-DATA-FOLHA
                   AND (PPV-DATA-FIM (WS-IDX-PPV) = 0
                       OR PPV-DATA-FIM (WS-IDX-PPV) >= WS-DATA-FOLHA)
                   MOVE WS-IDX-PPV TO WS-IDX-PPV-VIGENTE
                   PERFORM CALCULAR-PREVIDENCIA-DO-FUNC
               END-IF
           END-PERFORM.

       CALCULAR-PREVIDENCIA-DO-FUNC.
           COMPUTE WS-PREV-FUNCIONARIO ROUNDED =
               WS-BRUTO-CALCULADO * PPV-PCT-CONTRIB (WS-IDX-PPV) / 100
               ON SIZE ERROR MOVE 0 TO WS-PREV-FUNCIONARIO
           END-COMPUTE.
           COMPUTE WS-PREV-DEDUTIVEL ROUNDED =
               WS-BRUTO-CALCULADO * WS-PCT-LIMITE-PREV
               ON SIZE ERROR MOVE 0 TO WS-PREV-DEDUTIVEL
           END-COMPUTE.
           IF WS-PREV-FUNCIONARIO < WS-PREV-DEDUTIVEL
               MOVE WS-PREV-FUNCIONARIO TO WS-PREV-DEDUTIVEL
           END-IF.

      *    CONTRAPARTIDA = CONTRIBUICAO EFETIVAMENTE DESCONTADA X
      *    PERCENTUAL DA EMPRESA, ATE O TETO EM PERCENTUAL DO BRUTO.
       CALCULAR-CONTRAPARTIDA-PREV.
           MOVE 0 TO WS-PREV-EMPRESA.
           IF WS-IDX-PPV-VIGENTE > 0
               COMPUTE WS-PREV-EMPRESA ROUNDED =
                   WS-PREV-FUNCIONARIO
                   * PPV-PCT-CONTRAPARTIDA (WS-IDX-PPV-VIGENTE) / 100
                   ON SIZE ERROR MOVE 0 TO WS-PREV-EMPRESA
               END-COMPUTE
               IF PPV-PCT-TETO-CONTRAP (WS-IDX-PPV-VIGENTE) > 0
                   COMPUTE WS-TETO-PREV ROUNDED =
                       WS-BRUTO-CALCULADO
                       * PPV-PCT-TETO-CONTRAP (WS-IDX-PPV-VIGENTE) / 100
                       ON SIZE ERROR MOVE 0 TO WS-TETO-PREV
                   END-COMPUTE
                   IF WS-PREV-EMPRESA > WS-TETO-PREV
                       MOVE WS-TETO-PREV TO WS-PREV-EMPRESA
                   END-IF
               END-IF
           END-IF.

       GRAVAR-CONTRIB-PREVIDENCIA.
           IF WS-PREV-FUNCIONARIO > 0 OR WS-PREV-EMPRESA > 0
               MOVE SPACES              TO REG-CONTRIB-PREVIDENCIA
               MOVE "D"                 TO PVC-TIPO-REG
               MOVE CODIGO              TO PVC-CODIGO
               MOVE DOCUMENTO           TO PVC-DOCUMENTO
               MOVE NOME                TO PVC-NOME
               MOVE WS-BRUTO-CALCULADO  TO PVC-BASE
               MOVE WS-PREV-FUNCIONARIO TO PVC-CONTRIB-FUNC
               MOVE WS-PREV-EMPRESA     TO PVC-CONTRIB-EMPRESA
               WRITE REG-CONTRIB-PREVIDENCIA
               ADD 1 TO WS-QTD-CONTRIB-PREV
               ADD WS-PREV-FUNCIONARIO TO WS-TOTAL-PREV-FUNC
               ADD WS-PREV-EMPRESA     TO WS-TOTAL-PREV-EMPRESA
           END-IF.

       FECHAR-CONTRIB-PREVIDENCIA.
           MOVE SPACES                TO REG-CONTRIB-PREVIDENCIA.
           MOVE "T"                   TO PVC-TIPO-REG.
           MOVE WS-QTD-CONTRIB-PREV   TO PVC-TRL-QTD.
           MOVE WS-TOTAL-PREV-FUNC    TO PVC-TRL-CONTRIB-FUNC.
           MOVE WS-TOTAL-PREV-EMPRESA TO PVC-TRL-CONTRIB-EMPRESA.
           WRITE REG-CONTRIB-PREVIDENCIA.
           CLOSE ARQ-CONTRIB-PREVIDENCIA.

      *--------------------------------------------------------------*
      *    REEMBOLSO DE DESPESA - CARGA DOS PEDIDOS, PAGAMENTO DOS
      *    APROVADOS PARA A FOLHA E REGRAVACAO COM A COMPETENCIA.
      *--------------------------------------------------------------*
       CARREGAR-REEMBOLSOS.
           OPEN INPUT ARQ-REEMBOLSOS.
           IF WS-STATUS-REEMBOLSOS = "00"
               PERFORM LER-REEMBOLSO
               PERFORM GUARDAR-UM-REEMBOLSO UNTIL FIM-REEMBOLSOS
               CLOSE ARQ-REEMBOLSOS
           END-IF.

       LER-REEMBOLSO.
           READ ARQ-REEMBOLSOS
               AT END SET FIM-REEMBOLSOS TO TRUE
           END-READ.

      *    O APROVADO PAGO NUMA COMPETENCIA ANTERIOR (NA FOLHA OU NA
      *    REMESSA) PASSA A PAGO NA VIRADA.
       GUARDAR-UM-REEMBOLSO.
           IF WS-QTD-REEMBOLSOS < 3000
               ADD 1 TO WS-QTD-REEMBOLSOS
               MOVE REG-REEMBOLSO TO RBM-ITEM (WS-QTD-REEMBOLSOS)
               IF RMB-APROVADO
                   AND RMB-COMPETENCIA-PAGTO IS NUMERIC
                   AND RMB-COMPETENCIA-PAGTO > 0
                   AND RMB-COMPETENCIA-PAGTO < WS-DATA-FOLHA (1:6)
                   MOVE "L" TO RBM-SITUACAO (WS-QTD-REEMBOLSOS)
                   SET REEMBOLSOS-ALTERADOS TO TRUE
               END-IF
           END-IF.
           PERFORM LER-REEMBOLSO.

      *    PEDIDO APROVADO PARA A FOLHA AINDA SEM COMPETENCIA, OU JA
      *    MARCADO PARA ESTA (RECALCULO NO MES), E PAGO AGORA.
       APURAR-REEMBOLSO-DO-FUNC.
           MOVE 0 TO WS-VALOR-REEMBOLSO.
           PERFORM VARYING WS-IDX-RBM FROM 1 BY 1
                   UNTIL WS-IDX-RBM > WS-QTD-REEMBOLSOS
               IF RBM-CODIGO (WS-IDX-RBM) = CODIGO
                   AND RBM-SITUACAO (WS-IDX-RBM) = "A"
                   AND RBM-FORMA-PAGTO (WS-IDX-RBM) = "F"
                   AND (RBM-COMPETENCIA-PAGTO (WS-IDX-RBM) = 0
                       OR RBM-COMPETENCIA-PAGTO (WS-IDX-RBM)
                           = WS-DATA-FOLHA (1:6))
                   PERFORM PAGAR-UM-REEMBOLSO
               END-IF
           END-PERFORM.

       PAGAR-UM-REEMBOLSO.
           IF RBM-COMPETENCIA-PAGTO (WS-IDX-RBM) = 0
               MOVE WS-DATA-FOLHA (1:6)
                   TO RBM-COMPETENCIA-PAGTO (WS-IDX-RBM)
               SET REEMBOLSOS-ALTERADOS TO TRUE
           END-IF.
           ADD RBM-VALOR (WS-IDX-RBM) TO WS-VALOR-REEMBOLSO.

       REGRAVAR-REEMBOLSOS.
           IF REEMBOLSOS-ALTERADOS
               OPEN OUTPUT ARQ-REEMBOLSOS
               MOVE 1 TO WS-IDX-RBM
               PERFORM GRAVAR-UM-REEMBOLSO
                   UNTIL WS-IDX-RBM > WS-QTD-REEMBOLSOS
               CLOSE ARQ-REEMBOLSOS
           END-IF.

       GRAVAR-UM-REEMBOLSO.
           MOVE RBM-ITEM (WS-IDX-RBM) TO REG-REEMBOLSO.
           WRITE REG-REEMBOLSO.
           ADD 1 TO WS-IDX-RBM.

      *--------------------------------------------------------------*
      *    COPARTICIPACAO DO PLANO DE SAUDE - CARGA DOS ATENDIMENTOS,
      *    DESCONTO NO LIQUIDO E REGRAVACAO COM A COMPETENCIA.
      *--------------------------------------------------------------*
       CARREGAR-COPARTICIPACOES.
           OPEN INPUT ARQ-COPARTICIPACOES.
           IF WS-STATUS-COPARTICIPACOES = "00"
               PERFORM LER-COPARTICIPACAO
               PERFORM GUARDAR-UMA-COPARTICIPACAO
                   UNTIL FIM-COPARTICIPACOES
               CLOSE ARQ-COPARTICIPACOES
           END-IF.

       LER-COPARTICIPACAO.
           READ ARQ-COPARTICIPACOES
               AT END SET FIM-COPARTICIPACOES TO TRUE
           END-READ.

      *    O ATENDIMENTO TRATADO NUMA COMPETENCIA ANTERIOR PASSA A
      *    DESCONTADO NA VIRADA.
       GUARDAR-UMA-COPARTICIPACAO.
           IF WS-QTD-COPART < 3000
               ADD 1 TO WS-QTD-COPART
               MOVE REG-COPARTICIPACAO TO CPM-ITEM (WS-QTD-COPART)
               IF CPG-A-DESCONTAR
                   AND CPG-COMPETENCIA-FOLHA > 0
                   AND CPG-COMPETENCIA-FOLHA < WS-DATA-FOLHA (1:6)
                   MOVE "D" TO CPM-SITUACAO (WS-QTD-COPART)
                   SET COPARTICIPACOES-ALTERADAS TO TRUE
               END-IF
           END-IF.
           PERFORM LER-COPARTICIPACAO.

      *    ATENDIMENTO AINDA SEM COMPETENCIA, OU JA MARCADO PARA ESTA
      *    (RECALCULO NO MES), E TRATADO AGORA; SO E DESCONTADO SE
      *    COUBER INTEIRO NO LIQUIDO RESTANTE.
       DESCONTAR-COPARTICIPACAO.
           MOVE 0 TO WS-COPART-DO-FUNC.
           PERFORM VARYING WS-IDX-CPM FROM 1 BY 1
                   UNTIL WS-IDX-CPM > WS-QTD-COPART
               IF CPM-CODIGO (WS-IDX-CPM) = CODIGO
                   AND CPM-SITUACAO (WS-IDX-CPM) = "P"
                   AND (CPM-COMPETENCIA-FOLHA (WS-IDX-CPM) = 0
                       OR CPM-COMPETENCIA-FOLHA (WS-IDX-CPM)
                           = WS-DATA-FOLHA (1:6))
                   PERFORM DESCONTAR-UM-ATENDIMENTO
               END-IF
           END-PERFORM.

       DESCONTAR-UM-ATENDIMENTO.
           IF CPM-VALOR (WS-IDX-CPM) <= SALARIO-LIQUIDO
               SUBTRACT CPM-VALOR (WS-IDX-CPM) FROM SALARIO-LIQUIDO
               ADD CPM-VALOR (WS-IDX-CPM) TO WS-COPART-DO-FUNC
           ELSE
               MOVE "COPART" TO WS-TIPO-PENDENCIA
               MOVE CPM-VALOR (WS-IDX-CPM) TO WS-VALOR-NAO-APLICADO
               PERFORM REGISTRAR-PENDENCIA
           END-IF.
           IF CPM-COMPETENCIA-FOLHA (WS-IDX-CPM) = 0
               MOVE WS-DATA-FOLHA (1:6)
                   TO CPM-COMPETENCIA-FOLHA (WS-IDX-CPM)
               SET COPARTICIPACOES-ALTERADAS TO TRUE
           END-IF.

       REGRAVAR-COPARTICIPACOES.
           IF COPARTICIPACOES-ALTERADAS
               OPEN OUTPUT ARQ-COPARTICIPACOES
               MOVE 1 TO WS-IDX-CPM
               PERFORM GRAVAR-UMA-COPARTICIPACAO
                   UNTIL WS-IDX-CPM > WS-QTD-COPART
               CLOSE ARQ-COPARTICIPACOES
           END-IF.

       GRAVAR-UMA-COPARTICIPACAO.
           MOVE CPM-ITEM (WS-IDX-CPM) TO REG-COPARTICIPACAO.
           WRITE REG-COPARTICIPACAO.
           ADD 1 TO WS-IDX-CPM.

      *--------------------------------------------------------------*
      *    IMAGEM ANTERIOR AO CALCULO (FOLHAIMG) - GRAVADA ANTES DE
      *    QUALQUER ATUALIZACAO, PARA O ESTORNO DA RODADA (PROG135).
      *    HAVENDO PONTO DE CONTROLE, A RODADA E UM RESTART E A
      *    IMAGEM DA PRIMEIRA TENTATIVA E PRESERVADA.
      *--------------------------------------------------------------*
       GRAVAR-IMAGEM-ANTERIOR.
           MOVE "N" TO WS-RODADA-RESTART.
           OPEN INPUT ARQ-CHECKPOINT.
           IF WS-STATUS-CHECKPOINT = "00"
               READ ARQ-CHECKPOINT
                   NOT AT END
                       SET RODADA-EM-RESTART TO TRUE
               END-READ
           END-IF.
           CLOSE ARQ-CHECKPOINT.
           IF NOT RODADA-EM-RESTART
               ACCEPT WS-HORA-AGORA FROM TIME
               PERFORM CONTAR-HISTORICO-ANTES
               PERFORM CONTAR-BANCO-HORAS-ANTES
               OPEN OUTPUT ARQ-IMAGEM-FOLHA
               PERFORM GRAVAR-CABECALHO-DA-IMAGEM
               PERFORM GRAVAR-IMAGEM-DO-MESTRE
               PERFORM GRAVAR-IMAGEM-DAS-AGENDAS
               PERFORM GRAVAR-IMAGEM-DOS-EMPRESTIMOS
               PERFORM GRAVAR-IMAGEM-DOS-ADIANTAMENTOS
               PERFORM GRAVAR-IMAGEM-DAS-PENDENCIAS
               PERFORM GRAVAR-IMAGEM-DAS-PENSOES-PAGAS
               CLOSE ARQ-IMAGEM-FOLHA
           END-IF.

       CONTAR-HISTORICO-ANTES.
           MOVE 0 TO WS-QTD-HISTORICO-ANTES.
           MOVE "N" TO WS-FIM-ORIGEM-IMAGEM.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO-PARA-IMAGEM
               PERFORM CONTAR-UM-HISTORICO UNTIL FIM-ORIGEM-IMAGEM
               CLOSE ARQ-FOLHA-HISTORICO
           END-IF.

       LER-HISTORICO-PARA-IMAGEM.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-ORIGEM-IMAGEM TO TRUE
           END-READ.

       CONTAR-UM-HISTORICO.
           ADD 1 TO WS-QTD-HISTORICO-ANTES.
           PERFORM LER-HISTORICO-PARA-IMAGEM.

       CONTAR-BANCO-HORAS-ANTES.
           MOVE 0 TO WS-QTD-BANCO-HORAS-ANTES.
           MOVE "N" TO WS-FIM-ORIGEM-IMAGEM.
           OPEN INPUT ARQ-BANCO-HORAS.
           IF WS-STATUS-BANCO-HORAS = "00"
               PERFORM LER-BANCO-HORAS-PARA-IMAGEM
               PERFORM CONTAR-UM-BANCO-HORAS UNTIL FIM-ORIGEM-IMAGEM
               CLOSE ARQ-BANCO-HORAS
           END-IF.

       LER-BANCO-HORAS-PARA-IMAGEM.
           READ ARQ-BANCO-HORAS
               AT END SET FIM-ORIGEM-IMAGEM TO TRUE
           END-READ.

       CONTAR-UM-BANCO-HORAS.
           ADD 1 TO WS-QTD-BANCO-HORAS-ANTES.
           PERFORM LER-BANCO-HORAS-PARA-IMAGEM.

       GRAVAR-CABECALHO-DA-IMAGEM.
           MOVE SPACES TO REG-IMAGEM-FOLHA.
           MOVE "H" TO IMG-TIPO.
           MOVE 0 TO IMG-CODIGO.
           MOVE WS-COMP-DA-RODADA        TO IMH-COMPETENCIA.
           MOVE WS-DATA-HOJE             TO IMH-DATA-RODADA.
           MOVE WS-HORA-AGORA            TO IMH-HORA-RODADA.
           MOVE WS-QTD-HISTORICO-ANTES   TO IMH-QTD-HISTORICO.
           MOVE WS-QTD-BANCO-HORAS-ANTES TO IMH-QTD-BANCO-HORAS.
           MOVE WS-QTD-SELECIONADAS      TO IMH-QTD-EMPRESAS.
           PERFORM VARYING WS-IDX-SEL FROM 1 BY 1
                   UNTIL WS-IDX-SEL > 20
               IF WS-IDX-SEL > WS-QTD-SELECIONADAS
                   MOVE 0 TO IMH-EMPRESA (WS-IDX-SEL)
               ELSE
                   MOVE EMPS-CODIGO (WS-IDX-SEL)
                       TO IMH-EMPRESA (WS-IDX-SEL)
               END-IF
           END-PERFORM.
           WRITE REG-IMAGEM-FOLHA.

      *    SO OS FUNCIONARIOS DAS EMPRESAS DA RODADA - O CALCULO NAO
      *    MEXE NOS DEMAIS.
       GRAVAR-IMAGEM-DO-MESTRE.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GRAVAR-UM-FUNC-NA-IMAGEM UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           MOVE "N" TO WS-FIM-MASTER.

       GRAVAR-UM-FUNC-NA-IMAGEM.
           PERFORM CONFERIR-SELECAO-DE-EMPRESA.
           IF EMPRESA-SELECIONADA
               MOVE SPACES TO REG-IMAGEM-FOLHA
               MOVE "M"                    TO IMG-TIPO
               MOVE CODIGO                 TO IMG-CODIGO
               MOVE EMPRESA                TO IMM-EMPRESA
               MOVE INSS-FOLHA             TO IMM-INSS-FOLHA
               MOVE IRRF-FOLHA             TO IMM-IRRF-FOLHA
               MOVE SALARIO-LIQUIDO        TO IMM-SALARIO-LIQUIDO
               MOVE YTD-SALARIO-BRUTO      TO IMM-YTD-SALARIO-BRUTO
               MOVE YTD-INSS               TO IMM-YTD-INSS
               MOVE YTD-IRRF               TO IMM-YTD-IRRF
               MOVE FERIAS-DIAS-ACUMULADOS TO IMM-FERIAS-ACUMULADOS
               MOVE FERIAS-DIAS-GOZADOS    TO IMM-FERIAS-GOZADOS
               WRITE REG-IMAGEM-FOLHA
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       GRAVAR-IMAGEM-DAS-AGENDAS.
           MOVE "N" TO WS-FIM-ORIGEM-IMAGEM.
           OPEN INPUT ARQ-AGENDA-FERIAS.
           IF WS-STATUS-AGENDA = "00"
               PERFORM LER-AGENDA-PARA-IMAGEM
               PERFORM GRAVAR-UMA-AGENDA-NA-IMAGEM
                   UNTIL FIM-ORIGEM-IMAGEM
               CLOSE ARQ-AGENDA-FERIAS
           END-IF.

       LER-AGENDA-PARA-IMAGEM.
           READ ARQ-AGENDA-FERIAS
               AT END SET FIM-ORIGEM-IMAGEM TO TRUE
           END-READ.

       GRAVAR-UMA-AGENDA-NA-IMAGEM.
           MOVE SPACES TO REG-IMAGEM-FOLHA.
           MOVE "A"                TO IMG-TIPO.
           MOVE FAG-CODIGO         TO IMG-CODIGO.
           MOVE REG-FERIAS-AGENDA  TO IMG-DADOS.
           WRITE REG-IMAGEM-FOLHA.
           PERFORM LER-AGENDA-PARA-IMAGEM.

       GRAVAR-IMAGEM-DOS-EMPRESTIMOS.
           MOVE "N" TO WS-FIM-ORIGEM-IMAGEM.
           OPEN INPUT ARQ-EMPRESTIMOS.
           IF WS-STATUS-EMPRESTIMOS = "00"
               PERFORM LER-EMPRESTIMO-PARA-IMAGEM
               PERFORM GRAVAR-UM-EMPRESTIMO-NA-IMAGEM
                   UNTIL FIM-ORIGEM-IMAGEM
               CLOSE ARQ-EMPRESTIMOS
           END-IF.

       LER-EMPRESTIMO-PARA-IMAGEM.
           READ ARQ-EMPRESTIMOS
               AT END SET FIM-ORIGEM-IMAGEM TO TRUE
           END-READ.

       GRAVAR-UM-EMPRESTIMO-NA-IMAGEM.
           MOVE SPACES TO REG-IMAGEM-FOLHA.
           MOVE "E"                TO IMG-TIPO.
           MOVE EMP-CODIGO         TO IMG-CODIGO.
           MOVE REG-EMPRESTIMO     TO IMG-DADOS.
           WRITE REG-IMAGEM-FOLHA.
           PERFORM LER-EMPRESTIMO-PARA-IMAGEM.

       GRAVAR-IMAGEM-DOS-ADIANTAMENTOS.
           MOVE "N" TO WS-FIM-ORIGEM-IMAGEM.
           OPEN INPUT ARQ-ADIANTAMENTOS.
           IF WS-STATUS-ADIANTAMENTOS = "00"
               PERFORM LER-ADIANTAMENTO-PARA-IMAGEM
               PERFORM GRAVAR-UM-ADIANTAMENTO-NA-IMAGEM
                   UNTIL FIM-ORIGEM-IMAGEM
               CLOSE ARQ-ADIANTAMENTOS
           END-IF.

       LER-ADIANTAMENTO-PARA-IMAGEM.
           READ ARQ-ADIANTAMENTOS
               AT END SET FIM-ORIGEM-IMAGEM TO TRUE
           END-READ.

       GRAVAR-UM-ADIANTAMENTO-NA-IMAGEM.
           MOVE SPACES TO REG-IMAGEM-FOLHA.
           MOVE "D"                TO IMG-TIPO.
           MOVE ADI-CODIGO         TO IMG-CODIGO.
           MOVE REG-ADIANTAMENTO   TO IMG-DADOS.
           WRITE REG-IMAGEM-FOLHA.
           PERFORM LER-ADIANTAMENTO-PARA-IMAGEM.

       GRAVAR-IMAGEM-DAS-PENDENCIAS.
           MOVE "N" TO WS-FIM-ORIGEM-IMAGEM.
           OPEN INPUT ARQ-DESC-PENDENTES.
           IF WS-STATUS-PENDENCIAS = "00"
               PERFORM LER-PENDENCIA-PARA-IMAGEM
               PERFORM GRAVAR-UMA-PENDENCIA-NA-IMAGEM
                   UNTIL FIM-ORIGEM-IMAGEM
               CLOSE ARQ-DESC-PENDENTES
           END-IF.

       LER-PENDENCIA-PARA-IMAGEM.
           READ ARQ-DESC-PENDENTES
               AT END SET FIM-ORIGEM-IMAGEM TO TRUE
           END-READ.

       GRAVAR-UMA-PENDENCIA-NA-IMAGEM.
           MOVE SPACES TO REG-IMAGEM-FOLHA.
           MOVE "P"                   TO IMG-TIPO.
           MOVE DPD-CODIGO            TO IMG-CODIGO.
           MOVE REG-DESCONTO-PENDENTE TO IMG-DADOS.
           WRITE REG-IMAGEM-FOLHA.
           PERFORM LER-PENDENCIA-PARA-IMAGEM.

       GRAVAR-IMAGEM-DAS-PENSOES-PAGAS.
           MOVE "N" TO WS-FIM-ORIGEM-IMAGEM.
           OPEN INPUT ARQ-PENSOES-PAGAS.
           IF WS-STATUS-PENSPAGO = "00"
               PERFORM LER-PENSAO-PAGA-PARA-IMAGEM
               PERFORM GRAVAR-UMA-PENSAO-NA-IMAGEM
                   UNTIL FIM-ORIGEM-IMAGEM
               CLOSE ARQ-PENSOES-PAGAS
           END-IF.

       LER-PENSAO-PAGA-PARA-IMAGEM.
           READ ARQ-PENSOES-PAGAS
               AT END SET FIM-ORIGEM-IMAGEM TO TRUE
           END-READ.

       GRAVAR-UMA-PENSAO-NA-IMAGEM.
           MOVE SPACES TO REG-IMAGEM-FOLHA.
           MOVE "G"                TO IMG-TIPO.
           MOVE PSP-CODIGO         TO IMG-CODIGO.
           MOVE REG-PENSAO-PAGA    TO IMG-DADOS.
           WRITE REG-IMAGEM-FOLHA.
           PERFORM LER-PENSAO-PAGA-PARA-IMAGEM.

      *--------------------------------------------------------------*
      *    LOG DE OPERACAO - A RODADA, COM A COMPETENCIA E O
      *    OPERADOR DA SESSAO. E POR ELE QUE A LIBERACAO (PROG136)
      *    SABE QUEM CALCULOU.
      *--------------------------------------------------------------*
       REGISTRAR-CALCULO-NO-LOG.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE SPACES TO LOG-EVENTO.
           STRING "CALCULO DA FOLHA " WS-COMP-DA-RODADA " - "
               WS-QTD-PROCESSADOS " FUNC."
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE "PROG29"           TO LOG-PROGRAMA.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

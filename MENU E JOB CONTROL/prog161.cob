       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG161.
      *     MONITOR DE CAPACIDADE DAS TABELAS EM MEMORIA DO LOTE.
      *     VARIOS PROGRAMAS CARREGAM UM ARQUIVO INTEIRO NUMA TABELA
      *     DE TAMANHO FIXO (OCCURS) - OS DEPENDENTES DO PROG48, OS
      *     SETORES DO PROG66 E DO PROG78, OS PROGRAMAS DE ORIGEM DO
      *     PROG43, OS EMPRESTIMOS, BENEFICIOS, PENSOES, SINDICATOS,
      *     AUSENCIAS, FERIADOS E COTAS DE SALARIO-FAMILIA DO PROG29,
      *     AS GUIAS CALCULADAS E PAGAS DO PROG165, A BASE DA
      *     CONCILIACAO CONTABIL DO PROG167.
      *     QUANDO O ARQUIVO PASSA DO TAMANHO DA TABELA, O EXCEDENTE
      *     E DESPREZADO CALADO E ALGUEM FICA SEM O DESCONTO.
      *
      *     ESTE PASSO DA CADEIA DO PROG42 CONTA OS REGISTROS (OU OS
      *     VALORES DISTINTOS DA CHAVE) DE CADA ARQUIVO CONTRA O
      *     CADASTRO DE LIMITES - A TABELA PADRAO COMPILADA, SOBREPOSTA
      *     E COMPLEMENTADA PELO TABLIM (CPTABLIM) QUANDO UM PROGRAMA
      *     TEM A TABELA AUMENTADA OU UMA TABELA NOVA ENTRA NO LOTE.
      *       - A PARTIR DE 80 PCT DA CAPACIDADE: ATENCAO, NO RELATORIO
      *         RELCAPAC, NO OPLOG E NAS EXCECOES, COM RETURN-CODE 0
      *         (O PASSO RODA COM ACAO "A" NO DRIVER, ENTAO QUALQUER
      *         RETORNO DIFERENTE DE ZERO PARA A CADEIA; O AVISO VEM
      *         SEMANAS ANTES, SEM PARAR O LOTE);
      *       - A PARTIR DE 100 PCT: ESTOURO, NOS MESMOS LUGARES, E
      *         RETURN-CODE 16 PARA A CADEIA PARAR ANTES DA FOLHA.
      *     ARQUIVO AUSENTE E LISTADO, SEM ALTERAR O RETORNO.
      *
      *     A CONTAGEM E SOBRE O ARQUIVO INTEIRO, SEM OS FILTROS QUE
      *     CADA PROGRAMA APLICA NA CARGA (EMPRESA, COMPETENCIA, DIA),
      *     E PORTANTO PECA PELO EXCESSO - NUNCA PELA FALTA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LIMITES ASSIGN TO "TABLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIMITES.

           SELECT ARQ-CONTADO ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTADO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELCAPAC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-LIMITES.
       COPY CPTABLIM.

      *    TODOS OS ARQUIVOS CONTADOS PASSAM PELO MESMO FD GENERICO -
      *    A CHAVE DA CONTAGEM DE DISTINTOS E EXTRAIDA PELA POSICAO
      *    QUE ELA OCUPA NO LAYOUT (LIM-POSICAO/LIM-TAMANHO).
       FD  ARQ-CONTADO.
       01  REG-CONTADO                 PIC X(300).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-LIMITES           PIC X(02).
       01  WS-STATUS-CONTADO           PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-NOME-ARQUIVO             PIC X(10).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-LIMITES              PIC X VALUE "N".
           88  FIM-LIMITES                 VALUE "S".
       01  WS-FIM-CONTADO              PIC X VALUE "N".
           88  FIM-CONTADO                 VALUE "S".

      *    PERCENTUAL DA CAPACIDADE A PARTIR DO QUAL A TABELA ENTRA
      *    EM ATENCAO.
       01  WS-PCT-ATENCAO              PIC 9(03) VALUE 80.

      *    LIMITES PADRAO - UMA ENTRADA POR TABELA CARREGADA DE
      *    ARQUIVO: PROGRAMA, TABELA, ARQUIVO, TIPO DE CONTAGEM,
      *    POSICAO E TAMANHO DA CHAVE (SO PARA "D") E CAPACIDADE.
      *    O PROG66 SOMA AS ADESOES POR SETOR E O PROG29 GUARDA OS
      *    SETORES DE BANCO DE HORAS: OS DOIS SAO CONFERIDOS CONTRA O
      *    CADASTRO DE SETORES, QUE E O TETO DE SETORES DISTINTOS.
      *    O MESMO VALE PARA O CUSTO DE VALE-TRANSPORTE POR SETOR
      *    (SVT-ITEM) E, NO SINDICAL, PARA OS CARGOS COM SINDICATO
      *    (CSN-ITEM), CONTADOS SOBRE O CADASTRO DE CARGOS INTEIRO.
      *    AS AUSENCIAS DO VALE-TRANSPORTE (AUS-ITEM, 200) JUNTAM OS
      *    AFASTAMENTOS E AS PROGRAMACOES DA AGENDA DE FERIAS; ESTAS
      *    NAO PASSAM DAS 99 DO AGF-ITEM, ENTAO OS AFASTAMENTOS SAO
      *    CONFERIDOS CONTRA AS 101 VAGAS QUE SOBRAM.
       01  TAB-LIMITES-PADRAO.
           05  LIM-PADRAO-01.
               10  FILLER              PIC X(08) VALUE "PROG48".
               10  FILLER              PIC X(14) VALUE "DPM-ITEM".
               10  FILLER              PIC X(10) VALUE "DEPENDTS".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 200.
           05  LIM-PADRAO-02.
               10  FILLER              PIC X(08) VALUE "PROG66".
               10  FILLER              PIC X(14) VALUE "BCT-ITEM".
               10  FILLER              PIC X(10) VALUE "BENCATAL".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 20.
           05  LIM-PADRAO-03.
               10  FILLER              PIC X(08) VALUE "PROG66".
               10  FILLER              PIC X(14) VALUE "CST-ITEM".
               10  FILLER              PIC X(10) VALUE "SETORMST".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 20.
           05  LIM-PADRAO-04.
               10  FILLER              PIC X(08) VALUE "PROG78".
               10  FILLER              PIC X(14) VALUE "PLT-ITEM".
               10  FILLER              PIC X(10) VALUE "FAIXAPOL".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 50.
           05  LIM-PADRAO-05.
               10  FILLER              PIC X(08) VALUE "PROG43".
               10  FILLER              PIC X(14) VALUE "PROGRAMA-ITEM".
               10  FILLER              PIC X(10) VALUE "EXCECOES".
               10  FILLER              PIC X(01) VALUE "D".
               10  FILLER              PIC 9(03) VALUE 1.
               10  FILLER              PIC 9(02) VALUE 8.
               10  FILLER              PIC 9(05) VALUE 10.
           05  LIM-PADRAO-06.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "QDEP-ITEM".
               10  FILLER              PIC X(10) VALUE "DEPENDTS".
               10  FILLER              PIC X(01) VALUE "D".
               10  FILLER              PIC 9(03) VALUE 1.
               10  FILLER              PIC 9(02) VALUE 5.
               10  FILLER              PIC 9(05) VALUE 99.
           05  LIM-PADRAO-07.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "MVM-ITEM".
               10  FILLER              PIC X(10) VALUE "MOVVALID".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 200.
           05  LIM-PADRAO-08.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "PNT-ITEM".
               10  FILLER              PIC X(10) VALUE "PONTORES".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 99.
           05  LIM-PADRAO-09.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "SBH-ITEM".
               10  FILLER              PIC X(10) VALUE "SETORMST".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 50.
           05  LIM-PADRAO-10.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "SDB-ITEM".
               10  FILLER              PIC X(10) VALUE "BANCOHOR".
               10  FILLER              PIC X(01) VALUE "D".
               10  FILLER              PIC 9(03) VALUE 1.
               10  FILLER              PIC 9(02) VALUE 5.
               10  FILLER              PIC 9(05) VALUE 99.
           05  LIM-PADRAO-11.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "AGF-ITEM".
               10  FILLER              PIC X(10) VALUE "FERIASAG".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 99.
           05  LIM-PADRAO-12.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "EPM-ITEM".
               10  FILLER              PIC X(10) VALUE "EMPRESTI".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 200.
           05  LIM-PADRAO-13.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "BCT-ITEM".
               10  FILLER              PIC X(10) VALUE "BENCATAL".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 20.
           05  LIM-PADRAO-14.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "ADB-ITEM".
               10  FILLER              PIC X(10) VALUE "BENENROL".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 200.
           05  LIM-PADRAO-15.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "ADM-ITEM".
               10  FILLER              PIC X(10) VALUE "ADIANTA".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 200.
           05  LIM-PADRAO-16.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "AFP-ITEM".
               10  FILLER              PIC X(10) VALUE "AFASTAME".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 100.
           05  LIM-PADRAO-17.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "PSN-ITEM".
               10  FILLER              PIC X(10) VALUE "PENSALIM".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 100.
           05  LIM-PADRAO-18.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "PND-ITEM".
               10  FILLER              PIC X(10) VALUE "DESCPEND".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 300.
           05  LIM-PADRAO-19.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "LVT-ITEM".
               10  FILLER              PIC X(10) VALUE "VTRANSP".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 300.
           05  LIM-PADRAO-20.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "SBG-ITEM".
               10  FILLER              PIC X(10) VALUE "SUBSTGER".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 200.
           05  LIM-PADRAO-21.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "PPV-ITEM".
               10  FILLER              PIC X(10) VALUE "PREVPLAN".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 500.
           05  LIM-PADRAO-22.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "RBM-ITEM".
               10  FILLER              PIC X(10) VALUE "REEMBOLS".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 3000.
           05  LIM-PADRAO-23.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "CPM-ITEM".
               10  FILLER              PIC X(10) VALUE "COPAGTO".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 3000.
           05  LIM-PADRAO-24.
               10  FILLER              PIC X(08) VALUE "PROG165".
               10  FILLER              PIC X(14) VALUE "TGC-ITEM".
               10  FILLER              PIC X(10) VALUE "GUIACALC".
               10  FILLER              PIC X(01) VALUE "D".
               10  FILLER              PIC 9(03) VALUE 1.
               10  FILLER              PIC 9(02) VALUE 10.
               10  FILLER              PIC 9(05) VALUE 600.
           05  LIM-PADRAO-25.
               10  FILLER              PIC X(08) VALUE "PROG165".
               10  FILLER              PIC X(14) VALUE "TPG-ITEM".
               10  FILLER              PIC X(10) VALUE "GUIAPAGO".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 3000.
           05  LIM-PADRAO-26.
               10  FILLER              PIC X(08) VALUE "PROG167".
               10  FILLER              PIC X(14) VALUE "CNF-ITEM".
               10  FILLER              PIC X(10) VALUE "CTBBASE".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 3000.
           05  LIM-PADRAO-27.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "QSF-ITEM".
               10  FILLER              PIC X(10) VALUE "DEPENDTS".
               10  FILLER              PIC X(01) VALUE "D".
               10  FILLER              PIC 9(03) VALUE 1.
               10  FILLER              PIC 9(02) VALUE 5.
               10  FILLER              PIC 9(05) VALUE 99.
           05  LIM-PADRAO-28.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "SNT-ITEM".
               10  FILLER              PIC X(10) VALUE "SINDICAT".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 20.
           05  LIM-PADRAO-29.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "CSN-ITEM".
               10  FILLER              PIC X(10) VALUE "CARGOMST".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 50.
           05  LIM-PADRAO-30.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "OPS-ITEM".
               10  FILLER              PIC X(10) VALUE "SINDOPC".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 300.
           05  LIM-PADRAO-31.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "AUS-ITEM".
               10  FILLER              PIC X(10) VALUE "AFASTAME".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 101.
           05  LIM-PADRAO-32.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "SVT-ITEM".
               10  FILLER              PIC X(10) VALUE "SETORMST".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 50.
           05  LIM-PADRAO-33.
               10  FILLER              PIC X(08) VALUE "PROG29".
               10  FILLER              PIC X(14) VALUE "FER-DATA".
               10  FILLER              PIC X(10) VALUE "CALENDAR".
               10  FILLER              PIC X(01) VALUE "R".
               10  FILLER              PIC 9(03) VALUE 0.
               10  FILLER              PIC 9(02) VALUE 0.
               10  FILLER              PIC 9(05) VALUE 100.
       01  FILLER REDEFINES TAB-LIMITES-PADRAO.
           05  LPD-ITEM OCCURS 33 TIMES.
               10  LPD-PROGRAMA        PIC X(08).
               10  LPD-TABELA          PIC X(14).
               10  LPD-ARQUIVO         PIC X(10).
               10  LPD-TIPO-CONTAGEM   PIC X(01).
               10  LPD-POSICAO         PIC 9(03).
               10  LPD-TAMANHO         PIC 9(02).
               10  LPD-CAPACIDADE      PIC 9(05).
       01  WS-QTD-LIMITES-PADRAO       PIC 9(02) VALUE 33.
       01  WS-IDX-PADRAO               PIC 9(02).

      *    LIMITES EM VIGOR NESTA RODADA (PADRAO + TABLIM), COM O
      *    RESULTADO DA CONTAGEM DE CADA UM.
       01  WS-QTD-LIMITES              PIC 9(02) VALUE 0.
       01  TAB-LIMITES.
           05  LMT-ITEM OCCURS 60 TIMES.
               10  LMT-PROGRAMA        PIC X(08).
               10  LMT-TABELA          PIC X(14).
               10  LMT-ARQUIVO         PIC X(10).
               10  LMT-TIPO-CONTAGEM   PIC X(01).
               10  LMT-POSICAO         PIC 9(03).
               10  LMT-TAMANHO         PIC 9(02).
               10  LMT-CAPACIDADE      PIC 9(05).
               10  LMT-CONTAGEM        PIC 9(07).
               10  LMT-PERCENTUAL      PIC 9(05).
               10  LMT-SITUACAO        PIC X(07).
       01  WS-IDX-LIM                  PIC 9(02).
       01  WS-ACHOU-LIMITE             PIC X VALUE "N".
           88  ACHOU-O-LIMITE              VALUE "S".

      *    VALORES DISTINTOS DA CHAVE NA CONTAGEM "D". SE PASSAR DE
      *    3000, CADA REGISTRO A MAIS CONTA COMO UM VALOR NOVO (A
      *    CONTAGEM SO PODE SOBRAR, NUNCA FALTAR).
       01  WS-QTD-DISTINTOS            PIC 9(04) VALUE 0.
       01  TAB-DISTINTOS.
           05  DST-CHAVE OCCURS 3000 TIMES
                                       PIC X(20).
       01  WS-IDX-DST                  PIC 9(04).
       01  WS-CHAVE                    PIC X(20).
       01  WS-ACHOU-CHAVE              PIC X VALUE "N".
           88  ACHOU-A-CHAVE               VALUE "S".

       01  WS-TOTAIS.
           05  WS-QTD-ATENCAO          PIC 9(03) VALUE 0.
           05  WS-QTD-ESTOURO          PIC 9(03) VALUE 0.
           05  WS-QTD-AUSENTES         PIC 9(03) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM CARREGAR-LIMITES-PADRAO
               VARYING WS-IDX-PADRAO FROM 1 BY 1
               UNTIL WS-IDX-PADRAO > WS-QTD-LIMITES-PADRAO.
           PERFORM CARREGAR-CADASTRO-DE-LIMITES.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM CONFERIR-UMA-TABELA
               VARYING WS-IDX-LIM FROM 1 BY 1
               UNTIL WS-IDX-LIM > WS-QTD-LIMITES.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM ENCERRAR-ARQUIVOS.
           IF WS-QTD-ESTOURO > 0
               DISPLAY "TABELA EM MEMORIA NO LIMITE - VER RELCAPAC"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "CAPACIDADE DAS TABELAS CONFERIDA - VER"
                   " RELCAPAC"
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    CADASTRO DE LIMITES - PADRAO COMPILADO E CARTOES TABLIM.
      *--------------------------------------------------------------*
       CARREGAR-LIMITES-PADRAO.
           ADD 1 TO WS-QTD-LIMITES.
           MOVE LPD-PROGRAMA (WS-IDX-PADRAO)
               TO LMT-PROGRAMA (WS-QTD-LIMITES).
           MOVE LPD-TABELA (WS-IDX-PADRAO)
               TO LMT-TABELA (WS-QTD-LIMITES).
           MOVE LPD-ARQUIVO (WS-IDX-PADRAO)
               TO LMT-ARQUIVO (WS-QTD-LIMITES).
           MOVE LPD-TIPO-CONTAGEM (WS-IDX-PADRAO)
               TO LMT-TIPO-CONTAGEM (WS-QTD-LIMITES).
           MOVE LPD-POSICAO (WS-IDX-PADRAO)
               TO LMT-POSICAO (WS-QTD-LIMITES).
           MOVE LPD-TAMANHO (WS-IDX-PADRAO)
               TO LMT-TAMANHO (WS-QTD-LIMITES).
           MOVE LPD-CAPACIDADE (WS-IDX-PADRAO)
               TO LMT-CAPACIDADE (WS-QTD-LIMITES).

      *    UM CARTAO DO TABLIM PARA PROGRAMA E TABELA JA CONHECIDOS
      *    SUBSTITUI A ENTRADA PADRAO (TABELA AUMENTADA); PARA UMA
      *    TABELA NOVA, E ACRESCENTADO. CARTAO INCOERENTE E IGNORADO.
       CARREGAR-CADASTRO-DE-LIMITES.
           OPEN INPUT ARQ-LIMITES.
           IF WS-STATUS-LIMITES = "00"
               PERFORM LER-LIMITE
               PERFORM APLICAR-UM-LIMITE UNTIL FIM-LIMITES
               CLOSE ARQ-LIMITES
           END-IF.

       LER-LIMITE.
           READ ARQ-LIMITES
               AT END SET FIM-LIMITES TO TRUE
           END-READ.

       APLICAR-UM-LIMITE.
           IF LIM-PROGRAMA NOT = SPACES
               AND LIM-ARQUIVO NOT = SPACES
               AND LIM-CAPACIDADE IS NUMERIC AND LIM-CAPACIDADE > 0
               AND (LIM-CONTA-REGISTROS
                    OR (LIM-CONTA-DISTINTOS
                        AND LIM-POSICAO IS NUMERIC
                        AND LIM-TAMANHO IS NUMERIC
                        AND LIM-POSICAO > 0
                        AND LIM-TAMANHO > 0 AND LIM-TAMANHO NOT > 20
                        AND LIM-POSICAO + LIM-TAMANHO NOT > 301))
               MOVE "N" TO WS-ACHOU-LIMITE
               PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                       UNTIL WS-IDX-LIM > WS-QTD-LIMITES
                          OR ACHOU-O-LIMITE
                   IF LMT-PROGRAMA (WS-IDX-LIM) = LIM-PROGRAMA
                       AND LMT-TABELA (WS-IDX-LIM) = LIM-TABELA
                       SET ACHOU-O-LIMITE TO TRUE
                   END-IF
               END-PERFORM
               IF ACHOU-O-LIMITE
                   SUBTRACT 1 FROM WS-IDX-LIM
                   PERFORM GUARDAR-LIMITE
               ELSE
                   IF WS-QTD-LIMITES < 60
                       ADD 1 TO WS-QTD-LIMITES
                       MOVE WS-QTD-LIMITES TO WS-IDX-LIM
                       PERFORM GUARDAR-LIMITE
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-LIMITE.

       GUARDAR-LIMITE.
           MOVE LIM-PROGRAMA      TO LMT-PROGRAMA (WS-IDX-LIM).
           MOVE LIM-TABELA        TO LMT-TABELA (WS-IDX-LIM).
           MOVE LIM-ARQUIVO       TO LMT-ARQUIVO (WS-IDX-LIM).
           MOVE LIM-TIPO-CONTAGEM TO LMT-TIPO-CONTAGEM (WS-IDX-LIM).
           IF LIM-CONTA-DISTINTOS
               MOVE LIM-POSICAO   TO LMT-POSICAO (WS-IDX-LIM)
               MOVE LIM-TAMANHO   TO LMT-TAMANHO (WS-IDX-LIM)
           ELSE
               MOVE 0             TO LMT-POSICAO (WS-IDX-LIM)
               MOVE 0             TO LMT-TAMANHO (WS-IDX-LIM)
           END-IF.
           MOVE LIM-CAPACIDADE    TO LMT-CAPACIDADE (WS-IDX-LIM).

       ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO.

           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.

           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

       ENCERRAR-ARQUIVOS.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-LOG.
           CLOSE ARQ-EXCECOES.

      *--------------------------------------------------------------*
      *    CONTAGEM DE UM ARQUIVO CONTRA A CAPACIDADE DA SUA TABELA.
      *--------------------------------------------------------------*
       CONFERIR-UMA-TABELA.
           MOVE LMT-ARQUIVO (WS-IDX-LIM) TO WS-NOME-ARQUIVO.
           MOVE 0 TO LMT-CONTAGEM (WS-IDX-LIM).
           MOVE 0 TO LMT-PERCENTUAL (WS-IDX-LIM).
           MOVE 0 TO WS-QTD-DISTINTOS.
           MOVE "N" TO WS-FIM-CONTADO.

           OPEN INPUT ARQ-CONTADO.
           IF WS-STATUS-CONTADO NOT = "00"
               MOVE "AUSENTE" TO LMT-SITUACAO (WS-IDX-LIM)
               ADD 1 TO WS-QTD-AUSENTES
           ELSE
               PERFORM LER-CONTADO
               PERFORM CONTAR-UM-REGISTRO UNTIL FIM-CONTADO
               CLOSE ARQ-CONTADO
               COMPUTE LMT-PERCENTUAL (WS-IDX-LIM) =
                   LMT-CONTAGEM (WS-IDX-LIM) * 100
                   / LMT-CAPACIDADE (WS-IDX-LIM)
               EVALUATE TRUE
                   WHEN LMT-CONTAGEM (WS-IDX-LIM)
                            NOT < LMT-CAPACIDADE (WS-IDX-LIM)
                       MOVE "ESTOURO" TO LMT-SITUACAO (WS-IDX-LIM)
                       ADD 1 TO WS-QTD-ESTOURO
                       PERFORM REGISTRAR-ALERTA
                   WHEN LMT-PERCENTUAL (WS-IDX-LIM)
                            NOT < WS-PCT-ATENCAO
                       MOVE "ATENCAO" TO LMT-SITUACAO (WS-IDX-LIM)
                       ADD 1 TO WS-QTD-ATENCAO
                       PERFORM REGISTRAR-ALERTA
                   WHEN OTHER
                       MOVE "OK" TO LMT-SITUACAO (WS-IDX-LIM)
               END-EVALUATE
           END-IF.
           PERFORM IMPRIMIR-LINHA-TABELA.

       LER-CONTADO.
           READ ARQ-CONTADO
               AT END SET FIM-CONTADO TO TRUE
           END-READ.

       CONTAR-UM-REGISTRO.
           IF LMT-TIPO-CONTAGEM (WS-IDX-LIM) = "D"
               PERFORM CONTAR-CHAVE-DISTINTA
           ELSE
               ADD 1 TO LMT-CONTAGEM (WS-IDX-LIM)
           END-IF.
           PERFORM LER-CONTADO.

       CONTAR-CHAVE-DISTINTA.
           MOVE SPACES TO WS-CHAVE.
           MOVE REG-CONTADO (LMT-POSICAO (WS-IDX-LIM):
                             LMT-TAMANHO (WS-IDX-LIM))
               TO WS-CHAVE.
           MOVE "N" TO WS-ACHOU-CHAVE.
           PERFORM VARYING WS-IDX-DST FROM 1 BY 1
                   UNTIL WS-IDX-DST > WS-QTD-DISTINTOS
                      OR ACHOU-A-CHAVE
               IF DST-CHAVE (WS-IDX-DST) = WS-CHAVE
                   SET ACHOU-A-CHAVE TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACHOU-A-CHAVE
               ADD 1 TO LMT-CONTAGEM (WS-IDX-LIM)
               IF WS-QTD-DISTINTOS < 3000
                   ADD 1 TO WS-QTD-DISTINTOS
                   MOVE WS-CHAVE TO DST-CHAVE (WS-QTD-DISTINTOS)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    ATENCAO E ESTOURO VAO PARA O OPLOG E PARA AS EXCECOES, ONDE
      *    O RELATORIO DIARIO DE EXCECOES (PROG43) OS MOSTRA.
      *--------------------------------------------------------------*
       REGISTRAR-ALERTA.
           MOVE "PROG161" TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-EVENTO.
           STRING "CAPACIDADE " DELIMITED BY SIZE
                  LMT-SITUACAO (WS-IDX-LIM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LMT-PROGRAMA (WS-IDX-LIM) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LMT-TABELA (WS-IDX-LIM) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LMT-PERCENTUAL (WS-IDX-LIM) DELIMITED BY SIZE
                  " PCT" DELIMITED BY SIZE
                  INTO LOG-EVENTO
           END-STRING.
           MOVE WS-DATA-HOJE TO LOG-DATA-HORA.
           MOVE "LOTE" TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.

           MOVE "PROG161" TO EXC-PROGRAMA.
           MOVE LMT-TABELA (WS-IDX-LIM) TO EXC-CAMPO.
           MOVE SPACES TO EXC-VALOR.
           STRING LMT-ARQUIVO (WS-IDX-LIM) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LMT-CONTAGEM (WS-IDX-LIM) DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  LMT-CAPACIDADE (WS-IDX-LIM) DELIMITED BY SIZE
                  INTO EXC-VALOR
           END-STRING.
           MOVE SPACES TO EXC-MOTIVO.
           IF LMT-SITUACAO (WS-IDX-LIM) = "ESTOURO"
               STRING "TABELA DO " DELIMITED BY SIZE
                      LMT-PROGRAMA (WS-IDX-LIM) DELIMITED BY SPACE
                      " CHEIA - LOTE PARADO" DELIMITED BY SIZE
                      INTO EXC-MOTIVO
               END-STRING
           ELSE
               STRING "TABELA DO " DELIMITED BY SIZE
                      LMT-PROGRAMA (WS-IDX-LIM) DELIMITED BY SPACE
                      " ACIMA DE " DELIMITED BY SIZE
                      WS-PCT-ATENCAO DELIMITED BY SIZE
                      " PCT" DELIMITED BY SIZE
                      INTO EXC-MOTIVO
               END-STRING
           END-IF.
           MOVE WS-DATA-HOJE TO EXC-DATA.
           MOVE WS-HORA-AGORA TO EXC-HORA.
           WRITE REG-EXCECAO.

      *--------------------------------------------------------------*
      *    RELATORIO RELCAPAC.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CAPACIDADE DAS TABELAS EM MEMORIA - "
                  DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROGRAMA TABELA         ARQUIVO    CONTAGEM   "
                  DELIMITED BY SIZE
                  "CAPAC.  PCT SITUACAO" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-TABELA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING LMT-PROGRAMA (WS-IDX-LIM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LMT-TABELA (WS-IDX-LIM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LMT-ARQUIVO (WS-IDX-LIM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LMT-CONTAGEM (WS-IDX-LIM) DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  LMT-CAPACIDADE (WS-IDX-LIM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LMT-PERCENTUAL (WS-IDX-LIM) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LMT-SITUACAO (WS-IDX-LIM) DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TABELAS CONFERIDAS: " DELIMITED BY SIZE
                  WS-QTD-LIMITES DELIMITED BY SIZE
                  "  ATENCAO: " DELIMITED BY SIZE
                  WS-QTD-ATENCAO DELIMITED BY SIZE
                  "  ESTOURO: " DELIMITED BY SIZE
                  WS-QTD-ESTOURO DELIMITED BY SIZE
                  "  AUSENTES: " DELIMITED BY SIZE
                  WS-QTD-AUSENTES DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

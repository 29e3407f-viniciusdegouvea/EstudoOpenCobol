       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG168.
      *     VARREDURA DE LARGURA DOS ARQUIVOS DE ENTRADA, ANTES DA
      *     CARGA. OS PROGRAMAS DE CARGA RECEBEM CADA VALOR NUM CAMPO
      *     DE TAMANHO FIXO - O NOME DO HRIMPCSV NO CSV-NOME DE 10
      *     BYTES (PROG63), AS MARCACOES DO PONTOIMP NAS POSICOES DO
      *     REG-PONTO (PROG50), A CIDADE DO CEPCARGA NO CRG-CIDADE DE
      *     15 (PROG75) - E O QUE NAO CABE E CORTADO CALADO.
      *
      *     ESTE PASSO LE CADA ARQUIVO DE ENTRADA CONTRA O MAPA DE
      *     CAMPOS DO LAYOUT DE DESTINO - A TABELA PADRAO COMPILADA,
      *     SOBREPOSTA E COMPLEMENTADA PELO CAMPOMAP (CPCAMMAP) QUANDO
      *     UM LAYOUT MUDA OU UM ARQUIVO NOVO PASSA A SER CARREGADO -
      *     E APLICA AS MESMAS CONFERENCIAS DO PROG26 E DO PROG27:
      *       - CAMPO TEXTO (PIC X): O VALOR MAIOR QUE O CAMPO PERDE
      *         OS CARACTERES DA DIREITA;
      *       - CAMPO NUMERICO RECEBIDO POR VALOR (PIC 9, SO NO
      *         ARQUIVO DELIMITADO): PERDE OS DIGITOS SIGNIFICATIVOS
      *         DE ORDEM SUPERIOR E AS DECIMAIS ALEM DAS DO CAMPO;
      *       - ARQUIVO POSICIONAL: A CARGA SOBREPOE A LINHA AO
      *         LAYOUT, ENTAO O QUE PASSA DO FIM DO LAYOUT SE PERDE E
      *         VAI PARA A CONTA DO ULTIMO CAMPO (O CRG-CIDADE DO
      *         CEPCARGA; NO PONTOIMP, A HORA A MAIS EMPURRA A LINHA
      *         E A SOBRA APARECE NO PON-HORA-SAIDA).
      *     CADA VALOR QUE SERIA TRUNCADO SAI NO RELATORIO RELVARRE E
      *     NAS EXCECOES, POR ARQUIVO, LINHA E CAMPO, COM O VALOR COMO
      *     FICARIA GRAVADO E O TRECHO PERDIDO.
      *
      *     ARQUIVO COM OCORRENCIA FICA RETIDO: VAI PARA O CARGARET
      *     (CPCARRET), REGRAVADO A CADA RODADA, E O DRIVER DO LOTE
      *     (PROG42) NAO CHAMA NESSE DIA O PROGRAMA DE CARGA DELE. O
      *     PASSO TERMINA COM RETURN-CODE 4 QUANDO HA CARGA RETIDA.
      *     NO STEPCTL ELE ENTRA ANTES DOS PASSOS DE CARGA, COM ACAO
      *     "C", PARA AS DEMAIS CARGAS E A FOLHA SEGUIREM. ARQUIVO
      *     AUSENTE E LISTADO, SEM ALTERAR O RETORNO.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MAPA ASSIGN TO "CAMPOMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MAPA.

           SELECT ARQ-ENTRADA ASSIGN TO DYNAMIC WS-NOME-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTRADA.

           SELECT ARQ-RETIDAS ASSIGN TO "CARGARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDAS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELVARRE"
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

       FD  ARQ-MAPA.
       COPY CPCAMMAP.

      *    TODOS OS ARQUIVOS DE ENTRADA PASSAM PELO MESMO FD GENERICO,
      *    MAIOR QUE QUALQUER LAYOUT DE CARGA, PARA QUE O QUE SOBRA
      *    DEPOIS DO CAMPO AINDA ESTEJA NA LINHA LIDA.
       FD  ARQ-ENTRADA.
       01  LINHA-ENTRADA               PIC X(300).

       FD  ARQ-RETIDAS.
       COPY CPCARRET.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MAPA              PIC X(02).
       01  WS-STATUS-ENTRADA           PIC X(02).
       01  WS-STATUS-RETIDAS           PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-NOME-ARQUIVO             PIC X(10).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-MAPA                 PIC X VALUE "N".
           88  FIM-MAPA                    VALUE "S".
       01  WS-FIM-ENTRADA              PIC X VALUE "N".
           88  FIM-ENTRADA                 VALUE "S".

      *    MAPA PADRAO - UMA ENTRADA POR CAMPO, NO LAYOUT DO CPCAMMAP:
      *    ARQUIVO, PROGRAMA DE CARGA, FORMATO, DELIMITADOR, TIPO DE
      *    REGISTRO E CABECALHO (27 BYTES); NOME DO CAMPO (15); E
      *    COLUNA OU POSICAO, TAMANHO NA LINHA, TIPO, INTEIROS E
      *    DECIMAIS DO CAMPO DE DESTINO (10).
      *    O PROG63 RECEBE TODAS AS COLUNAS DO CSV EM CAMPOS PIC X E
      *    SO DEPOIS ENXERGA CODIGO, CEP E SALARIO COMO NUMERICOS -
      *    POR ISSO AS COLUNAS NUMERICAS PERDEM PELA DIREITA E ESTAO
      *    MAPEADAS COMO TEXTO.
       01  TAB-MAPA-PADRAO.
           05  MPD-PADRAO-01.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-CODIGO".
               10  FILLER PIC X(10) VALUE "001000X050".
           05  MPD-PADRAO-02.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-NOME".
               10  FILLER PIC X(10) VALUE "002000X100".
           05  MPD-PADRAO-03.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-LOGRADOURO".
               10  FILLER PIC X(10) VALUE "003000X200".
           05  MPD-PADRAO-04.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-NUMERO".
               10  FILLER PIC X(10) VALUE "004000X060".
           05  MPD-PADRAO-05.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-BAIRRO".
               10  FILLER PIC X(10) VALUE "005000X150".
           05  MPD-PADRAO-06.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-CIDADE".
               10  FILLER PIC X(10) VALUE "006000X150".
           05  MPD-PADRAO-07.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-UF".
               10  FILLER PIC X(10) VALUE "007000X020".
           05  MPD-PADRAO-08.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-CEP".
               10  FILLER PIC X(10) VALUE "008000X080".
           05  MPD-PADRAO-09.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-SALARIO".
               10  FILLER PIC X(10) VALUE "009000X080".
           05  MPD-PADRAO-10.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-SETOR".
               10  FILLER PIC X(10) VALUE "010000X100".
           05  MPD-PADRAO-11.
               10  FILLER PIC X(27) VALUE "HRIMPCSV  PROG63  D, CODIGO".
               10  FILLER PIC X(15) VALUE "CSV-SITUACAO".
               10  FILLER PIC X(10) VALUE "011000X010".
           05  MPD-PADRAO-12.
               10  FILLER PIC X(27) VALUE "PONTOIMP  PROG50  F D      ".
               10  FILLER PIC X(15) VALUE "PON-CODIGO".
               10  FILLER PIC X(10) VALUE "0020059050".
           05  MPD-PADRAO-13.
               10  FILLER PIC X(27) VALUE "PONTOIMP  PROG50  F D      ".
               10  FILLER PIC X(15) VALUE "PON-DATA".
               10  FILLER PIC X(10) VALUE "0070089080".
           05  MPD-PADRAO-14.
               10  FILLER PIC X(27) VALUE "PONTOIMP  PROG50  F D      ".
               10  FILLER PIC X(15) VALUE "PON-HORAS".
               10  FILLER PIC X(10) VALUE "0150049022".
           05  MPD-PADRAO-15.
               10  FILLER PIC X(27) VALUE "PONTOIMP  PROG50  F D      ".
               10  FILLER PIC X(15) VALUE "PON-FALTA".
               10  FILLER PIC X(10) VALUE "019001X010".
           05  MPD-PADRAO-16.
               10  FILLER PIC X(27) VALUE "PONTOIMP  PROG50  F D      ".
               10  FILLER PIC X(15) VALUE "PON-HORA-ENTRAD".
               10  FILLER PIC X(10) VALUE "0200049040".
           05  MPD-PADRAO-17.
               10  FILLER PIC X(27) VALUE "PONTOIMP  PROG50  F D      ".
               10  FILLER PIC X(15) VALUE "PON-HORA-SAIDA".
               10  FILLER PIC X(10) VALUE "0240049040".
           05  MPD-PADRAO-18.
               10  FILLER PIC X(27) VALUE "CEPCARGA  PROG75  F        ".
               10  FILLER PIC X(15) VALUE "CRG-CEP-INICIO".
               10  FILLER PIC X(10) VALUE "0010089080".
           05  MPD-PADRAO-19.
               10  FILLER PIC X(27) VALUE "CEPCARGA  PROG75  F        ".
               10  FILLER PIC X(15) VALUE "CRG-CEP-FIM".
               10  FILLER PIC X(10) VALUE "0090089080".
           05  MPD-PADRAO-20.
               10  FILLER PIC X(27) VALUE "CEPCARGA  PROG75  F        ".
               10  FILLER PIC X(15) VALUE "CRG-UF".
               10  FILLER PIC X(10) VALUE "017002X020".
           05  MPD-PADRAO-21.
               10  FILLER PIC X(27) VALUE "CEPCARGA  PROG75  F        ".
               10  FILLER PIC X(15) VALUE "CRG-CIDADE".
               10  FILLER PIC X(10) VALUE "019015X150".
       01  FILLER REDEFINES TAB-MAPA-PADRAO.
           05  MPD-ITEM OCCURS 21 TIMES.
               10  MPD-ARQUIVO         PIC X(10).
               10  MPD-PROGRAMA-CARGA  PIC X(08).
               10  MPD-FORMATO         PIC X(01).
               10  MPD-DELIMITADOR     PIC X(01).
               10  MPD-TIPO-REGISTRO   PIC X(01).
               10  MPD-CABECALHO       PIC X(06).
               10  MPD-CAMPO           PIC X(15).
               10  MPD-COLUNA          PIC 9(03).
               10  MPD-TAMANHO-ORIGEM  PIC 9(03).
               10  MPD-TIPO            PIC X(01).
               10  MPD-INTEIROS        PIC 9(02).
               10  MPD-DECIMAIS        PIC 9(01).
       01  WS-QTD-MAPA-PADRAO          PIC 9(02) VALUE 21.
       01  WS-IDX-PADRAO               PIC 9(02).

      *    MAPA EM VIGOR NESTA RODADA (PADRAO + CAMPOMAP).
       01  WS-QTD-MAPA                 PIC 9(02) VALUE 0.
       01  TAB-MAPA.
           05  MPA-ITEM OCCURS 60 TIMES.
               10  MPA-ARQUIVO         PIC X(10).
               10  MPA-PROGRAMA-CARGA  PIC X(08).
               10  MPA-FORMATO         PIC X(01).
               10  MPA-DELIMITADOR     PIC X(01).
               10  MPA-TIPO-REGISTRO   PIC X(01).
               10  MPA-CABECALHO       PIC X(06).
               10  MPA-CAMPO           PIC X(15).
               10  MPA-COLUNA          PIC 9(03).
               10  MPA-TAMANHO-ORIGEM  PIC 9(03).
               10  MPA-TIPO            PIC X(01).
               10  MPA-INTEIROS        PIC 9(02).
               10  MPA-DECIMAIS        PIC 9(01).
       01  WS-IDX-MAP                  PIC 9(02).
       01  WS-ACHOU-CAMPO              PIC X VALUE "N".
           88  ACHOU-O-CAMPO               VALUE "S".

      *    ARQUIVOS DE ENTRADA DO MAPA, COM OS DADOS DO PRIMEIRO
      *    CAMPO DE CADA UM, O FIM DO LAYOUT (POSICIONAL) E O
      *    RESULTADO DA VARREDURA.
       01  WS-QTD-ENTRADAS             PIC 9(02) VALUE 0.
       01  TAB-ENTRADAS.
           05  ENT-ITEM OCCURS 10 TIMES.
               10  ENT-ARQUIVO         PIC X(10).
               10  ENT-PROGRAMA-CARGA  PIC X(08).
               10  ENT-FORMATO         PIC X(01).
               10  ENT-DELIMITADOR     PIC X(01).
               10  ENT-TIPO-REGISTRO   PIC X(01).
               10  ENT-CABECALHO       PIC X(06).
               10  ENT-FIM-LAYOUT      PIC 9(03).
               10  ENT-LINHAS-LIDAS    PIC 9(06).
               10  ENT-LINHAS-CONFERIDAS
                                       PIC 9(06).
               10  ENT-OCORRENCIAS     PIC 9(05).
               10  ENT-SITUACAO        PIC X(08).
       01  WS-IDX-ENT                  PIC 9(02).
       01  WS-ACHOU-ENTRADA            PIC X VALUE "N".
           88  ACHOU-A-ENTRADA             VALUE "S".

      *    LINHA E CAMPO EM CONFERENCIA.
       01  WS-TAM-LINHA                PIC 9(03).
       01  WS-PONTEIRO                 PIC 9(03).
       01  WS-COLUNA-ATUAL             PIC 9(03).
       01  WS-DELIMITADOR              PIC X(01).
       01  WS-POSICAO-CAMPO            PIC 9(03).
       01  WS-FIM-CAMPO                PIC 9(03).
       01  WS-VALOR-CAMPO              PIC X(300).
       01  WS-TAM-VALOR                PIC 9(03).
       01  WS-TAM-SIGNIF               PIC 9(03).
       01  WS-ACHOU-FIM-VALOR          PIC X VALUE "N".
           88  ACHOU-FIM-DO-VALOR          VALUE "S".
       01  WS-LARGURA-ALVO             PIC 9(03).
       01  WS-PIC-ALVO                 PIC X(10).

      *    DIGITOS DO VALOR NUMERICO, SEPARADOS EM PARTE INTEIRA E
      *    DECIMAL, COMO NO PROG27 (CARACTER A CARACTER, SEM FUNCTION).
       01  WS-CARACTER                 PIC X(01).
       01  WS-IDX-CAR                  PIC 9(03).
       01  WS-DIG-INTEIROS             PIC X(300).
       01  WS-QTD-DIG-INTEIROS         PIC 9(03).
       01  WS-DIG-DECIMAIS             PIC X(300).
       01  WS-QTD-DIG-DECIMAIS         PIC 9(03).
       01  WS-TEM-SEPARADOR            PIC X VALUE "N".
           88  TEM-SEPARADOR               VALUE "S".
       01  WS-ACHOU-DIGITO             PIC X VALUE "N".
           88  ACHOU-DIGITO                VALUE "S".
       01  WS-VALOR-NAO-NUMERICO       PIC X VALUE "N".
           88  VALOR-NAO-NUMERICO          VALUE "S".
       01  WS-ACHOU-DIGITO-UTIL        PIC X VALUE "N".
           88  ACHOU-DIGITO-UTIL           VALUE "S".
       01  WS-PRIMEIRO-SIGNIF          PIC 9(03).
       01  WS-QTD-SIGNIF               PIC 9(03).
       01  WS-ULTIMA-DECIMAL           PIC 9(03).
       01  WS-QTD-COPIA                PIC 9(03).
       01  WS-GRAVADO-INTEIROS         PIC X(18).
       01  WS-GRAVADO-DECIMAIS         PIC X(09).
       01  WS-PERDIDO-INTEIROS         PIC X(300).
       01  WS-QTD-PERDIDO-INTEIROS     PIC 9(03).
       01  WS-PERDIDO-DECIMAIS         PIC X(300).
       01  WS-QTD-PERDIDO-DECIMAIS     PIC 9(03).

      *    O QUE SERIA GRAVADO E O QUE SE PERDE.
       01  WS-VALOR-GRAVADO            PIC X(300).
       01  WS-TEXTO-PERDIDO            PIC X(300).
       01  WS-TAM-PERDIDO              PIC 9(03).
       01  WS-TAM-IMPRESSO             PIC 9(03).

       01  WS-TOTAIS.
           05  WS-QTD-OCORRENCIAS      PIC 9(05) VALUE 0.
           05  WS-QTD-RETIDOS          PIC 9(02) VALUE 0.
           05  WS-QTD-AUSENTES         PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM CARREGAR-MAPA-PADRAO
               VARYING WS-IDX-PADRAO FROM 1 BY 1
               UNTIL WS-IDX-PADRAO > WS-QTD-MAPA-PADRAO.
           PERFORM CARREGAR-CADASTRO-DO-MAPA.
           PERFORM MONTAR-UMA-ENTRADA
               VARYING WS-IDX-MAP FROM 1 BY 1
               UNTIL WS-IDX-MAP > WS-QTD-MAPA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM VARRER-UM-ARQUIVO
               VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-QTD-ENTRADAS.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM ENCERRAR-ARQUIVOS.
           IF WS-QTD-RETIDOS > 0
               DISPLAY "CARGA RETIDA - VALOR SERIA TRUNCADO - VER"
                   " RELVARRE"
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "ARQUIVOS DE ENTRADA CONFERIDOS - VER RELVARRE"
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    MAPA DE CAMPOS - PADRAO COMPILADO E CARTOES CAMPOMAP.
      *--------------------------------------------------------------*
       CARREGAR-MAPA-PADRAO.
           ADD 1 TO WS-QTD-MAPA.
           MOVE MPD-ITEM (WS-IDX-PADRAO) TO MPA-ITEM (WS-QTD-MAPA).

      *    UM CARTAO DO CAMPOMAP PARA ARQUIVO E CAMPO JA CONHECIDOS
      *    SUBSTITUI A ENTRADA PADRAO (LAYOUT ALTERADO); PARA UM CAMPO
      *    NOVO, E ACRESCENTADO. CARTAO INCOERENTE E IGNORADO.
       CARREGAR-CADASTRO-DO-MAPA.
           OPEN INPUT ARQ-MAPA.
           IF WS-STATUS-MAPA = "00"
               PERFORM LER-MAPA
               PERFORM APLICAR-UM-CARTAO UNTIL FIM-MAPA
               CLOSE ARQ-MAPA
           END-IF.

       LER-MAPA.
           READ ARQ-MAPA
               AT END SET FIM-MAPA TO TRUE
           END-READ.

       APLICAR-UM-CARTAO.
           IF MAP-ARQUIVO NOT = SPACES
               AND MAP-PROGRAMA-CARGA NOT = SPACES
               AND MAP-CAMPO NOT = SPACES
               AND MAP-COLUNA IS NUMERIC AND MAP-COLUNA > 0
               AND MAP-TAMANHO-ORIGEM IS NUMERIC
               AND MAP-INTEIROS IS NUMERIC AND MAP-INTEIROS > 0
               AND MAP-DECIMAIS IS NUMERIC
               AND (MAP-TEXTO
                    OR (MAP-NUMERICO
                        AND MAP-INTEIROS + MAP-DECIMAIS NOT > 18))
               AND ((MAP-DELIMITADO AND MAP-DELIMITADOR NOT = SPACE)
                    OR (MAP-POSICIONAL
                        AND MAP-TAMANHO-ORIGEM > 0
                        AND MAP-COLUNA + MAP-TAMANHO-ORIGEM
                            NOT > 301))
               MOVE "N" TO WS-ACHOU-CAMPO
               PERFORM VARYING WS-IDX-MAP FROM 1 BY 1
                       UNTIL WS-IDX-MAP > WS-QTD-MAPA
                          OR ACHOU-O-CAMPO
                   IF MPA-ARQUIVO (WS-IDX-MAP) = MAP-ARQUIVO
                       AND MPA-CAMPO (WS-IDX-MAP) = MAP-CAMPO
                       SET ACHOU-O-CAMPO TO TRUE
                   END-IF
               END-PERFORM
               IF ACHOU-O-CAMPO
                   SUBTRACT 1 FROM WS-IDX-MAP
                   MOVE REG-MAPA-CAMPO TO MPA-ITEM (WS-IDX-MAP)
               ELSE
                   IF WS-QTD-MAPA < 60
                       ADD 1 TO WS-QTD-MAPA
                       MOVE REG-MAPA-CAMPO TO MPA-ITEM (WS-QTD-MAPA)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-MAPA.

      *    UMA ENTRADA POR ARQUIVO; NO POSICIONAL, O FIM DO LAYOUT E
      *    A MAIOR POSICAO OCUPADA POR UM CAMPO DO MAPA.
       MONTAR-UMA-ENTRADA.
           MOVE "N" TO WS-ACHOU-ENTRADA.
           PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                   UNTIL WS-IDX-ENT > WS-QTD-ENTRADAS
                      OR ACHOU-A-ENTRADA
               IF ENT-ARQUIVO (WS-IDX-ENT) = MPA-ARQUIVO (WS-IDX-MAP)
                   SET ACHOU-A-ENTRADA TO TRUE
               END-IF
           END-PERFORM.
           IF ACHOU-A-ENTRADA
               SUBTRACT 1 FROM WS-IDX-ENT
           ELSE
               IF WS-QTD-ENTRADAS < 10
                   ADD 1 TO WS-QTD-ENTRADAS
                   MOVE WS-QTD-ENTRADAS TO WS-IDX-ENT
                   PERFORM INICIAR-ENTRADA
                   SET ACHOU-A-ENTRADA TO TRUE
               END-IF
           END-IF.
           IF ACHOU-A-ENTRADA
               AND ENT-FORMATO (WS-IDX-ENT) = "F"
               COMPUTE WS-FIM-CAMPO = MPA-COLUNA (WS-IDX-MAP)
                   + MPA-TAMANHO-ORIGEM (WS-IDX-MAP) - 1
               IF WS-FIM-CAMPO > ENT-FIM-LAYOUT (WS-IDX-ENT)
                   MOVE WS-FIM-CAMPO TO ENT-FIM-LAYOUT (WS-IDX-ENT)
               END-IF
           END-IF.

       INICIAR-ENTRADA.
           MOVE MPA-ARQUIVO (WS-IDX-MAP) TO ENT-ARQUIVO (WS-IDX-ENT).
           MOVE MPA-PROGRAMA-CARGA (WS-IDX-MAP)
               TO ENT-PROGRAMA-CARGA (WS-IDX-ENT).
           MOVE MPA-FORMATO (WS-IDX-MAP) TO ENT-FORMATO (WS-IDX-ENT).
           MOVE MPA-DELIMITADOR (WS-IDX-MAP)
               TO ENT-DELIMITADOR (WS-IDX-ENT).
           MOVE MPA-TIPO-REGISTRO (WS-IDX-MAP)
               TO ENT-TIPO-REGISTRO (WS-IDX-ENT).
           MOVE MPA-CABECALHO (WS-IDX-MAP)
               TO ENT-CABECALHO (WS-IDX-ENT).
           MOVE 0 TO ENT-FIM-LAYOUT (WS-IDX-ENT).
           MOVE 0 TO ENT-LINHAS-LIDAS (WS-IDX-ENT).
           MOVE 0 TO ENT-LINHAS-CONFERIDAS (WS-IDX-ENT).
           MOVE 0 TO ENT-OCORRENCIAS (WS-IDX-ENT).
           MOVE SPACES TO ENT-SITUACAO (WS-IDX-ENT).

       ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO.
           OPEN OUTPUT ARQ-RETIDAS.

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
           CLOSE ARQ-RETIDAS.
           CLOSE ARQ-LOG.
           CLOSE ARQ-EXCECOES.

      *--------------------------------------------------------------*
      *    VARREDURA DE UM ARQUIVO DE ENTRADA, LINHA A LINHA.
      *--------------------------------------------------------------*
       VARRER-UM-ARQUIVO.
           MOVE ENT-ARQUIVO (WS-IDX-ENT) TO WS-NOME-ARQUIVO.
           MOVE ENT-DELIMITADOR (WS-IDX-ENT) TO WS-DELIMITADOR.
           MOVE "N" TO WS-FIM-ENTRADA.

           OPEN INPUT ARQ-ENTRADA.
           IF WS-STATUS-ENTRADA NOT = "00"
               MOVE "AUSENTE" TO ENT-SITUACAO (WS-IDX-ENT)
               ADD 1 TO WS-QTD-AUSENTES
           ELSE
               PERFORM LER-ENTRADA
               PERFORM CONFERIR-UMA-LINHA UNTIL FIM-ENTRADA
               CLOSE ARQ-ENTRADA
               IF ENT-OCORRENCIAS (WS-IDX-ENT) > 0
                   MOVE "RETIDO" TO ENT-SITUACAO (WS-IDX-ENT)
                   ADD 1 TO WS-QTD-RETIDOS
                   PERFORM REGISTRAR-CARGA-RETIDA
               ELSE
                   MOVE "LIBERADO" TO ENT-SITUACAO (WS-IDX-ENT)
               END-IF
           END-IF.

       LER-ENTRADA.
           MOVE SPACES TO LINHA-ENTRADA.
           READ ARQ-ENTRADA
               AT END SET FIM-ENTRADA TO TRUE
           END-READ.

      *    SO AS LINHAS QUE A CARGA GRAVA: O TIPO DE REGISTRO DO MAPA
      *    (O DETALHE "D" DO PONTOIMP), SEM O CABECALHO DO CSV.
       CONFERIR-UMA-LINHA.
           ADD 1 TO ENT-LINHAS-LIDAS (WS-IDX-ENT).
           IF LINHA-ENTRADA NOT = SPACES
               AND (ENT-TIPO-REGISTRO (WS-IDX-ENT) = SPACE
                    OR LINHA-ENTRADA (1:1)
                        = ENT-TIPO-REGISTRO (WS-IDX-ENT))
               AND (ENT-CABECALHO (WS-IDX-ENT) = SPACES
                    OR LINHA-ENTRADA (1:6)
                        NOT = ENT-CABECALHO (WS-IDX-ENT))
               ADD 1 TO ENT-LINHAS-CONFERIDAS (WS-IDX-ENT)
               MOVE LINHA-ENTRADA TO WS-VALOR-CAMPO
               MOVE 300 TO WS-TAM-VALOR
               PERFORM MEDIR-VALOR
               MOVE WS-TAM-SIGNIF TO WS-TAM-LINHA
               PERFORM CONFERIR-UM-CAMPO
                   VARYING WS-IDX-MAP FROM 1 BY 1
                   UNTIL WS-IDX-MAP > WS-QTD-MAPA
           END-IF.
           PERFORM LER-ENTRADA.

       CONFERIR-UM-CAMPO.
           IF MPA-ARQUIVO (WS-IDX-MAP) = ENT-ARQUIVO (WS-IDX-ENT)
               IF MPA-TIPO (WS-IDX-MAP) = "9"
                   COMPUTE WS-LARGURA-ALVO = MPA-INTEIROS (WS-IDX-MAP)
                       + MPA-DECIMAIS (WS-IDX-MAP)
               ELSE
                   MOVE MPA-INTEIROS (WS-IDX-MAP) TO WS-LARGURA-ALVO
               END-IF
               IF ENT-FORMATO (WS-IDX-ENT) = "D"
                   PERFORM EXTRAIR-COLUNA
               ELSE
                   PERFORM EXTRAIR-POSICAO
               END-IF
               PERFORM MEDIR-VALOR
               IF MPA-TIPO (WS-IDX-MAP) = "9"
                   AND ENT-FORMATO (WS-IDX-ENT) = "D"
                   PERFORM CONFERIR-DIGITOS
               ELSE
                   PERFORM CONFERIR-TEXTO
               END-IF
           END-IF.

      *    COLUNA DO DELIMITADO - A MESMA SEPARACAO QUE O UNSTRING DA
      *    CARGA FAZ, SO QUE CONTANDO O TAMANHO DE CADA VALOR.
       EXTRAIR-COLUNA.
           MOVE 1 TO WS-PONTEIRO.
           MOVE 0 TO WS-COLUNA-ATUAL.
           PERFORM LER-UMA-COLUNA
               UNTIL WS-COLUNA-ATUAL = MPA-COLUNA (WS-IDX-MAP)
                  OR WS-PONTEIRO > WS-TAM-LINHA.
           IF WS-COLUNA-ATUAL NOT = MPA-COLUNA (WS-IDX-MAP)
               MOVE SPACES TO WS-VALOR-CAMPO
               MOVE 0 TO WS-TAM-VALOR
           END-IF.

       LER-UMA-COLUNA.
           MOVE SPACES TO WS-VALOR-CAMPO.
           MOVE 0 TO WS-TAM-VALOR.
           UNSTRING LINHA-ENTRADA (1:WS-TAM-LINHA)
               DELIMITED BY WS-DELIMITADOR
               INTO WS-VALOR-CAMPO COUNT IN WS-TAM-VALOR
               WITH POINTER WS-PONTEIRO
           END-UNSTRING.
           ADD 1 TO WS-COLUNA-ATUAL.

      *    CAMPO DO POSICIONAL; O ULTIMO CAMPO DO LAYOUT LEVA JUNTO O
      *    QUE A LINHA TIVER ALEM DO FIM DO LAYOUT.
       EXTRAIR-POSICAO.
           MOVE MPA-COLUNA (WS-IDX-MAP) TO WS-POSICAO-CAMPO.
           MOVE MPA-TAMANHO-ORIGEM (WS-IDX-MAP) TO WS-TAM-VALOR.
           COMPUTE WS-FIM-CAMPO = WS-POSICAO-CAMPO + WS-TAM-VALOR - 1.
           IF WS-FIM-CAMPO = ENT-FIM-LAYOUT (WS-IDX-ENT)
               AND WS-TAM-LINHA > WS-FIM-CAMPO
               COMPUTE WS-TAM-VALOR =
                   WS-TAM-LINHA - WS-POSICAO-CAMPO + 1
           END-IF.
           MOVE SPACES TO WS-VALOR-CAMPO.
           MOVE LINHA-ENTRADA (WS-POSICAO-CAMPO:WS-TAM-VALOR)
               TO WS-VALOR-CAMPO.

      *    TAMANHO UTIL DO VALOR - SEM OS BRANCOS DO FINAL.
       MEDIR-VALOR.
           MOVE WS-TAM-VALOR TO WS-TAM-SIGNIF.
           MOVE "N" TO WS-ACHOU-FIM-VALOR.
           PERFORM RECUAR-BRANCO-FINAL
               UNTIL WS-TAM-SIGNIF = 0 OR ACHOU-FIM-DO-VALOR.

       RECUAR-BRANCO-FINAL.
           IF WS-VALOR-CAMPO (WS-TAM-SIGNIF:1) = SPACE
               SUBTRACT 1 FROM WS-TAM-SIGNIF
           ELSE
               SET ACHOU-FIM-DO-VALOR TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      *    CONFERENCIA DE TEXTO (COMO NO PROG26): O CAMPO GUARDA OS
      *    PRIMEIROS BYTES E PERDE O RESTO.
      *--------------------------------------------------------------*
       CONFERIR-TEXTO.
           IF WS-TAM-SIGNIF > WS-LARGURA-ALVO
               MOVE SPACES TO WS-VALOR-GRAVADO
               MOVE WS-VALOR-CAMPO (1:WS-LARGURA-ALVO)
                   TO WS-VALOR-GRAVADO
               COMPUTE WS-TAM-PERDIDO =
                   WS-TAM-SIGNIF - WS-LARGURA-ALVO
               MOVE SPACES TO WS-TEXTO-PERDIDO
               MOVE WS-VALOR-CAMPO (WS-LARGURA-ALVO + 1:WS-TAM-PERDIDO)
                   TO WS-TEXTO-PERDIDO
               PERFORM REGISTRAR-TRUNCAMENTO
           END-IF.

      *--------------------------------------------------------------*
      *    CONFERENCIA NUMERICA (COMO NO PROG27): O CAMPO RECEBE O
      *    VALOR ALINHADO PELA VIRGULA E PERDE OS DIGITOS DE ORDEM
      *    SUPERIOR QUE NAO CABEM NOS INTEIROS E AS DECIMAIS ALEM DAS
      *    DO CAMPO. SEM VIRGULA NO VALOR, AS DECIMAIS SAO AS ULTIMAS
      *    POSICOES (VIRGULA IMPLICITA, COMO NO LAYOUT DE DESTINO).
      *    VALOR QUE NAO E NUMERO FICA PARA A VALIDACAO DA CARGA.
      *--------------------------------------------------------------*
       CONFERIR-DIGITOS.
           PERFORM SEPARAR-DIGITOS.
           IF NOT VALOR-NAO-NUMERICO
               IF NOT TEM-SEPARADOR
                   PERFORM APLICAR-VIRGULA-IMPLICITA
               END-IF
               PERFORM CONTAR-DIGITOS-PERDIDOS
               IF WS-QTD-PERDIDO-INTEIROS > 0
                   OR WS-QTD-PERDIDO-DECIMAIS > 0
                   PERFORM MONTAR-VALOR-NUMERICO-GRAVADO
                   PERFORM REGISTRAR-TRUNCAMENTO
               END-IF
           END-IF.

       SEPARAR-DIGITOS.
           MOVE SPACES TO WS-DIG-INTEIROS.
           MOVE SPACES TO WS-DIG-DECIMAIS.
           MOVE 0 TO WS-QTD-DIG-INTEIROS.
           MOVE 0 TO WS-QTD-DIG-DECIMAIS.
           MOVE "N" TO WS-TEM-SEPARADOR.
           MOVE "N" TO WS-ACHOU-DIGITO.
           MOVE "N" TO WS-VALOR-NAO-NUMERICO.
           PERFORM CLASSIFICAR-UM-CARACTER
               VARYING WS-IDX-CAR FROM 1 BY 1
               UNTIL WS-IDX-CAR > WS-TAM-SIGNIF
                  OR VALOR-NAO-NUMERICO.
           IF NOT ACHOU-DIGITO
               SET VALOR-NAO-NUMERICO TO TRUE
           END-IF.

       CLASSIFICAR-UM-CARACTER.
           MOVE WS-VALOR-CAMPO (WS-IDX-CAR:1) TO WS-CARACTER.
           EVALUATE TRUE
               WHEN WS-CARACTER IS NUMERIC
                   SET ACHOU-DIGITO TO TRUE
                   IF TEM-SEPARADOR
                       ADD 1 TO WS-QTD-DIG-DECIMAIS
                       MOVE WS-CARACTER
                           TO WS-DIG-DECIMAIS (WS-QTD-DIG-DECIMAIS:1)
                   ELSE
                       ADD 1 TO WS-QTD-DIG-INTEIROS
                       MOVE WS-CARACTER
                           TO WS-DIG-INTEIROS (WS-QTD-DIG-INTEIROS:1)
                   END-IF
               WHEN (WS-CARACTER = "." OR WS-CARACTER = ",")
                   AND NOT TEM-SEPARADOR
                   SET TEM-SEPARADOR TO TRUE
               WHEN WS-CARACTER = SPACE
                   AND NOT ACHOU-DIGITO AND NOT TEM-SEPARADOR
                   CONTINUE
               WHEN OTHER
                   SET VALOR-NAO-NUMERICO TO TRUE
           END-EVALUATE.

       APLICAR-VIRGULA-IMPLICITA.
           IF MPA-DECIMAIS (WS-IDX-MAP) > 0
               IF WS-QTD-DIG-INTEIROS > MPA-DECIMAIS (WS-IDX-MAP)
                   MOVE WS-DIG-INTEIROS (WS-QTD-DIG-INTEIROS
                           - MPA-DECIMAIS (WS-IDX-MAP) + 1:
                           MPA-DECIMAIS (WS-IDX-MAP))
                       TO WS-DIG-DECIMAIS
                   SUBTRACT MPA-DECIMAIS (WS-IDX-MAP)
                       FROM WS-QTD-DIG-INTEIROS
               ELSE
                   MOVE ZEROS TO WS-DIG-DECIMAIS
                       (1:MPA-DECIMAIS (WS-IDX-MAP))
                   MOVE WS-DIG-INTEIROS (1:WS-QTD-DIG-INTEIROS)
                       TO WS-DIG-DECIMAIS (MPA-DECIMAIS (WS-IDX-MAP)
                           - WS-QTD-DIG-INTEIROS + 1:
                           WS-QTD-DIG-INTEIROS)
                   MOVE 0 TO WS-QTD-DIG-INTEIROS
               END-IF
               MOVE MPA-DECIMAIS (WS-IDX-MAP) TO WS-QTD-DIG-DECIMAIS
           END-IF.

       CONTAR-DIGITOS-PERDIDOS.
           MOVE 0 TO WS-QTD-PERDIDO-INTEIROS.
           MOVE 0 TO WS-QTD-PERDIDO-DECIMAIS.
           MOVE 1 TO WS-PRIMEIRO-SIGNIF.
           MOVE "N" TO WS-ACHOU-DIGITO-UTIL.
           PERFORM PULAR-ZERO-A-ESQUERDA
               UNTIL WS-PRIMEIRO-SIGNIF > WS-QTD-DIG-INTEIROS
                  OR ACHOU-DIGITO-UTIL.
           COMPUTE WS-QTD-SIGNIF =
               WS-QTD-DIG-INTEIROS - WS-PRIMEIRO-SIGNIF + 1.
           IF WS-QTD-SIGNIF > MPA-INTEIROS (WS-IDX-MAP)
               COMPUTE WS-QTD-PERDIDO-INTEIROS =
                   WS-QTD-SIGNIF - MPA-INTEIROS (WS-IDX-MAP)
               MOVE WS-DIG-INTEIROS (WS-PRIMEIRO-SIGNIF:
                                     WS-QTD-PERDIDO-INTEIROS)
                   TO WS-PERDIDO-INTEIROS
           END-IF.
           MOVE WS-QTD-DIG-DECIMAIS TO WS-ULTIMA-DECIMAL.
           MOVE "N" TO WS-ACHOU-DIGITO-UTIL.
           PERFORM RECUAR-ZERO-A-DIREITA
               UNTIL WS-ULTIMA-DECIMAL NOT > MPA-DECIMAIS (WS-IDX-MAP)
                  OR ACHOU-DIGITO-UTIL.
           IF WS-ULTIMA-DECIMAL > MPA-DECIMAIS (WS-IDX-MAP)
               COMPUTE WS-QTD-PERDIDO-DECIMAIS =
                   WS-ULTIMA-DECIMAL - MPA-DECIMAIS (WS-IDX-MAP)
               MOVE WS-DIG-DECIMAIS (MPA-DECIMAIS (WS-IDX-MAP) + 1:
                                     WS-QTD-PERDIDO-DECIMAIS)
                   TO WS-PERDIDO-DECIMAIS
           END-IF.

       PULAR-ZERO-A-ESQUERDA.
           IF WS-DIG-INTEIROS (WS-PRIMEIRO-SIGNIF:1) = "0"
               ADD 1 TO WS-PRIMEIRO-SIGNIF
           ELSE
               SET ACHOU-DIGITO-UTIL TO TRUE
           END-IF.

       RECUAR-ZERO-A-DIREITA.
           IF WS-DIG-DECIMAIS (WS-ULTIMA-DECIMAL:1) = "0"
               SUBTRACT 1 FROM WS-ULTIMA-DECIMAL
           ELSE
               SET ACHOU-DIGITO-UTIL TO TRUE
           END-IF.

      *    O VALOR COMO O CAMPO O GUARDARIA: OS ULTIMOS DIGITOS DOS
      *    INTEIROS E AS PRIMEIRAS DECIMAIS, COMPLETADOS COM ZEROS.
       MONTAR-VALOR-NUMERICO-GRAVADO.
           MOVE ZEROS TO WS-GRAVADO-INTEIROS.
           MOVE ZEROS TO WS-GRAVADO-DECIMAIS.
           IF WS-QTD-DIG-INTEIROS > MPA-INTEIROS (WS-IDX-MAP)
               MOVE MPA-INTEIROS (WS-IDX-MAP) TO WS-QTD-COPIA
           ELSE
               MOVE WS-QTD-DIG-INTEIROS TO WS-QTD-COPIA
           END-IF.
           IF WS-QTD-COPIA > 0
               MOVE WS-DIG-INTEIROS (WS-QTD-DIG-INTEIROS
                       - WS-QTD-COPIA + 1:WS-QTD-COPIA)
                   TO WS-GRAVADO-INTEIROS (MPA-INTEIROS (WS-IDX-MAP)
                       - WS-QTD-COPIA + 1:WS-QTD-COPIA)
           END-IF.
           IF WS-QTD-DIG-DECIMAIS > MPA-DECIMAIS (WS-IDX-MAP)
               MOVE MPA-DECIMAIS (WS-IDX-MAP) TO WS-QTD-COPIA
           ELSE
               MOVE WS-QTD-DIG-DECIMAIS TO WS-QTD-COPIA
           END-IF.
           IF WS-QTD-COPIA > 0
               MOVE WS-DIG-DECIMAIS (1:WS-QTD-COPIA)
                   TO WS-GRAVADO-DECIMAIS (1:WS-QTD-COPIA)
           END-IF.
           MOVE SPACES TO WS-VALOR-GRAVADO.
           IF MPA-DECIMAIS (WS-IDX-MAP) > 0
               STRING WS-GRAVADO-INTEIROS (1:MPA-INTEIROS (WS-IDX-MAP))
                      DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-GRAVADO-DECIMAIS (1:MPA-DECIMAIS (WS-IDX-MAP))
                      DELIMITED BY SIZE
                      INTO WS-VALOR-GRAVADO
               END-STRING
           ELSE
               MOVE WS-GRAVADO-INTEIROS (1:MPA-INTEIROS (WS-IDX-MAP))
                   TO WS-VALOR-GRAVADO
           END-IF.
           MOVE SPACES TO WS-TEXTO-PERDIDO.
           EVALUATE TRUE
               WHEN WS-QTD-PERDIDO-DECIMAIS = 0
                   MOVE WS-PERDIDO-INTEIROS (1:WS-QTD-PERDIDO-INTEIROS)
                       TO WS-TEXTO-PERDIDO
                   MOVE WS-QTD-PERDIDO-INTEIROS TO WS-TAM-PERDIDO
               WHEN WS-QTD-PERDIDO-INTEIROS = 0
                   STRING "," DELIMITED BY SIZE
                          WS-PERDIDO-DECIMAIS
                              (1:WS-QTD-PERDIDO-DECIMAIS)
                          DELIMITED BY SIZE
                          INTO WS-TEXTO-PERDIDO
                   END-STRING
                   COMPUTE WS-TAM-PERDIDO =
                       WS-QTD-PERDIDO-DECIMAIS + 1
               WHEN OTHER
                   STRING WS-PERDIDO-INTEIROS
                              (1:WS-QTD-PERDIDO-INTEIROS)
                          DELIMITED BY SIZE
                          " E ," DELIMITED BY SIZE
                          WS-PERDIDO-DECIMAIS
                              (1:WS-QTD-PERDIDO-DECIMAIS)
                          DELIMITED BY SIZE
                          INTO WS-TEXTO-PERDIDO
                   END-STRING
                   COMPUTE WS-TAM-PERDIDO = WS-QTD-PERDIDO-INTEIROS
                       + WS-QTD-PERDIDO-DECIMAIS + 4
           END-EVALUATE.

      *--------------------------------------------------------------*
      *    CADA VALOR TRUNCADO SAI NO RELVARRE E NAS EXCECOES, ONDE O
      *    RELATORIO DIARIO DE EXCECOES (PROG43) O MOSTRA.
      *--------------------------------------------------------------*
       REGISTRAR-TRUNCAMENTO.
           ADD 1 TO ENT-OCORRENCIAS (WS-IDX-ENT).
           ADD 1 TO WS-QTD-OCORRENCIAS.
           MOVE SPACES TO WS-PIC-ALVO.
           IF MPA-TIPO (WS-IDX-MAP) = "9"
               AND MPA-DECIMAIS (WS-IDX-MAP) > 0
               STRING "9(" DELIMITED BY SIZE
                      MPA-INTEIROS (WS-IDX-MAP) DELIMITED BY SIZE
                      ")V9(" DELIMITED BY SIZE
                      MPA-DECIMAIS (WS-IDX-MAP) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-PIC-ALVO
               END-STRING
           ELSE
               STRING MPA-TIPO (WS-IDX-MAP) DELIMITED BY SIZE
                      "(" DELIMITED BY SIZE
                      MPA-INTEIROS (WS-IDX-MAP) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-PIC-ALVO
               END-STRING
           END-IF.
           IF WS-TAM-PERDIDO > 50
               MOVE 50 TO WS-TAM-IMPRESSO
           ELSE
               MOVE WS-TAM-PERDIDO TO WS-TAM-IMPRESSO
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING ENT-ARQUIVO (WS-IDX-ENT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ENT-LINHAS-LIDAS (WS-IDX-ENT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MPA-CAMPO (WS-IDX-MAP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PIC-ALVO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-VALOR-GRAVADO (1:35) DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "                  PERDE: '" DELIMITED BY SIZE
                  WS-TEXTO-PERDIDO (1:WS-TAM-IMPRESSO)
                  DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

           MOVE "PROG168" TO EXC-PROGRAMA.
           MOVE MPA-CAMPO (WS-IDX-MAP) TO EXC-CAMPO.
           MOVE WS-VALOR-GRAVADO TO EXC-VALOR.
           MOVE SPACES TO EXC-MOTIVO.
           STRING ENT-ARQUIVO (WS-IDX-ENT) DELIMITED BY SPACE
                  " L" DELIMITED BY SIZE
                  ENT-LINHAS-LIDAS (WS-IDX-ENT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PIC-ALVO DELIMITED BY SPACE
                  " PERDE '" DELIMITED BY SIZE
                  WS-TEXTO-PERDIDO (1:WS-TAM-IMPRESSO)
                  DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
                  INTO EXC-MOTIVO
           END-STRING.
           MOVE WS-DATA-HOJE TO EXC-DATA.
           MOVE WS-HORA-AGORA TO EXC-HORA.
           WRITE REG-EXCECAO.

      *    A CARGA RETIDA VAI PARA O CARGARET, QUE O PROG42 CONSULTA
      *    ANTES DE CHAMAR CADA PASSO, E PARA O OPLOG.
       REGISTRAR-CARGA-RETIDA.
           MOVE WS-DATA-HOJE TO RET-DATA.
           MOVE ENT-ARQUIVO (WS-IDX-ENT) TO RET-ARQUIVO.
           MOVE ENT-PROGRAMA-CARGA (WS-IDX-ENT) TO RET-PROGRAMA-CARGA.
           MOVE ENT-OCORRENCIAS (WS-IDX-ENT) TO RET-QTD-OCORRENCIAS.
           WRITE REG-CARGA-RETIDA.

           MOVE "PROG168" TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-EVENTO.
           STRING "CARGA RETIDA " DELIMITED BY SIZE
                  ENT-ARQUIVO (WS-IDX-ENT) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ENT-PROGRAMA-CARGA (WS-IDX-ENT) DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  ENT-OCORRENCIAS (WS-IDX-ENT) DELIMITED BY SIZE
                  " TRUNCADOS" DELIMITED BY SIZE
                  INTO LOG-EVENTO
           END-STRING.
           MOVE WS-DATA-HOJE TO LOG-DATA-HORA.
           MOVE "LOTE" TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.

      *--------------------------------------------------------------*
      *    RELATORIO RELVARRE.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VARREDURA DE LARGURA DOS ARQUIVOS DE ENTRADA - "
                  DELIMITED BY SIZE
                  WS-DATA-HOJE DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ARQUIVO    LINHA  CAMPO           PIC        "
                  DELIMITED BY SIZE
                  "GRAVADO COMO" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ARQUIVO    CARGA    LINHAS CONFERIDAS TRUNCADOS "
                  DELIMITED BY SIZE
                  "SITUACAO" DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM IMPRIMIR-LINHA-ARQUIVO
               VARYING WS-IDX-ENT FROM 1 BY 1
               UNTIL WS-IDX-ENT > WS-QTD-ENTRADAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ARQUIVOS VARRIDOS: " DELIMITED BY SIZE
                  WS-QTD-ENTRADAS DELIMITED BY SIZE
                  "  RETIDOS: " DELIMITED BY SIZE
                  WS-QTD-RETIDOS DELIMITED BY SIZE
                  "  AUSENTES: " DELIMITED BY SIZE
                  WS-QTD-AUSENTES DELIMITED BY SIZE
                  "  VALORES TRUNCADOS: " DELIMITED BY SIZE
                  WS-QTD-OCORRENCIAS DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-ARQUIVO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING ENT-ARQUIVO (WS-IDX-ENT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ENT-PROGRAMA-CARGA (WS-IDX-ENT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ENT-LINHAS-LIDAS (WS-IDX-ENT) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ENT-LINHAS-CONFERIDAS (WS-IDX-ENT) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  ENT-OCORRENCIAS (WS-IDX-ENT) DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  ENT-SITUACAO (WS-IDX-ENT) DELIMITED BY SIZE
                  INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG146.
      *     CIENCIA DO HOLERITE ELETRONICO.
      *     O PORTAL DO FUNCIONARIO DEVOLVE AS CIENCIAS DE LEITURA DOS
      *     HOLERITES PUBLICADOS PELO PROG40 E DAS SEGUNDAS VIAS DO
      *     PROG56 (HOLECIEN): HEADER "H" COM A DATA DE GERACAO, UM
      *     DETALHE "D" POR DOCUMENTO LIDO (CODIGO, COMPETENCIA, VIA E
      *     DATA DA CIENCIA) E TRAILER "T" COM A QUANTIDADE. COMO NO
      *     RETORNO DO RELOGIO (PROG144), ARQUIVO SEM HEADER, SEM
      *     TRAILER OU COM QUANTIDADE DIVERGENTE E RECUSADO INTEIRO
      *     (RC 16) E NADA E ATUALIZADO. SEM O HOLECIEN (O PORTAL NAO
      *     MANDOU NADA) SO O PRAZO E APURADO.
      *
      *     A CIENCIA MARCA O DOCUMENTO NO HOLEENTR COMO LIDO. O QUE
      *     CONTINUA PENDENTE HA MAIS DE N DIAS DA PUBLICACAO (CARTAO
      *     HOLEPRM; SEM ELE, 5 DIAS) PASSA A ENTREGA IMPRESSA: SAI NO
      *     RELATORIO RELHOLCI, AGRUPADO POR SETOR, E E ACRESCENTADO
      *     AO HOLEIMPR (CODIGO, COMPETENCIA E VIA DO DOCUMENTO), QUE
      *     ACUMULA DE UMA RODADA PARA OUTRA ATE O PROG40 IMPRIMIR O
      *     DOCUMENTO EM PAPEL E O TIRAR DA LISTA. CADA DOCUMENTO PASSA
      *     PARA O PAPEL UMA VEZ SO; CIENCIA QUE CHEGA DEPOIS AINDA
      *     MARCA O DOCUMENTO COMO LIDO. CIENCIA DE DOCUMENTO QUE NUNCA
      *     FOI PUBLICADO VAI PARA O ARQUIVO DE EXCECOES. COM QUALQUER
      *     APONTAMENTO O PROGRAMA TERMINA COM RC 4.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "HOLEPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-CIENCIAS ASSIGN TO "HOLECIEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIENCIAS.

           SELECT ARQ-ENTREGAS ASSIGN TO "HOLEENTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ENTREGAS.

           SELECT ARQ-TRABALHO ASSIGN TO "HOLEWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRABALHO.

           SELECT ARQ-IMPRESSAO-OBRIG ASSIGN TO "HOLEIMPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-IMPRESSAO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

           SELECT ARQ-RELATORIO ASSIGN TO "RELHOLCI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO.
           05  PRM-DIAS-PRAZO          PIC 9(03).

       FD  ARQ-CIENCIAS.
       01  REG-CIENCIA.
           05  CIE-TIPO-REG            PIC X(01).
               88  CIENCIA-REG-HEADER      VALUE "H".
               88  CIENCIA-REG-DETALHE     VALUE "D".
               88  CIENCIA-REG-TRAILER     VALUE "T".
           05  CIE-DADOS               PIC X(20).
           05  CIE-DETALHE REDEFINES CIE-DADOS.
               10  CIE-CODIGO          PIC 9(05).
               10  CIE-COMPETENCIA     PIC 9(06).
               10  CIE-VIA             PIC X(01).
               10  CIE-DATA-CIENCIA    PIC 9(08).
           05  CIE-HEADER REDEFINES CIE-DADOS.
               10  CIE-HDR-DATA-GER    PIC 9(08).
               10  FILLER              PIC X(12).
           05  CIE-TRAILER REDEFINES CIE-DADOS.
               10  CIE-TRL-QTD         PIC 9(06).
               10  FILLER              PIC X(14).

       FD  ARQ-ENTREGAS.
       COPY CPHOLENT.

       FD  ARQ-TRABALHO.
       01  REG-TRABALHO                PIC X(49).

       FD  ARQ-IMPRESSAO-OBRIG.
       01  REG-IMPRESSAO-OBRIG.
           05  IMP-CODIGO              PIC 9(05).
           05  IMP-COMPETENCIA         PIC 9(06).
           05  IMP-SETOR               PIC X(10).
           05  IMP-VIA                 PIC X(01).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-CIENCIAS          PIC X(02).
       01  WS-STATUS-ENTREGAS          PIC X(02).
       01  WS-STATUS-TRABALHO          PIC X(02).
       01  WS-STATUS-IMPRESSAO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-DIAS-PRAZO               PIC 9(03) VALUE 5.
       01  WS-DIAS-SEM-CIENCIA         PIC 9(05).

       01  WS-FIM-CIENCIAS             PIC X VALUE "N".
           88  FIM-CIENCIAS                VALUE "S".
       01  WS-FIM-ENTREGAS             PIC X VALUE "N".
           88  FIM-ENTREGAS                VALUE "S".
       01  WS-FIM-TRABALHO             PIC X VALUE "N".
           88  FIM-TRABALHO                VALUE "S".

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

      *    CONTROLE DO ARQUIVO DO PORTAL - HEADER E TRAILER.
       01  WS-ARQUIVO-OK               PIC X VALUE "S".
           88  ARQUIVO-OK                  VALUE "S".
       01  WS-HEADER-LIDO              PIC X VALUE "N".
           88  HEADER-LIDO                 VALUE "S".
       01  WS-TRAILER-LIDO             PIC X VALUE "N".
           88  TRAILER-LIDO                VALUE "S".
       01  WS-HA-CIENCIAS              PIC X VALUE "N".
           88  HA-CIENCIAS                 VALUE "S".
       01  WS-DATA-GERACAO             PIC 9(08) VALUE 0.
       01  WS-QTD-DETALHES             PIC 9(06) VALUE 0.

      *    CIENCIAS DEVOLVIDAS PELO PORTAL.
       01  WS-QTD-CIENCIAS             PIC 9(04) VALUE 0.
       01  TAB-CIENCIAS.
           05  CIT-ITEM OCCURS 2000 TIMES.
               10  CIT-CODIGO          PIC 9(05).
               10  CIT-COMPETENCIA     PIC 9(06).
               10  CIT-VIA             PIC X(01).
               10  CIT-DATA-CIENCIA    PIC 9(08).
               10  CIT-USADA           PIC X(01).
       01  WS-IDX-CIT                  PIC 9(04).
       01  WS-IDX-CIT-ACHADA           PIC 9(04).

      *    DOCUMENTOS QUE PASSARAM PARA ENTREGA IMPRESSA NESTA
      *    RODADA, PARA O RELATORIO POR SETOR.
       01  WS-QTD-PAPEL                PIC 9(04) VALUE 0.
       01  TAB-PAPEL.
           05  PAP-ITEM OCCURS 1000 TIMES.
               10  PAP-SETOR           PIC X(10).
               10  PAP-CODIGO          PIC 9(05).
               10  PAP-NOME            PIC X(10).
               10  PAP-COMPETENCIA     PIC 9(06).
               10  PAP-VIA             PIC X(01).
               10  PAP-DATA-PUBLICACAO PIC 9(08).
               10  PAP-DIAS            PIC 9(05).
               10  PAP-LISTADO         PIC X(01).
       01  WS-IDX-PAP                  PIC 9(04).
       01  WS-IDX-PAP-SETOR            PIC 9(04).
       01  WS-SETOR-DO-GRUPO           PIC X(10).
       01  WS-QTD-DO-SETOR             PIC 9(04).

       01  WS-CONTADORES.
           05  WS-QTD-LIDOS            PIC 9(05) VALUE 0.
           05  WS-QTD-PENDENTES        PIC 9(05) VALUE 0.
           05  WS-QTD-PARA-PAPEL       PIC 9(05) VALUE 0.
           05  WS-QTD-DESCONHECIDAS    PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM LER-PARAMETRO.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           PERFORM CARREGAR-CIENCIAS.
           IF ARQUIVO-OK
               OPEN OUTPUT ARQ-RELATORIO
               PERFORM IMPRIMIR-CABECALHO
               PERFORM ATUALIZAR-ENTREGAS
               PERFORM IMPRIMIR-ENTREGA-IMPRESSA-POR-SETOR
               PERFORM APONTAR-CIENCIAS-SEM-PUBLICACAO
               PERFORM IMPRIMIR-TOTAIS
               CLOSE ARQ-RELATORIO
               IF WS-QTD-PARA-PAPEL > 0 OR WS-QTD-DESCONHECIDAS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 16 TO RETURN-CODE
               DISPLAY "** CIENCIAS DO PORTAL RECUSADAS - HOLEENTR"
                   " NAO ATUALIZADO **"
           END-IF.
           CLOSE ARQ-EXCECOES.
           DISPLAY "CIENCIA DO HOLERITE ELETRONICO - LIDOS: "
               WS-QTD-LIDOS " - PENDENTES: " WS-QTD-PENDENTES
               " - PARA PAPEL: " WS-QTD-PARA-PAPEL.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF PRM-DIAS-PRAZO IS NUMERIC
                           AND PRM-DIAS-PRAZO > 0
                           MOVE PRM-DIAS-PRAZO TO WS-DIAS-PRAZO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

      *--------------------------------------------------------------*
      *    CIENCIAS DO PORTAL - O PRIMEIRO REGISTRO TEM QUE SER O
      *    HEADER; O TRAILER FECHA A QUANTIDADE DE DETALHES.
      *--------------------------------------------------------------*
       CARREGAR-CIENCIAS.
           OPEN INPUT ARQ-CIENCIAS.
           IF WS-STATUS-CIENCIAS = "00"
               SET HA-CIENCIAS TO TRUE
               PERFORM LER-CIENCIA
               PERFORM PROCESSAR-UMA-CIENCIA UNTIL FIM-CIENCIAS
                   OR NOT ARQUIVO-OK
               CLOSE ARQ-CIENCIAS
               PERFORM CONFERIR-FECHO-DO-ARQUIVO
           ELSE
               DISPLAY "SEM CIENCIAS DO PORTAL (HOLECIEN) - SO O"
                   " PRAZO SERA APURADO"
           END-IF.

       LER-CIENCIA.
           READ ARQ-CIENCIAS
               AT END SET FIM-CIENCIAS TO TRUE
           END-READ.

       PROCESSAR-UMA-CIENCIA.
           EVALUATE TRUE
               WHEN CIENCIA-REG-HEADER AND NOT HEADER-LIDO
                   SET HEADER-LIDO TO TRUE
                   MOVE CIE-HDR-DATA-GER TO WS-DATA-GERACAO
               WHEN CIENCIA-REG-TRAILER AND HEADER-LIDO
                   AND NOT TRAILER-LIDO
                   SET TRAILER-LIDO TO TRUE
                   IF CIE-TRL-QTD NOT = WS-QTD-DETALHES
                       MOVE "N" TO WS-ARQUIVO-OK
                       MOVE "CIE-TRL"     TO WS-CAMPO-REJEITADO
                       MOVE CIE-TRL-QTD   TO WS-VALOR-REJEITADO
                       MOVE "QUANTIDADE DO TRAILER DIVERGE"
                                          TO WS-MOTIVO-REJEICAO
                       PERFORM REGISTRAR-EXCECAO
                   END-IF
               WHEN CIENCIA-REG-DETALHE AND HEADER-LIDO
                   AND NOT TRAILER-LIDO
                   ADD 1 TO WS-QTD-DETALHES
                   PERFORM GUARDAR-UMA-CIENCIA
               WHEN OTHER
                   MOVE "N" TO WS-ARQUIVO-OK
                   MOVE "CIE-TIPO-REG"  TO WS-CAMPO-REJEITADO
                   MOVE CIE-TIPO-REG    TO WS-VALOR-REJEITADO
                   MOVE "REGISTRO FORA DA ESTRUTURA H/D/T"
                                        TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
           END-EVALUATE.
           PERFORM LER-CIENCIA.

       CONFERIR-FECHO-DO-ARQUIVO.
           IF ARQUIVO-OK AND (NOT HEADER-LIDO OR NOT TRAILER-LIDO)
               MOVE "N" TO WS-ARQUIVO-OK
               MOVE "HOLECIEN"        TO WS-CAMPO-REJEITADO
               MOVE WS-DATA-GERACAO   TO WS-VALOR-REJEITADO
               MOVE "ARQUIVO SEM HEADER OU SEM TRAILER"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           END-IF.

       GUARDAR-UMA-CIENCIA.
           IF CIE-CODIGO IS NOT NUMERIC
               OR CIE-COMPETENCIA IS NOT NUMERIC
               OR CIE-DATA-CIENCIA IS NOT NUMERIC
               MOVE "N" TO WS-ARQUIVO-OK
               MOVE "CIE-DETALHE"     TO WS-CAMPO-REJEITADO
               MOVE CIE-DADOS         TO WS-VALOR-REJEITADO
               MOVE "CODIGO, COMPETENCIA OU DATA NAO NUMERICO"
                                      TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               IF WS-QTD-CIENCIAS < 2000
                   ADD 1 TO WS-QTD-CIENCIAS
                   MOVE CIE-CODIGO      TO CIT-CODIGO (WS-QTD-CIENCIAS)
                   MOVE CIE-COMPETENCIA
                       TO CIT-COMPETENCIA (WS-QTD-CIENCIAS)
                   MOVE CIE-VIA         TO CIT-VIA (WS-QTD-CIENCIAS)
                   MOVE CIE-DATA-CIENCIA
                       TO CIT-DATA-CIENCIA (WS-QTD-CIENCIAS)
                   MOVE "N"             TO CIT-USADA (WS-QTD-CIENCIAS)
               ELSE
                   MOVE "N" TO WS-ARQUIVO-OK
                   MOVE "HOLECIEN"        TO WS-CAMPO-REJEITADO
                   MOVE WS-DATA-GERACAO   TO WS-VALOR-REJEITADO
                   MOVE "ARQUIVO COM MAIS DE 2000 CIENCIAS"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    HOLEENTR - COPIA PARA O HOLEWRK COM AS CIENCIAS E AS
      *    PASSAGENS PARA O PAPEL MARCADAS E REGRAVA O ORIGINAL. AS
      *    PASSAGENS PARA O PAPEL SAO ACRESCENTADAS AO HOLEIMPR - QUEM
      *    O ESVAZIA E O PROG40, DEPOIS DE IMPRIMIR.
      *--------------------------------------------------------------*
       ATUALIZAR-ENTREGAS.
           OPEN INPUT ARQ-ENTREGAS.
           IF WS-STATUS-ENTREGAS = "00"
               OPEN OUTPUT ARQ-TRABALHO
               OPEN EXTEND ARQ-IMPRESSAO-OBRIG
               IF WS-STATUS-IMPRESSAO = "35"
                   OPEN OUTPUT ARQ-IMPRESSAO-OBRIG
               END-IF
               PERFORM LER-ENTREGA
               PERFORM ATUALIZAR-UMA-ENTREGA UNTIL FIM-ENTREGAS
               CLOSE ARQ-ENTREGAS
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-IMPRESSAO-OBRIG
               OPEN INPUT ARQ-TRABALHO
               OPEN OUTPUT ARQ-ENTREGAS
               PERFORM LER-TRABALHO
               PERFORM COPIAR-UM-DO-TRABALHO UNTIL FIM-TRABALHO
               CLOSE ARQ-TRABALHO
               CLOSE ARQ-ENTREGAS
           ELSE
               DISPLAY "NENHUM HOLERITE PUBLICADO NO PORTAL (HOLEENTR)"
           END-IF.

       LER-ENTREGA.
           READ ARQ-ENTREGAS
               AT END SET FIM-ENTREGAS TO TRUE
           END-READ.

       ATUALIZAR-UMA-ENTREGA.
           PERFORM APLICAR-CIENCIA.
           IF ENT-PENDENTE
               COMPUTE WS-DIAS-SEM-CIENCIA =
                   FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE (ENT-DATA-PUBLICACAO)
               IF WS-DIAS-SEM-CIENCIA > WS-DIAS-PRAZO
                   PERFORM PASSAR-PARA-PAPEL
               ELSE
                   ADD 1 TO WS-QTD-PENDENTES
               END-IF
           END-IF.
           WRITE REG-TRABALHO FROM REG-ENTREGA-HOLERITE.
           PERFORM LER-ENTREGA.

      *    CIENCIA DO MESMO CODIGO, COMPETENCIA E VIA - VALE TAMBEM
      *    PARA O DOCUMENTO QUE JA PASSOU PARA O PAPEL.
       APLICAR-CIENCIA.
           MOVE 0 TO WS-IDX-CIT-ACHADA.
           PERFORM VARYING WS-IDX-CIT FROM 1 BY 1
                   UNTIL WS-IDX-CIT > WS-QTD-CIENCIAS
                      OR WS-IDX-CIT-ACHADA > 0
               IF CIT-CODIGO (WS-IDX-CIT) = ENT-CODIGO
                   AND CIT-COMPETENCIA (WS-IDX-CIT) = ENT-COMPETENCIA
                   AND CIT-VIA (WS-IDX-CIT) = ENT-VIA
                   MOVE WS-IDX-CIT TO WS-IDX-CIT-ACHADA
               END-IF
           END-PERFORM.
           IF WS-IDX-CIT-ACHADA > 0
               MOVE "S" TO CIT-USADA (WS-IDX-CIT-ACHADA)
               IF NOT ENT-LIDO
                   SET ENT-LIDO TO TRUE
                   MOVE CIT-DATA-CIENCIA (WS-IDX-CIT-ACHADA)
                       TO ENT-DATA-CIENCIA
                   ADD 1 TO WS-QTD-LIDOS
               END-IF
           END-IF.

       PASSAR-PARA-PAPEL.
           SET ENT-IMPRESSO TO TRUE.
           ADD 1 TO WS-QTD-PARA-PAPEL.
           MOVE ENT-CODIGO      TO IMP-CODIGO.
           MOVE ENT-COMPETENCIA TO IMP-COMPETENCIA.
           MOVE ENT-SETOR       TO IMP-SETOR.
           MOVE ENT-VIA         TO IMP-VIA.
           WRITE REG-IMPRESSAO-OBRIG.
           IF WS-QTD-PAPEL < 1000
               ADD 1 TO WS-QTD-PAPEL
               MOVE ENT-SETOR       TO PAP-SETOR (WS-QTD-PAPEL)
               MOVE ENT-CODIGO      TO PAP-CODIGO (WS-QTD-PAPEL)
               MOVE ENT-NOME        TO PAP-NOME (WS-QTD-PAPEL)
               MOVE ENT-COMPETENCIA TO PAP-COMPETENCIA (WS-QTD-PAPEL)
               MOVE ENT-VIA         TO PAP-VIA (WS-QTD-PAPEL)
               MOVE ENT-DATA-PUBLICACAO
                   TO PAP-DATA-PUBLICACAO (WS-QTD-PAPEL)
               MOVE WS-DIAS-SEM-CIENCIA TO PAP-DIAS (WS-QTD-PAPEL)
               MOVE "N"             TO PAP-LISTADO (WS-QTD-PAPEL)
           END-IF.

       LER-TRABALHO.
           READ ARQ-TRABALHO
               AT END SET FIM-TRABALHO TO TRUE
           END-READ.

       COPIAR-UM-DO-TRABALHO.
           WRITE REG-ENTREGA-HOLERITE FROM REG-TRABALHO.
           PERFORM LER-TRABALHO.

      *--------------------------------------------------------------*
      *    RELATORIO (RELHOLCI) - UM GRUPO POR SETOR, NA ORDEM EM QUE
      *    O SETOR APARECEU NO HOLEENTR.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HOLERITES SEM CIENCIA HA MAIS DE " WS-DIAS-PRAZO
               " DIAS - ENTREGA IMPRESSA - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-ENTREGA-IMPRESSA-POR-SETOR.
           PERFORM VARYING WS-IDX-PAP-SETOR FROM 1 BY 1
                   UNTIL WS-IDX-PAP-SETOR > WS-QTD-PAPEL
               IF PAP-LISTADO (WS-IDX-PAP-SETOR) = "N"
                   PERFORM IMPRIMIR-UM-SETOR
               END-IF
           END-PERFORM.

       IMPRIMIR-UM-SETOR.
           MOVE PAP-SETOR (WS-IDX-PAP-SETOR) TO WS-SETOR-DO-GRUPO.
           MOVE 0 TO WS-QTD-DO-SETOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SETOR " WS-SETOR-DO-GRUPO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-PAP FROM WS-IDX-PAP-SETOR BY 1
                   UNTIL WS-IDX-PAP > WS-QTD-PAPEL
               IF PAP-LISTADO (WS-IDX-PAP) = "N"
                   AND PAP-SETOR (WS-IDX-PAP) = WS-SETOR-DO-GRUPO
                   PERFORM IMPRIMIR-UM-DOCUMENTO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DO SETOR . . . . . . . . . " WS-QTD-DO-SETOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UM-DOCUMENTO.
           MOVE "S" TO PAP-LISTADO (WS-IDX-PAP).
           ADD 1 TO WS-QTD-DO-SETOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  COD " PAP-CODIGO (WS-IDX-PAP)
               " " PAP-NOME (WS-IDX-PAP)
               " COMP " PAP-COMPETENCIA (WS-IDX-PAP)
               " VIA " PAP-VIA (WS-IDX-PAP)
               " PUBLICADO " PAP-DATA-PUBLICACAO (WS-IDX-PAP)
               " HA " PAP-DIAS (WS-IDX-PAP) " DIAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *    CIENCIA DE DOCUMENTO QUE NAO ESTA NO HOLEENTR.
       APONTAR-CIENCIAS-SEM-PUBLICACAO.
           PERFORM VARYING WS-IDX-CIT FROM 1 BY 1
                   UNTIL WS-IDX-CIT > WS-QTD-CIENCIAS
               IF CIT-USADA (WS-IDX-CIT) = "N"
                   ADD 1 TO WS-QTD-DESCONHECIDAS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "CIENCIA SEM PUBLICACAO - COD "
                       CIT-CODIGO (WS-IDX-CIT)
                       " COMP " CIT-COMPETENCIA (WS-IDX-CIT)
                       " VIA " CIT-VIA (WS-IDX-CIT)
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   END-STRING
                   WRITE LINHA-RELATORIO
                   MOVE "CIE-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE SPACES            TO WS-VALOR-REJEITADO
                   STRING CIT-CODIGO (WS-IDX-CIT)
                       " COMP " CIT-COMPETENCIA (WS-IDX-CIT)
                       " VIA " CIT-VIA (WS-IDX-CIT)
                       DELIMITED BY SIZE INTO WS-VALOR-REJEITADO
                   END-STRING
                   MOVE "CIENCIA DE HOLERITE NAO PUBLICADO"
                                          TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-PERFORM.

       IMPRIMIR-TOTAIS.
           IF WS-QTD-PARA-PAPEL > WS-QTD-PAPEL
               MOVE SPACES TO LINHA-RELATORIO
               STRING "** SO OS PRIMEIROS " WS-QTD-PAPEL
                   " DOCUMENTOS LISTADOS - VER HOLEIMPR **"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CIENCIAS REGISTRADAS NESTA RODADA . " WS-QTD-LIDOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PENDENTES DENTRO DO PRAZO . . . . . "
               WS-QTD-PENDENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PASSADOS PARA ENTREGA IMPRESSA  . . "
               WS-QTD-PARA-PAPEL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CIENCIAS SEM PUBLICACAO . . . . . . "
               WS-QTD-DESCONHECIDAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       REGISTRAR-EXCECAO.
           MOVE "PROG146"          TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE       TO EXC-DATA.
           MOVE WS-HORA-AGORA      TO EXC-HORA.
           WRITE REG-EXCECAO.

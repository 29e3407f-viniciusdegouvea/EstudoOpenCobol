       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG131.
      *     IMPORTACAO DA COPARTICIPACAO DO PLANO DE SAUDE.
      *     LE A LISTA MENSAL DE COPARTICIPACAO ENVIADA PELA
      *     OPERADORA (COPARTIC - LOTE COM HEADER "H" DA COMPETENCIA
      *     DA FATURA, DETALHES "D" POR ATENDIMENTO E TRAILER "T" COM
      *     QUANTIDADE E VALOR TOTAL), CONFERE CADA ATENDIMENTO E
      *     GRAVA OS ACEITOS NO ARQUIVO DE COPARTICIPACAO A DESCONTAR
      *     (COPAGTO), QUE O CALCULO DE FOLHA (PROG29) DESCONTA NA
      *     ORDEM DE PRIORIDADE, JUNTO COM OS BENEFICIOS, LEVANDO AO
      *     DESCPEND O QUE NAO COUBER NO LIQUIDO - EM VEZ DE LINHA DE
      *     MOVFOLHA DIGITADA A PARTIR DA LISTA EM PAPEL.
      *
      *     O ATENDIMENTO SO E ACEITO PARA TITULAR ATIVO NO MESTRE,
      *     COM ADESAO A UM PLANO DE SAUDE (BENCATAL TIPO "S") EM
      *     VIGOR NA DATA DO ATENDIMENTO (BENENROL); ATENDIMENTO DE
      *     DEPENDENTE EXIGE O DEPENDENTE CADASTRADO (DEPENDTS). O
      *     RESTO VAI PARA O ARQUIVO DE EXCECOES. DESLIGADO NAO E
      *     ACEITO: A COPARTICIPACAO DELE E ACERTADA NA RESCISAO.
      *
      *     LOTE SEM HEADER OU TRAILER, OU COM TRAILER DIVERGENTE, E
      *     RECUSADO INTEIRO. A REIMPORTACAO DA MESMA COMPETENCIA DE
      *     FATURA SUBSTITUI A ANTERIOR, DESDE QUE NENHUMA FOLHA TENHA
      *     DESCONTADO AINDA ATENDIMENTO DESSA COMPETENCIA - DEPOIS
      *     DISSO O LOTE E RECUSADO, PARA NINGUEM SER COBRADO DUAS
      *     VEZES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-COPART-OPERADORA ASSIGN TO "COPARTIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OPERADORA.

           SELECT ARQ-COPARTICIPACOES ASSIGN TO "COPAGTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COPARTICIPACOES.

           SELECT ARQ-CATALOGO-BENEF ASSIGN TO "BENCATAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CATALOGO.

           SELECT ARQ-ADESOES-BENEF ASSIGN TO "BENENROL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ADESOES.

           SELECT ARQ-DEPENDENTES ASSIGN TO "DEPENDTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DEPENDENTES.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-COPART-OPERADORA.
       01  REG-COPART-OPERADORA.
           05  CPO-TIPO-REG            PIC X(01).
               88  CPO-REG-HEADER          VALUE "H".
               88  CPO-REG-DETALHE         VALUE "D".
               88  CPO-REG-TRAILER         VALUE "T".
           05  CPO-DADOS               PIC X(43).
           05  CPO-DETALHE REDEFINES CPO-DADOS.
               10  CPO-CODIGO          PIC 9(05).
               10  CPO-DEPENDENTE      PIC 9(02).
               10  CPO-DATA-ATENDIMENTO
                                       PIC 9(08).
               10  CPO-PROCEDIMENTO    PIC X(20).
               10  CPO-VALOR           PIC 9(6)V9(2).
           05  CPO-HEADER REDEFINES CPO-DADOS.
               10  CPO-HDR-COMPETENCIA PIC 9(06).
               10  CPO-HDR-DATA-GER    PIC 9(08).
               10  FILLER              PIC X(29).
           05  CPO-TRAILER REDEFINES CPO-DADOS.
               10  CPO-TRL-QTD         PIC 9(05).
               10  CPO-TRL-VALOR-TOTAL PIC 9(8)V9(2).
               10  FILLER              PIC X(28).

       FD  ARQ-COPARTICIPACOES.
       COPY CPCOPAG.

       FD  ARQ-CATALOGO-BENEF.
       COPY CPBENCAT.

       FD  ARQ-ADESOES-BENEF.
       COPY CPBENENR.

       FD  ARQ-DEPENDENTES.
       COPY CPDEPEND.

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-OPERADORA         PIC X(02).
       01  WS-STATUS-COPARTICIPACOES   PIC X(02).
       01  WS-STATUS-CATALOGO          PIC X(02).
       01  WS-STATUS-ADESOES           PIC X(02).
       01  WS-STATUS-DEPENDENTES       PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-OPERADORA            PIC X VALUE "N".
           88  FIM-OPERADORA               VALUE "S".
       01  WS-FIM-COPARTICIPACOES      PIC X VALUE "N".
           88  FIM-COPARTICIPACOES         VALUE "S".
       01  WS-FIM-CATALOGO             PIC X VALUE "N".
           88  FIM-CATALOGO                VALUE "S".
       01  WS-FIM-ADESOES              PIC X VALUE "N".
           88  FIM-ADESOES                 VALUE "S".
       01  WS-FIM-DEPENDENTES          PIC X VALUE "N".
           88  FIM-DEPENDENTES             VALUE "S".

      *    CODIGOS DE BENEFICIO QUE SAO PLANO DE SAUDE (BENCATAL).
       01  WS-QTD-PLANOS               PIC 9(02) VALUE 0.
       01  TAB-PLANOS-SAUDE.
           05  PLS-BENEFICIO OCCURS 20 TIMES
                                       PIC 9(03).
       01  WS-IDX-PLS                  PIC 9(02).
       01  WS-E-PLANO-SAUDE            PIC X(01).
           88  E-PLANO-SAUDE               VALUE "S".

      *    ADESOES A PLANO DE SAUDE (BENENROL) - SO AS DOS CODIGOS
      *    DE BENEFICIO MARCADOS COMO PLANO.
       01  WS-QTD-ADESOES              PIC 9(03) VALUE 0.
       01  TAB-ADESOES-PLANO.
           05  ADP-ITEM OCCURS 500 TIMES.
               10  ADP-CODIGO          PIC 9(05).
               10  ADP-DATA-INICIO     PIC 9(08).
               10  ADP-DATA-FIM        PIC 9(08).
       01  WS-IDX-ADP                  PIC 9(03).
       01  WS-TEM-ADESAO               PIC X(01).
           88  TEM-ADESAO                  VALUE "S".

      *    DEPENDENTES CADASTRADOS (DEPENDTS) - CODIGO E SEQUENCIA.
       01  WS-QTD-DEPENDENTES          PIC 9(04) VALUE 0.
       01  TAB-DEPENDENTES.
           05  DPT-ITEM OCCURS 1000 TIMES.
               10  DPT-CODIGO          PIC 9(05).
               10  DPT-SEQUENCIA       PIC 9(02).
       01  WS-IDX-DPT                  PIC 9(04).
       01  WS-TEM-DEPENDENTE           PIC X(01).
           88  TEM-DEPENDENTE              VALUE "S".

      *    COPARTICIPACOES JA IMPORTADAS (COPAGTO) - AS DE OUTRAS
      *    COMPETENCIAS DE FATURA SAO REGRAVADAS COMO ESTAO; AS DA
      *    COMPETENCIA DO LOTE SAO SUBSTITUIDAS PELO LOTE ACEITO.
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

      *    ATENDIMENTOS ACEITOS DO LOTE, GRAVADOS SO COM O LOTE OK.
       01  WS-QTD-NOVOS                PIC 9(04) VALUE 0.
       01  TAB-NOVOS.
           05  NOV-ITEM OCCURS 2000 TIMES.
               10  NOV-CODIGO          PIC 9(05).
               10  NOV-DEPENDENTE      PIC 9(02).
               10  NOV-DATA-ATENDIMENTO
                                       PIC 9(08).
               10  NOV-PROCEDIMENTO    PIC X(20).
               10  NOV-VALOR           PIC 9(6)V9(2).
       01  WS-IDX-NOV                  PIC 9(04).

      *    CONTROLE DO LOTE - HEADER COM A COMPETENCIA DA FATURA E
      *    TRAILER COM QUANTIDADE E VALOR DE TODOS OS DETALHES.
       01  WS-LOTE-OK                  PIC X VALUE "N".
           88  LOTE-OK                     VALUE "S".
       01  WS-HEADER-LIDO              PIC X VALUE "N".
           88  HEADER-LIDO                 VALUE "S".
       01  WS-TRAILER-LIDO             PIC X VALUE "N".
           88  TRAILER-LIDO                VALUE "S".
       01  WS-COMPETENCIA-DO-LOTE      PIC 9(06) VALUE 0.
       01  WS-QTD-DETALHES             PIC 9(05) VALUE 0.
       01  WS-SOMA-VALORES             PIC 9(8)V9(2) VALUE 0.

       01  WS-ATENDIMENTO-VALIDO       PIC X(01).
           88  ATENDIMENTO-VALIDO          VALUE "S".

       01  WS-MOTIVO-REJEICAO          PIC X(40).
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).

       01  WS-CONTADORES.
           05  WS-QTD-ACEITOS          PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-SUBSTITUIDOS     PIC 9(05) VALUE 0.
           05  WS-VALOR-ACEITO         PIC 9(8)V9(2) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-PLANOS-DE-SAUDE.
           PERFORM CARREGAR-ADESOES-PLANO.
           PERFORM CARREGAR-DEPENDENTES.
           PERFORM CARREGAR-COPARTICIPACOES.
           SET LOTE-OK TO TRUE.
           IF WS-STATUS-OPERADORA = "00"
               PERFORM LER-COPART-OPERADORA
               PERFORM PROCESSAR-UM-REGISTRO UNTIL FIM-OPERADORA
                   OR NOT LOTE-OK
           END-IF.
           PERFORM CONFERIR-FECHO-DO-LOTE.
           IF LOTE-OK
               PERFORM CONFERIR-COMPETENCIA-LIVRE
           END-IF.
           IF LOTE-OK
               PERFORM REGRAVAR-COPARTICIPACOES
           ELSE
               MOVE 16 TO RETURN-CODE
               DISPLAY "** LOTE DE COPARTICIPACAO RECUSADO - COPAGTO"
                   " NAO ALTERADO **"
           END-IF.
           PERFORM ENCERRAR-ARQUIVOS.
           DISPLAY "COPARTICIPACAO - COMPETENCIA DA FATURA: "
               WS-COMPETENCIA-DO-LOTE
               " - ACEITOS: " WS-QTD-ACEITOS
               " - REJEITADOS: " WS-QTD-REJEITADOS.
           DISPLAY "COPARTICIPACAO - VALOR ACEITO: " WS-VALOR-ACEITO
               " - SUBSTITUIDOS DE IMPORTACAO ANTERIOR: "
               WS-QTD-SUBSTITUIDOS.
           IF WS-QTD-REJEITADOS > 0 AND RETURN-CODE = 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    ABERTURA E ENCERRAMENTO DE ARQUIVOS.
      *--------------------------------------------------------------*
       ABRIR-ARQUIVOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.

           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN INPUT ARQ-COPART-OPERADORA.

           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

       ENCERRAR-ARQUIVOS.
           CLOSE FUNCIONARIO-MASTER.
           IF WS-STATUS-OPERADORA NOT = "35"
               CLOSE ARQ-COPART-OPERADORA
           END-IF.
           CLOSE ARQ-EXCECOES.

      *--------------------------------------------------------------*
      *    CARGA DOS PLANOS DE SAUDE, DAS ADESOES A ELES, DOS
      *    DEPENDENTES E DAS COPARTICIPACOES JA IMPORTADAS.
      *--------------------------------------------------------------*
       CARREGAR-PLANOS-DE-SAUDE.
           OPEN INPUT ARQ-CATALOGO-BENEF.
           IF WS-STATUS-CATALOGO = "00"
               PERFORM LER-BENEFICIO-CATALOGO
               PERFORM GUARDAR-UM-PLANO UNTIL FIM-CATALOGO
               CLOSE ARQ-CATALOGO-BENEF
           END-IF.

       LER-BENEFICIO-CATALOGO.
           READ ARQ-CATALOGO-BENEF
               AT END SET FIM-CATALOGO TO TRUE
           END-READ.

       GUARDAR-UM-PLANO.
           IF BEN-PLANO-SAUDE AND WS-QTD-PLANOS < 20
               ADD 1 TO WS-QTD-PLANOS
               MOVE BEN-CODIGO TO PLS-BENEFICIO (WS-QTD-PLANOS)
           END-IF.
           PERFORM LER-BENEFICIO-CATALOGO.

       CARREGAR-ADESOES-PLANO.
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
           MOVE "N" TO WS-E-PLANO-SAUDE.
           PERFORM VARYING WS-IDX-PLS FROM 1 BY 1
                   UNTIL WS-IDX-PLS > WS-QTD-PLANOS
               IF PLS-BENEFICIO (WS-IDX-PLS) = ENR-BENEFICIO
                   SET E-PLANO-SAUDE TO TRUE
               END-IF
           END-PERFORM.
           IF E-PLANO-SAUDE AND WS-QTD-ADESOES < 500
               ADD 1 TO WS-QTD-ADESOES
               MOVE ENR-CODIGO      TO ADP-CODIGO (WS-QTD-ADESOES)
               MOVE ENR-DATA-INICIO
                   TO ADP-DATA-INICIO (WS-QTD-ADESOES)
               MOVE ENR-DATA-FIM    TO ADP-DATA-FIM (WS-QTD-ADESOES)
           END-IF.
           PERFORM LER-ADESAO.

       CARREGAR-DEPENDENTES.
           OPEN INPUT ARQ-DEPENDENTES.
           IF WS-STATUS-DEPENDENTES = "00"
               PERFORM LER-DEPENDENTE
               PERFORM GUARDAR-UM-DEPENDENTE UNTIL FIM-DEPENDENTES
               CLOSE ARQ-DEPENDENTES
           END-IF.

       LER-DEPENDENTE.
           READ ARQ-DEPENDENTES
               AT END SET FIM-DEPENDENTES TO TRUE
           END-READ.

       GUARDAR-UM-DEPENDENTE.
           IF WS-QTD-DEPENDENTES < 1000
               ADD 1 TO WS-QTD-DEPENDENTES
               MOVE DEP-CODIGO    TO DPT-CODIGO (WS-QTD-DEPENDENTES)
               MOVE DEP-SEQUENCIA
                   TO DPT-SEQUENCIA (WS-QTD-DEPENDENTES)
           END-IF.
           PERFORM LER-DEPENDENTE.

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

       GUARDAR-UMA-COPARTICIPACAO.
           IF WS-QTD-COPART < 3000
               ADD 1 TO WS-QTD-COPART
               MOVE REG-COPARTICIPACAO TO CPM-ITEM (WS-QTD-COPART)
           END-IF.
           PERFORM LER-COPARTICIPACAO.

      *--------------------------------------------------------------*
      *    CONTROLE DO LOTE - O PRIMEIRO REGISTRO TEM QUE SER O
      *    HEADER; O TRAILER FECHA A QUANTIDADE E O VALOR DE TODOS
      *    OS DETALHES, ACEITOS OU NAO.
      *--------------------------------------------------------------*
       LER-COPART-OPERADORA.
           READ ARQ-COPART-OPERADORA
               AT END SET FIM-OPERADORA TO TRUE
           END-READ.

       PROCESSAR-UM-REGISTRO.
           EVALUATE TRUE
               WHEN CPO-REG-HEADER
                   PERFORM TRATAR-HEADER-DO-LOTE
               WHEN CPO-REG-TRAILER
                   PERFORM TRATAR-TRAILER-DO-LOTE
               WHEN CPO-REG-DETALHE AND HEADER-LIDO
                   AND NOT TRAILER-LIDO
                   ADD 1 TO WS-QTD-DETALHES
                   IF CPO-VALOR IS NUMERIC
                       ADD CPO-VALOR TO WS-SOMA-VALORES
                   END-IF
                   PERFORM PROCESSAR-UM-ATENDIMENTO
               WHEN OTHER
                   MOVE "N" TO WS-LOTE-OK
                   MOVE "CPO-TIPO-REG"  TO WS-CAMPO-REJEITADO
                   MOVE CPO-TIPO-REG    TO WS-VALOR-REJEITADO
                   MOVE "REGISTRO FORA DA ESTRUTURA H/D/T DO LOTE"
                                        TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
           END-EVALUATE.
           PERFORM LER-COPART-OPERADORA.

       TRATAR-HEADER-DO-LOTE.
           IF HEADER-LIDO
               MOVE "N" TO WS-LOTE-OK
               MOVE "CPO-HDR"           TO WS-CAMPO-REJEITADO
               MOVE CPO-HDR-COMPETENCIA TO WS-VALOR-REJEITADO
               MOVE "MAIS DE UM HEADER NO LOTE"
                                        TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               SET HEADER-LIDO TO TRUE
               MOVE CPO-HDR-COMPETENCIA TO WS-COMPETENCIA-DO-LOTE
               IF CPO-HDR-COMPETENCIA IS NOT NUMERIC
                   OR CPO-HDR-COMPETENCIA (5:2) < "01"
                   OR CPO-HDR-COMPETENCIA (5:2) > "12"
                   MOVE "N" TO WS-LOTE-OK
                   MOVE "CPO-HDR"       TO WS-CAMPO-REJEITADO
                   MOVE CPO-HDR-COMPETENCIA TO WS-VALOR-REJEITADO
                   MOVE "COMPETENCIA DA FATURA DEVE SER AAAAMM"
                                        TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF.

       TRATAR-TRAILER-DO-LOTE.
           IF NOT HEADER-LIDO OR TRAILER-LIDO
               MOVE "N" TO WS-LOTE-OK
               MOVE "CPO-TRL"           TO WS-CAMPO-REJEITADO
               MOVE CPO-TRL-QTD         TO WS-VALOR-REJEITADO
               MOVE "TRAILER FORA DE LUGAR NO LOTE"
                                        TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           ELSE
               SET TRAILER-LIDO TO TRUE
               IF CPO-TRL-QTD NOT = WS-QTD-DETALHES
                   OR CPO-TRL-VALOR-TOTAL NOT = WS-SOMA-VALORES
                   MOVE "N" TO WS-LOTE-OK
                   MOVE "CPO-TRL"       TO WS-CAMPO-REJEITADO
                   MOVE CPO-TRL-QTD     TO WS-VALOR-REJEITADO
                   MOVE "QUANTIDADE OU VALOR DO TRAILER DIVERGE"
                                        TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF.

       CONFERIR-FECHO-DO-LOTE.
           IF LOTE-OK AND (NOT HEADER-LIDO OR NOT TRAILER-LIDO)
               MOVE "N" TO WS-LOTE-OK
               MOVE "COPARTIC"          TO WS-CAMPO-REJEITADO
               MOVE WS-COMPETENCIA-DO-LOTE TO WS-VALOR-REJEITADO
               MOVE "LOTE SEM HEADER OU SEM TRAILER"
                                        TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           END-IF.

      *    A COMPETENCIA DA FATURA SO PODE SER REIMPORTADA ENQUANTO
      *    NENHUM ATENDIMENTO DELA FOI PARA UMA FOLHA.
       CONFERIR-COMPETENCIA-LIVRE.
           PERFORM VARYING WS-IDX-CPM FROM 1 BY 1
                   UNTIL WS-IDX-CPM > WS-QTD-COPART
               IF CPM-COMPETENCIA-FATURA (WS-IDX-CPM)
                   = WS-COMPETENCIA-DO-LOTE
                   AND CPM-COMPETENCIA-FOLHA (WS-IDX-CPM) > 0
                   MOVE "N" TO WS-LOTE-OK
               END-IF
           END-PERFORM.
           IF NOT LOTE-OK
               MOVE "CPO-HDR"           TO WS-CAMPO-REJEITADO
               MOVE WS-COMPETENCIA-DO-LOTE TO WS-VALOR-REJEITADO
               MOVE "COMPETENCIA DA FATURA JA DESCONTADA EM FOLHA"
                                        TO WS-MOTIVO-REJEICAO
               PERFORM REGISTRAR-EXCECAO
           END-IF.

      *--------------------------------------------------------------*
      *    CONFERENCIA DE CADA ATENDIMENTO - TITULAR ATIVO, ADESAO
      *    AO PLANO NA DATA, DEPENDENTE CADASTRADO E VALOR.
      *--------------------------------------------------------------*
       PROCESSAR-UM-ATENDIMENTO.
           PERFORM CONFERIR-ATENDIMENTO.
           IF ATENDIMENTO-VALIDO
               IF WS-QTD-NOVOS < 2000
                   ADD 1 TO WS-QTD-NOVOS
                   MOVE CPO-CODIGO TO NOV-CODIGO (WS-QTD-NOVOS)
                   MOVE CPO-DEPENDENTE
                       TO NOV-DEPENDENTE (WS-QTD-NOVOS)
                   MOVE CPO-DATA-ATENDIMENTO
                       TO NOV-DATA-ATENDIMENTO (WS-QTD-NOVOS)
                   MOVE CPO-PROCEDIMENTO
                       TO NOV-PROCEDIMENTO (WS-QTD-NOVOS)
                   MOVE CPO-VALOR  TO NOV-VALOR (WS-QTD-NOVOS)
                   ADD 1 TO WS-QTD-ACEITOS
                   ADD CPO-VALOR TO WS-VALOR-ACEITO
               ELSE
                   MOVE "CPO-CODIGO"    TO WS-CAMPO-REJEITADO
                   MOVE CPO-CODIGO      TO WS-VALOR-REJEITADO
                   MOVE "LOTE ACIMA DE 2000 ATENDIMENTOS"
                                        TO WS-MOTIVO-REJEICAO
                   PERFORM REGISTRAR-EXCECAO
                   ADD 1 TO WS-QTD-REJEITADOS
               END-IF
           ELSE
               PERFORM REGISTRAR-EXCECAO
               ADD 1 TO WS-QTD-REJEITADOS
           END-IF.

       CONFERIR-ATENDIMENTO.
           MOVE "N" TO WS-ATENDIMENTO-VALIDO.
           MOVE CPO-CODIGO TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "N" TO WS-STATUS-MASTER (1:1)
           END-READ.
           PERFORM LOCALIZAR-ADESAO-NA-DATA.
           PERFORM LOCALIZAR-DEPENDENTE.
           EVALUATE TRUE
               WHEN WS-STATUS-MASTER NOT = "00"
                   MOVE "CPO-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE CPO-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                          TO WS-MOTIVO-REJEICAO
               WHEN NOT SITUACAO-ATIVA
                   MOVE "CPO-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE CPO-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "TITULAR NAO ATIVO - ACERTO NA RESCISAO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN CPO-DATA-ATENDIMENTO IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (CPO-DATA-ATENDIMENTO) NOT = 0
                   MOVE "CPO-DATA-ATEND"  TO WS-CAMPO-REJEITADO
                   MOVE CPO-DATA-ATENDIMENTO TO WS-VALOR-REJEITADO
                   MOVE "DATA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
               WHEN CPO-DATA-ATENDIMENTO > WS-DATA-HOJE
                   MOVE "CPO-DATA-ATEND"  TO WS-CAMPO-REJEITADO
                   MOVE CPO-DATA-ATENDIMENTO TO WS-VALOR-REJEITADO
                   MOVE "DATA DO ATENDIMENTO POSTERIOR A HOJE"
                                          TO WS-MOTIVO-REJEICAO
               WHEN NOT TEM-ADESAO
                   MOVE "CPO-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE CPO-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "SEM ADESAO AO PLANO NA DATA DO ATENDIMENTO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN CPO-DEPENDENTE IS NOT NUMERIC
                   OR (CPO-DEPENDENTE > 0 AND NOT TEM-DEPENDENTE)
                   MOVE "CPO-DEPENDENTE"  TO WS-CAMPO-REJEITADO
                   MOVE CPO-DEPENDENTE    TO WS-VALOR-REJEITADO
                   MOVE "DEPENDENTE NAO CADASTRADO PARA O TITULAR"
                                          TO WS-MOTIVO-REJEICAO
               WHEN CPO-VALOR IS NOT NUMERIC OR CPO-VALOR = 0
                   MOVE "CPO-VALOR"       TO WS-CAMPO-REJEITADO
                   MOVE CPO-VALOR         TO WS-VALOR-REJEITADO
                   MOVE "VALOR DEVE SER MAIOR QUE ZERO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "S" TO WS-ATENDIMENTO-VALIDO
           END-EVALUATE.

       LOCALIZAR-ADESAO-NA-DATA.
           MOVE "N" TO WS-TEM-ADESAO.
           PERFORM VARYING WS-IDX-ADP FROM 1 BY 1
                   UNTIL WS-IDX-ADP > WS-QTD-ADESOES
               IF ADP-CODIGO (WS-IDX-ADP) = CPO-CODIGO
                   AND ADP-DATA-INICIO (WS-IDX-ADP)
                       <= CPO-DATA-ATENDIMENTO
                   AND (ADP-DATA-FIM (WS-IDX-ADP) = 0
                       OR ADP-DATA-FIM (WS-IDX-ADP)
                           >= CPO-DATA-ATENDIMENTO)
                   SET TEM-ADESAO TO TRUE
               END-IF
           END-PERFORM.

       LOCALIZAR-DEPENDENTE.
           MOVE "N" TO WS-TEM-DEPENDENTE.
           PERFORM VARYING WS-IDX-DPT FROM 1 BY 1
                   UNTIL WS-IDX-DPT > WS-QTD-DEPENDENTES
               IF DPT-CODIGO (WS-IDX-DPT) = CPO-CODIGO
                   AND DPT-SEQUENCIA (WS-IDX-DPT) = CPO-DEPENDENTE
                   SET TEM-DEPENDENTE TO TRUE
               END-IF
           END-PERFORM.

      *--------------------------------------------------------------*
      *    REGRAVACAO DO COPAGTO - AS COMPETENCIAS DE FATURA DE FORA
      *    DO LOTE FICAM COMO ESTAO; A DO LOTE E SUBSTITUIDA PELOS
      *    ATENDIMENTOS ACEITOS, A DESCONTAR NA PROXIMA FOLHA.
      *--------------------------------------------------------------*
       REGRAVAR-COPARTICIPACOES.
           OPEN OUTPUT ARQ-COPARTICIPACOES.
           PERFORM VARYING WS-IDX-CPM FROM 1 BY 1
                   UNTIL WS-IDX-CPM > WS-QTD-COPART
               IF CPM-COMPETENCIA-FATURA (WS-IDX-CPM)
                   = WS-COMPETENCIA-DO-LOTE
                   ADD 1 TO WS-QTD-SUBSTITUIDOS
               ELSE
                   MOVE CPM-ITEM (WS-IDX-CPM) TO REG-COPARTICIPACAO
                   WRITE REG-COPARTICIPACAO
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-NOV FROM 1 BY 1
                   UNTIL WS-IDX-NOV > WS-QTD-NOVOS
               MOVE NOV-CODIGO (WS-IDX-NOV)     TO CPG-CODIGO
               MOVE NOV-DEPENDENTE (WS-IDX-NOV) TO CPG-DEPENDENTE
               MOVE WS-COMPETENCIA-DO-LOTE
                   TO CPG-COMPETENCIA-FATURA
               MOVE NOV-DATA-ATENDIMENTO (WS-IDX-NOV)
                   TO CPG-DATA-ATENDIMENTO
               MOVE NOV-PROCEDIMENTO (WS-IDX-NOV)
                   TO CPG-PROCEDIMENTO
               MOVE NOV-VALOR (WS-IDX-NOV)      TO CPG-VALOR
               MOVE "P"                         TO CPG-SITUACAO
               MOVE 0                           TO CPG-COMPETENCIA-FOLHA
               MOVE WS-DATA-HOJE                TO CPG-DATA-IMPORTACAO
               WRITE REG-COPARTICIPACAO
           END-PERFORM.
           CLOSE ARQ-COPARTICIPACOES.

       REGISTRAR-EXCECAO.
           MOVE "PROG131"            TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO   TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO   TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE         TO EXC-DATA.
           MOVE WS-HORA-AGORA        TO EXC-HORA.
           WRITE REG-EXCECAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG163.
      *     ABERTURA DO CALCULO DE FOLHA EM FLUXOS PARALELOS.
      *     DESDE O MULTIEMPRESA O PROG29 CALCULA TODAS AS EMPRESAS
      *     NUMA SO PASSADA. COM A DIVISAO EM FLUXOS (FLUXOFOL - UMA
      *     LINHA POR EMPRESA COM O NUMERO DO FLUXO), CADA FLUXO
      *     CALCULA SO AS SUAS EMPRESAS, AO MESMO TEMPO QUE OS OUTROS,
      *     EM UM JOB PROPRIO DO EXECUTOR DE FLUXO (PROG162).
      *
      *     ESTE PASSO, NA CADEIA DO LOTE NO LUGAR DO PROG29:
      *       - CONFERE A DIVISAO CONTRA A SELECAO DA RODADA (EMPRPRM;
      *         SEM ELA, TODAS AS EMPRESAS DO MESTRE): CADA EMPRESA
      *         SELECIONADA EM EXATAMENTE UM FLUXO, NENHUM FLUXO COM
      *         EMPRESA FORA DA SELECAO;
      *       - RECUSA ABRIR SE UM FLUXO DA RODADA ANTERIOR AINDA NAO
      *         FOI JUNTADO PELO PROG164 (O CALCULO DELE SE PERDERIA);
      *       - TOMA A TRAVA DO MESTRE (PROG69) EM NOME DA RODADA EM
      *         FLUXOS - QUEM A LIBERA E A JUNCAO (PROG164);
      *       - GRAVA, POR FLUXO, O CARTAO DE EMPRESAS (EMPRFNN), A
      *         SITUACAO "P" (FSITFNN) E LIMPA O PONTO DE CONTROLE
      *         (FCKPFNN) E A TRAVA PROPRIA (RLCKFNN) DO FLUXO.
      *     QUALQUER RECUSA DEVOLVE RETURN-CODE 16, COM O MOTIVO NAS
      *     EXCECOES, E NADA E PREPARADO.
      *
      *     NA RODADA EM FLUXOS A CADEIA CORRE EM DUAS PARTES: A
      *     PRIMEIRA TERMINA NESTE PASSO; O AGENDADOR DISPARA OS JOBS
      *     DOS FLUXOS (PROG162 COM A VARIAVEL FLUXOFOL = NUMERO DO
      *     FLUXO) AO MESMO TEMPO; A SEGUNDA PARTE COMECA PELA JUNCAO
      *     (PROG164, ACAO "A") E SEGUE COM O RESTO DA CADEIA, CADA
      *     PARTE COM O SEU STEPCTL PELO MAPEAMENTO DD DO JOB.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-FLUXOS ASSIGN TO "FLUXOFOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FLUXOS.

           SELECT ARQ-SELECAO-EMPRESA ASSIGN TO "EMPRPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SELECAO.

           SELECT ARQ-SITUACAO ASSIGN TO DYNAMIC WS-NOME-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           SELECT ARQ-CARTAO-FLUXO ASSIGN TO DYNAMIC WS-NOME-CARTAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTAO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-FLUXOS.
       COPY CPFLUXO.

       FD  ARQ-SELECAO-EMPRESA.
       01  REG-SELECAO-EMPRESA.
           05  SEL-EMPRESA             PIC 9(03).

       FD  ARQ-SITUACAO.
       01  REG-SITUACAO-ARQUIVO        PIC X(51).

      *    CARTAO DE EMPRESAS DO FLUXO (MESMO LAYOUT DO EMPRPRM); O
      *    MESMO FD ESVAZIA O PONTO DE CONTROLE E A TRAVA DO FLUXO.
       FD  ARQ-CARTAO-FLUXO.
       01  REG-CARTAO-FLUXO.
           05  CFX-EMPRESA             PIC 9(03).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-LOG.
       COPY CPOPLOG.

       WORKING-STORAGE SECTION.

       COPY CPFLXSIT.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-FLUXOS            PIC X(02).
       01  WS-STATUS-SELECAO           PIC X(02).
       01  WS-STATUS-SITUACAO          PIC X(02).
       01  WS-STATUS-CARTAO            PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

       01  WS-FIM-FLUXOS               PIC X VALUE "N".
           88  FIM-FLUXOS                  VALUE "S".
       01  WS-FIM-SELECAO              PIC X VALUE "N".
           88  FIM-SELECAO                 VALUE "S".
       01  WS-FIM-MASTER               PIC X VALUE "N".
           88  FIM-MASTER                  VALUE "S".

      *    NOMES DOS ARQUIVOS PROPRIOS DE UM FLUXO - PREFIXO DE CINCO
      *    LETRAS MAIS O NUMERO DO FLUXO (FSITF01, EMPRF01, ...).
       01  WS-FLUXO-DO-NOME            PIC 9(02).
       01  WS-NOME-SITUACAO            PIC X(10).
       01  WS-NOME-CARTAO              PIC X(10).

      *    DIVISAO EM FLUXOS - EMPRESA E FLUXO, E OS FLUXOS DISTINTOS.
       01  WS-QTD-DIVISAO              PIC 9(02) VALUE 0.
       01  TAB-DIVISAO.
           05  DIV-ITEM OCCURS 20 TIMES.
               10  DIV-EMPRESA         PIC 9(03).
               10  DIV-FLUXO           PIC 9(02).
       01  WS-IDX-DIV                  PIC 9(02).
       01  WS-QTD-FLUXOS               PIC 9(02) VALUE 0.
       01  TAB-FLUXOS.
           05  FLU-NUMERO OCCURS 20 TIMES
                                       PIC 9(02).
       01  WS-IDX-FLU                  PIC 9(02).

      *    EMPRESAS DA RODADA - DO EMPRPRM OU, SEM ELE, DO MESTRE.
       01  WS-QTD-RODADA               PIC 9(02) VALUE 0.
       01  TAB-EMPRESAS-RODADA.
           05  ROD-EMPRESA OCCURS 20 TIMES
                                       PIC 9(03).
       01  WS-IDX-ROD                  PIC 9(02).

       01  WS-EMPRESA-CANDIDATA        PIC 9(03).
       01  WS-ACHOU                    PIC X VALUE "N".
           88  ACHOU-O-ITEM                VALUE "S".

       01  WS-QTD-RECUSAS              PIC 9(03) VALUE 0.
       01  WS-CAMPO-RECUSA             PIC X(15).
       01  WS-VALOR-RECUSA             PIC X(30).
       01  WS-MOTIVO-RECUSA            PIC X(40).

      *    TRAVA DE EXECUCAO DO MESTRE (PROG69).
       01  WS-LCK-ACAO                 PIC X(01).
       01  WS-LCK-PROGRAMA             PIC X(08).
       01  WS-LCK-RESULTADO            PIC X(01).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           PERFORM CARREGAR-DIVISAO-EM-FLUXOS.
           PERFORM CARREGAR-EMPRESAS-DA-RODADA.
           PERFORM CONFERIR-DIVISAO-CONTRA-RODADA.
           PERFORM CONFERIR-FLUXOS-PENDENTES.
           IF WS-QTD-RECUSAS = 0
               PERFORM TOMAR-TRAVA-DO-MESTRE
           END-IF.
           IF WS-QTD-RECUSAS = 0
               PERFORM PREPARAR-UM-FLUXO
                   VARYING WS-IDX-FLU FROM 1 BY 1
                   UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
               PERFORM REGISTRAR-ABERTURA-NO-LOG
               DISPLAY "FOLHA EM FLUXOS ABERTA - FLUXOS: "
                   WS-QTD-FLUXOS " - EMPRESAS: " WS-QTD-DIVISAO
           ELSE
               DISPLAY "** FOLHA EM FLUXOS NAO ABERTA - RECUSAS: "
                   WS-QTD-RECUSAS " (VER EXCECOES) **"
               MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE ARQ-EXCECOES.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    DIVISAO EM FLUXOS (FLUXOFOL).
      *--------------------------------------------------------------*
       CARREGAR-DIVISAO-EM-FLUXOS.
           OPEN INPUT ARQ-FLUXOS.
           IF WS-STATUS-FLUXOS = "00"
               PERFORM LER-FLUXO
               PERFORM GUARDAR-UM-FLUXO UNTIL FIM-FLUXOS
               CLOSE ARQ-FLUXOS
           END-IF.
           IF WS-QTD-DIVISAO = 0
               MOVE "FLUXOFOL"               TO WS-CAMPO-RECUSA
               MOVE SPACES                   TO WS-VALOR-RECUSA
               MOVE "SEM DIVISAO DE EMPRESAS EM FLUXOS"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.

       LER-FLUXO.
           READ ARQ-FLUXOS
               AT END SET FIM-FLUXOS TO TRUE
           END-READ.

       GUARDAR-UM-FLUXO.
           IF FLX-FLUXO IS NOT NUMERIC OR FLX-FLUXO = 0
               OR FLX-EMPRESA IS NOT NUMERIC OR FLX-EMPRESA = 0
               MOVE "FLUXOFOL"               TO WS-CAMPO-RECUSA
               MOVE REG-FLUXO-FOLHA          TO WS-VALOR-RECUSA
               MOVE "LINHA INVALIDA NA DIVISAO EM FLUXOS"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           ELSE
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                       UNTIL WS-IDX-DIV > WS-QTD-DIVISAO
                   IF DIV-EMPRESA (WS-IDX-DIV) = FLX-EMPRESA
                       SET ACHOU-O-ITEM TO TRUE
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN ACHOU-O-ITEM
                       MOVE "FLX-EMPRESA"    TO WS-CAMPO-RECUSA
                       MOVE FLX-EMPRESA      TO WS-VALOR-RECUSA
                       MOVE "EMPRESA EM MAIS DE UM FLUXO"
                                             TO WS-MOTIVO-RECUSA
                       PERFORM REGISTRAR-RECUSA
                   WHEN WS-QTD-DIVISAO NOT < 20
                       MOVE "FLUXOFOL"       TO WS-CAMPO-RECUSA
                       MOVE FLX-EMPRESA      TO WS-VALOR-RECUSA
                       MOVE "DIVISAO COM MAIS DE 20 EMPRESAS"
                                             TO WS-MOTIVO-RECUSA
                       PERFORM REGISTRAR-RECUSA
                   WHEN OTHER
                       ADD 1 TO WS-QTD-DIVISAO
                       MOVE FLX-EMPRESA TO DIV-EMPRESA (WS-QTD-DIVISAO)
                       MOVE FLX-FLUXO   TO DIV-FLUXO (WS-QTD-DIVISAO)
                       PERFORM GUARDAR-NUMERO-DO-FLUXO
               END-EVALUATE
           END-IF.
           PERFORM LER-FLUXO.

       GUARDAR-NUMERO-DO-FLUXO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-FLU FROM 1 BY 1
                   UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
               IF FLU-NUMERO (WS-IDX-FLU) = FLX-FLUXO
                   SET ACHOU-O-ITEM TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACHOU-O-ITEM
               ADD 1 TO WS-QTD-FLUXOS
               MOVE FLX-FLUXO TO FLU-NUMERO (WS-QTD-FLUXOS)
           END-IF.

      *--------------------------------------------------------------*
      *    EMPRESAS DA RODADA - O EMPRPRM OU, SEM ELE, TODAS AS
      *    EMPRESAS QUE TEM FUNCIONARIO NO MESTRE.
      *--------------------------------------------------------------*
       CARREGAR-EMPRESAS-DA-RODADA.
           OPEN INPUT ARQ-SELECAO-EMPRESA.
           IF WS-STATUS-SELECAO = "00"
               PERFORM LER-SELECAO-EMPRESA
               PERFORM GUARDAR-EMPRESA-SELECIONADA UNTIL FIM-SELECAO
               CLOSE ARQ-SELECAO-EMPRESA
           END-IF.
           IF WS-QTD-RODADA = 0
               OPEN INPUT FUNCIONARIO-MASTER
               IF WS-STATUS-MASTER = "00"
                   PERFORM LER-PROXIMO-FUNCIONARIO
                   PERFORM GUARDAR-EMPRESA-DO-MESTRE UNTIL FIM-MASTER
                   CLOSE FUNCIONARIO-MASTER
               END-IF
           END-IF.

       LER-SELECAO-EMPRESA.
           READ ARQ-SELECAO-EMPRESA
               AT END SET FIM-SELECAO TO TRUE
           END-READ.

       GUARDAR-EMPRESA-SELECIONADA.
           IF SEL-EMPRESA IS NUMERIC AND SEL-EMPRESA > 0
               MOVE SEL-EMPRESA TO WS-EMPRESA-CANDIDATA
               PERFORM GUARDAR-EMPRESA-DA-RODADA
           END-IF.
           PERFORM LER-SELECAO-EMPRESA.

       LER-PROXIMO-FUNCIONARIO.
           READ FUNCIONARIO-MASTER NEXT RECORD
               AT END SET FIM-MASTER TO TRUE
           END-READ.

       GUARDAR-EMPRESA-DO-MESTRE.
           MOVE EMPRESA TO WS-EMPRESA-CANDIDATA.
           PERFORM GUARDAR-EMPRESA-DA-RODADA.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       GUARDAR-EMPRESA-DA-RODADA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-ROD FROM 1 BY 1
                   UNTIL WS-IDX-ROD > WS-QTD-RODADA
               IF ROD-EMPRESA (WS-IDX-ROD) = WS-EMPRESA-CANDIDATA
                   SET ACHOU-O-ITEM TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACHOU-O-ITEM
               IF WS-QTD-RODADA < 20
                   ADD 1 TO WS-QTD-RODADA
                   MOVE WS-EMPRESA-CANDIDATA
                       TO ROD-EMPRESA (WS-QTD-RODADA)
               ELSE
                   MOVE "EMPRESA"            TO WS-CAMPO-RECUSA
                   MOVE WS-EMPRESA-CANDIDATA TO WS-VALOR-RECUSA
                   MOVE "RODADA COM MAIS DE 20 EMPRESAS"
                                             TO WS-MOTIVO-RECUSA
                   PERFORM REGISTRAR-RECUSA
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    CADA EMPRESA DA RODADA EM UM FLUXO, E SO EMPRESAS DA
      *    RODADA NOS FLUXOS.
      *--------------------------------------------------------------*
       CONFERIR-DIVISAO-CONTRA-RODADA.
           PERFORM CONFERIR-EMPRESA-DA-RODADA
               VARYING WS-IDX-ROD FROM 1 BY 1
               UNTIL WS-IDX-ROD > WS-QTD-RODADA.
           PERFORM CONFERIR-EMPRESA-DO-FLUXO
               VARYING WS-IDX-DIV FROM 1 BY 1
               UNTIL WS-IDX-DIV > WS-QTD-DIVISAO.

       CONFERIR-EMPRESA-DA-RODADA.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                   UNTIL WS-IDX-DIV > WS-QTD-DIVISAO
               IF DIV-EMPRESA (WS-IDX-DIV) = ROD-EMPRESA (WS-IDX-ROD)
                   SET ACHOU-O-ITEM TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACHOU-O-ITEM
               MOVE "EMPRESA"                TO WS-CAMPO-RECUSA
               MOVE ROD-EMPRESA (WS-IDX-ROD) TO WS-VALOR-RECUSA
               MOVE "EMPRESA DA RODADA SEM FLUXO"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.

       CONFERIR-EMPRESA-DO-FLUXO.
           MOVE "N" TO WS-ACHOU.
           PERFORM VARYING WS-IDX-ROD FROM 1 BY 1
                   UNTIL WS-IDX-ROD > WS-QTD-RODADA
               IF ROD-EMPRESA (WS-IDX-ROD) = DIV-EMPRESA (WS-IDX-DIV)
                   SET ACHOU-O-ITEM TO TRUE
               END-IF
           END-PERFORM.
           IF NOT ACHOU-O-ITEM
               MOVE "FLX-EMPRESA"            TO WS-CAMPO-RECUSA
               MOVE DIV-EMPRESA (WS-IDX-DIV) TO WS-VALOR-RECUSA
               MOVE "EMPRESA DO FLUXO FORA DA SELECAO"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.

      *--------------------------------------------------------------*
      *    UM FLUXO JA CALCULADO (OU EM CALCULO) E AINDA NAO JUNTADO
      *    IMPEDE A ABERTURA - REPREPARA-LO APAGARIA O TRABALHO DELE.
      *--------------------------------------------------------------*
       CONFERIR-FLUXOS-PENDENTES.
           PERFORM CONFERIR-UM-FLUXO-PENDENTE
               VARYING WS-IDX-FLU FROM 1 BY 1
               UNTIL WS-IDX-FLU > WS-QTD-FLUXOS.

       CONFERIR-UM-FLUXO-PENDENTE.
           MOVE FLU-NUMERO (WS-IDX-FLU) TO WS-FLUXO-DO-NOME.
           PERFORM MONTAR-NOMES-DO-FLUXO.
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO = "00"
               READ ARQ-SITUACAO INTO REG-SITUACAO-FLUXO
                   NOT AT END
                       IF FLUXO-EM-EXECUCAO OR FLUXO-CONCLUIDO
                           OR FLUXO-COM-FALHA
                           MOVE "FXS-SITUACAO"   TO WS-CAMPO-RECUSA
                           MOVE SPACES           TO WS-VALOR-RECUSA
                           STRING WS-NOME-SITUACAO DELIMITED BY SPACE
                                  " " FXS-SITUACAO " " FXS-DATA
                                  DELIMITED BY SIZE
                                  INTO WS-VALOR-RECUSA
                           END-STRING
                           MOVE "FLUXO DA RODADA ANTERIOR NAO JUNTADO"
                                                 TO WS-MOTIVO-RECUSA
                           PERFORM REGISTRAR-RECUSA
                       END-IF
               END-READ
               CLOSE ARQ-SITUACAO
           END-IF.

       MONTAR-NOMES-DO-FLUXO.
           MOVE SPACES TO WS-NOME-SITUACAO.
           STRING "FSITF" WS-FLUXO-DO-NOME DELIMITED BY SIZE
               INTO WS-NOME-SITUACAO
           END-STRING.

      *--------------------------------------------------------------*
      *    TRAVA DO MESTRE EM NOME DA RODADA EM FLUXOS.
      *--------------------------------------------------------------*
       TOMAR-TRAVA-DO-MESTRE.
           MOVE "T"       TO WS-LCK-ACAO.
           MOVE "PROG163" TO WS-LCK-PROGRAMA.
           CALL "PROG69" USING WS-LCK-ACAO WS-LCK-PROGRAMA
               WS-LCK-RESULTADO.
           IF WS-LCK-RESULTADO = "N"
               MOVE "RUNLOCK"                TO WS-CAMPO-RECUSA
               MOVE SPACES                   TO WS-VALOR-RECUSA
               MOVE "MESTRE TRAVADO POR OUTRO PROGRAMA"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.

      *--------------------------------------------------------------*
      *    PREPARACAO DE UM FLUXO - CARTAO DE EMPRESAS, PONTO DE
      *    CONTROLE E TRAVA LIMPOS, SITUACAO "P".
      *--------------------------------------------------------------*
       PREPARAR-UM-FLUXO.
           MOVE FLU-NUMERO (WS-IDX-FLU) TO WS-FLUXO-DO-NOME.
           PERFORM MONTAR-NOMES-DO-FLUXO.

           MOVE SPACES TO WS-NOME-CARTAO.
           STRING "EMPRF" WS-FLUXO-DO-NOME DELIMITED BY SIZE
               INTO WS-NOME-CARTAO
           END-STRING.
           OPEN OUTPUT ARQ-CARTAO-FLUXO.
           PERFORM GRAVAR-EMPRESA-NO-CARTAO
               VARYING WS-IDX-DIV FROM 1 BY 1
               UNTIL WS-IDX-DIV > WS-QTD-DIVISAO.
           CLOSE ARQ-CARTAO-FLUXO.

           MOVE SPACES TO WS-NOME-CARTAO.
           STRING "FCKPF" WS-FLUXO-DO-NOME DELIMITED BY SIZE
               INTO WS-NOME-CARTAO
           END-STRING.
           OPEN OUTPUT ARQ-CARTAO-FLUXO.
           CLOSE ARQ-CARTAO-FLUXO.

           MOVE SPACES TO WS-NOME-CARTAO.
           STRING "RLCKF" WS-FLUXO-DO-NOME DELIMITED BY SIZE
               INTO WS-NOME-CARTAO
           END-STRING.
           OPEN OUTPUT ARQ-CARTAO-FLUXO.
           CLOSE ARQ-CARTAO-FLUXO.

           MOVE SPACES TO REG-SITUACAO-FLUXO.
           MOVE WS-FLUXO-DO-NOME TO FXS-FLUXO.
           SET FLUXO-PREPARADO   TO TRUE.
           MOVE WS-DATA-HOJE     TO FXS-DATA.
           MOVE WS-HORA-AGORA    TO FXS-HORA.
           MOVE 0                TO FXS-RETORNO.
           MOVE 0                TO FXS-QTD-HIST-ORIGINAL.
           MOVE 0                TO FXS-QTD-BANCO-ORIGINAL.
           MOVE 0                TO FXS-QTD-PROCESSADOS.
           MOVE 0                TO FXS-VALOR-BRUTO.
           OPEN OUTPUT ARQ-SITUACAO.
           WRITE REG-SITUACAO-ARQUIVO FROM REG-SITUACAO-FLUXO.
           CLOSE ARQ-SITUACAO.

       GRAVAR-EMPRESA-NO-CARTAO.
           IF DIV-FLUXO (WS-IDX-DIV) = WS-FLUXO-DO-NOME
               MOVE DIV-EMPRESA (WS-IDX-DIV) TO CFX-EMPRESA
               WRITE REG-CARTAO-FLUXO
           END-IF.

      *--------------------------------------------------------------*
      *    RECUSAS E REGISTRO DA ABERTURA.
      *--------------------------------------------------------------*
       REGISTRAR-RECUSA.
           ADD 1 TO WS-QTD-RECUSAS.
           DISPLAY "** " WS-MOTIVO-RECUSA " - " WS-VALOR-RECUSA.
           MOVE "PROG163"         TO EXC-PROGRAMA.
           MOVE WS-CAMPO-RECUSA   TO EXC-CAMPO.
           MOVE WS-VALOR-RECUSA   TO EXC-VALOR.
           MOVE WS-MOTIVO-RECUSA  TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE      TO EXC-DATA.
           MOVE WS-HORA-AGORA     TO EXC-HORA.
           WRITE REG-EXCECAO.

       REGISTRAR-ABERTURA-NO-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE "PROG163" TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-EVENTO.
           STRING "FOLHA EM FLUXOS ABERTA - FLUXOS " WS-QTD-FLUXOS
               " EMPRESAS " WS-QTD-DIVISAO
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE WS-DATA-HOJE TO LOG-DATA-HORA.
           MOVE "LOTE" TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG164.
      *     JUNCAO DO CALCULO DE FOLHA EM FLUXOS PARALELOS.
      *     PRIMEIRO PASSO DA SEGUNDA PARTE DA CADEIA NA RODADA EM
      *     FLUXOS (VER PROG163): SO DEPOIS DELE O RESTO DA CADEIA
      *     (ENCARGOS, ORDENACAO, RELATORIOS) VE A FOLHA CALCULADA.
      *
      *     ANTES DE ENCOSTAR EM QUALQUER ARQUIVO, RECONCILIA:
      *       - TODOS OS FLUXOS DA DIVISAO (FLUXOFOL) CONCLUIDOS ("C"
      *         NO FSITFNN); FLUXO PENDENTE OU COM FALHA SEGURA A
      *         JUNCAO ATE SER REEXECUTADO (PROG162);
      *       - CADA EMPRESA DA SELECAO DA RODADA (EMPRPRM; SEM ELA,
      *         TODAS AS DO MESTRE) EM EXATAMENTE UM FLUXO, E NENHUMA
      *         EMPRESA FORA DELA;
      *       - O QUE CADA FLUXO ACRESCENTOU AO FOLHAHIST SO TEM
      *         FUNCIONARIOS DAS EMPRESAS DO FLUXO, E BATE COM A
      *         QUANTIDADE E O BRUTO QUE O FLUXO REGISTROU NO FIM;
      *       - A SOMA DOS FLUXOS BATE COM O CARTAO DE CONTROLE DA
      *         RODADA (FOLHACTL), QUANDO HOUVER.
      *     QUALQUER DIVERGENCIA VAI PARA AS EXCECOES E DEVOLVE
      *     RETURN-CODE 16 SEM ALTERAR NADA; A TRAVA DO MESTRE TOMADA
      *     NA ABERTURA CONTINUA SEGURA ATE A JUNCAO PASSAR.
      *
      *     RECONCILIADO, DEVOLVE O RESULTADO DOS FLUXOS AOS ARQUIVOS
      *     ORIGINAIS:
      *       - FOLHAHIST E BANCOHOR: ACRESCENTA O QUE CADA FLUXO
      *         GRAVOU DEPOIS DA QUANTIDADE ORIGINAL DA SUA COPIA;
      *       - DESCPEND, EMPRESTI, ADIANTA, FERIASAG, REEMBOLS E
      *         COPAGTO (REGRAVADOS POR INTEIRO PELO CALCULO): CADA
      *         REGISTRO VEM DA COPIA DO FLUXO DONO DA EMPRESA DO
      *         FUNCIONARIO; FUNCIONARIO DE EMPRESA FORA DOS FLUXOS
      *         FICA COMO ESTAVA NO ORIGINAL;
      *       - PENSPAGO (REFEITO A CADA CALCULO): AS PENSOES PAGAS
      *         DE TODOS OS FLUXOS;
      *       - REMESSAS VTCOMPRA E PREVCONT E RELATORIOS RELQUIT,
      *         RELDPEND E RELVTRAN (GRAVADOS DE NOVO A CADA CALCULO):
      *         OS DE TODOS OS FLUXOS, UM APOS O OUTRO, NA ORDEM DOS
      *         FLUXOS.
      *     A IMAGEM ANTERIOR (FIMGFNN) FICA NO FLUXO - O ESTORNO
      *     (PROG135) A PROCURA PELO FLUXOFOL.
      *     MARCA OS FLUXOS COMO JUNTADOS ("J"), LIBERA A TRAVA DO
      *     MESTRE E REGISTRA A JUNCAO NO OPLOG. A PROVA SAI NO
      *     RELFLUXO: TOTAIS POR FLUXO E POR EMPRESA, CARTAO DE
      *     CONTROLE E O QUE CADA ARQUIVO RECEBEU.

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

           SELECT ARQ-CONTROLE ASSIGN TO "FOLHACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROLE.

           SELECT ARQ-SITUACAO ASSIGN TO DYNAMIC WS-NOME-SITUACAO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACAO.

           SELECT ARQ-ORIGEM ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORIGEM.

           SELECT ARQ-DESTINO ASSIGN TO DYNAMIC WS-NOME-DESTINO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESTINO.

           SELECT ARQ-HIST-FLUXO ASSIGN TO DYNAMIC WS-NOME-ORIGEM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HIST-FLUXO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELFLUXO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

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

       FD  ARQ-CONTROLE.
       01  REG-CONTROLE.
           05  CTL-QTD-ESPERADA        PIC 9(05).
           05  CTL-VALOR-ESPERADO      PIC 9(8)V9(2).

       FD  ARQ-SITUACAO.
       01  REG-SITUACAO-ARQUIVO        PIC X(51).

      *    OS ARQUIVOS JUNTADOS PASSAM PELO MESMO PAR DE FD
      *    GENERICOS; TODOS COMECAM PELO CODIGO DO FUNCIONARIO.
       FD  ARQ-ORIGEM.
       01  REG-ORIGEM                  PIC X(300).

       FD  ARQ-DESTINO.
       01  REG-DESTINO                 PIC X(300).

       FD  ARQ-HIST-FLUXO.
       COPY CPFOLHIS.

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       FD  ARQ-LOG.
       COPY CPOPLOG.

       WORKING-STORAGE SECTION.

       COPY CPFLXSIT.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-FLUXOS            PIC X(02).
       01  WS-STATUS-SELECAO           PIC X(02).
       01  WS-STATUS-CONTROLE          PIC X(02).
       01  WS-STATUS-SITUACAO          PIC X(02).
       01  WS-STATUS-ORIGEM            PIC X(02).
       01  WS-STATUS-DESTINO           PIC X(02).
       01  WS-STATUS-HIST-FLUXO        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
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
       01  WS-FIM-ORIGEM               PIC X VALUE "N".
           88  FIM-ORIGEM                  VALUE "S".
       01  WS-FIM-HIST-FLUXO           PIC X VALUE "N".
           88  FIM-HIST-FLUXO              VALUE "S".

       01  WS-NOME-SITUACAO            PIC X(10).
       01  WS-NOME-ORIGEM              PIC X(10).
       01  WS-NOME-DESTINO             PIC X(10).

       01  WS-MESTRE-ABERTO            PIC X VALUE "N".
           88  MESTRE-ABERTO               VALUE "S".

      *    DIVISAO EM FLUXOS - EMPRESA E FLUXO.
       01  WS-QTD-DIVISAO              PIC 9(02) VALUE 0.
       01  TAB-DIVISAO.
           05  DIV-ITEM OCCURS 20 TIMES.
               10  DIV-EMPRESA         PIC 9(03).
               10  DIV-FLUXO           PIC 9(02).
       01  WS-IDX-DIV                  PIC 9(02).

      *    FLUXOS - SITUACAO REGISTRADA PELO EXECUTOR E A RECONTAGEM
      *    DO QUE CADA UM ACRESCENTOU AO FOLHAHIST.
       01  WS-QTD-FLUXOS               PIC 9(02) VALUE 0.
       01  TAB-FLUXOS.
           05  FLU-ITEM OCCURS 20 TIMES.
               10  FLU-NUMERO          PIC 9(02).
               10  FLU-SITUACAO        PIC X(01).
               10  FLU-RETORNO         PIC 9(03).
               10  FLU-QTD-HIST-ORIG   PIC 9(07).
               10  FLU-QTD-BANCO-ORIG  PIC 9(07).
               10  FLU-QTD-REGISTRADA  PIC 9(05).
               10  FLU-BRUTO-REGISTRADO
                                       PIC 9(8)V9(2).
               10  FLU-QTD-CONTADA     PIC 9(05).
               10  FLU-BRUTO-CONTADO   PIC 9(8)V9(2).
       01  WS-IDX-FLU                  PIC 9(02).
       01  WS-QTD-JUNTADOS             PIC 9(02) VALUE 0.

      *    EMPRESAS DA RODADA, COM O TOTAL QUE OS FLUXOS CALCULARAM.
       01  WS-QTD-RODADA               PIC 9(02) VALUE 0.
       01  TAB-EMPRESAS-RODADA.
           05  ROD-ITEM OCCURS 20 TIMES.
               10  ROD-EMPRESA         PIC 9(03).
               10  ROD-QTD             PIC 9(05).
               10  ROD-BRUTO           PIC 9(8)V9(2).
       01  WS-IDX-ROD                  PIC 9(02).

       01  WS-EMPRESA-CANDIDATA        PIC 9(03).
       01  WS-ACHOU                    PIC X VALUE "N".
           88  ACHOU-O-ITEM                VALUE "S".

      *    DONO DE UM REGISTRO - CODIGO DO FUNCIONARIO NAS CINCO
      *    PRIMEIRAS POSICOES, EMPRESA PELO MESTRE, FLUXO PELA
      *    DIVISAO (ZERO = EMPRESA FORA DOS FLUXOS).
       01  WS-CODIGO-DONO              PIC 9(05).
       01  WS-CODIGO-DONO-X REDEFINES WS-CODIGO-DONO
                                       PIC X(05).
       01  WS-EMPRESA-DONO             PIC 9(03).
       01  WS-FLUXO-DONO               PIC 9(02).

       01  WS-TOTAIS.
           05  WS-TOTAL-QTD            PIC 9(05) VALUE 0.
           05  WS-TOTAL-BRUTO          PIC 9(8)V9(2) VALUE 0.
       01  WS-SITUACAO-CARTAO          PIC X(08) VALUE "AUSENTE".

       01  WS-QTD-RECUSAS              PIC 9(03) VALUE 0.
       01  WS-CAMPO-RECUSA             PIC X(15).
       01  WS-VALOR-RECUSA             PIC X(30).
       01  WS-MOTIVO-RECUSA            PIC X(40).

      *    ARQUIVOS DEVOLVIDOS AOS ORIGINAIS: NOME, PREFIXO DA COPIA
      *    DO FLUXO E MODO - A = ACRESCENTA O QUE O FLUXO GRAVOU,
      *    D = REGISTRO DO FLUXO DONO, C = CONCATENA OS FLUXOS.
       01  TAB-ARQUIVOS-JUNTADOS.
           05  FILLER PIC X(16) VALUE "FOLHAHIST FHSTFA".
           05  FILLER PIC X(16) VALUE "BANCOHOR  BHORFA".
           05  FILLER PIC X(16) VALUE "DESCPEND  DPNDFD".
           05  FILLER PIC X(16) VALUE "EMPRESTI  EMPTFD".
           05  FILLER PIC X(16) VALUE "ADIANTA   ADIAFD".
           05  FILLER PIC X(16) VALUE "FERIASAG  FAGDFD".
           05  FILLER PIC X(16) VALUE "REEMBOLS  RMBSFD".
           05  FILLER PIC X(16) VALUE "COPAGTO   CPAGFD".
           05  FILLER PIC X(16) VALUE "PENSPAGO  PPAGFC".
           05  FILLER PIC X(16) VALUE "VTCOMPRA  VTCPFC".
           05  FILLER PIC X(16) VALUE "PREVCONT  PVCTFC".
           05  FILLER PIC X(16) VALUE "RELQUIT   RQUIFC".
           05  FILLER PIC X(16) VALUE "RELDPEND  RDPNFC".
           05  FILLER PIC X(16) VALUE "RELVTRAN  RVTRFC".
       01  FILLER REDEFINES TAB-ARQUIVOS-JUNTADOS.
           05  JNT-ITEM OCCURS 14 TIMES.
               10  JNT-NOME-ORIGINAL   PIC X(10).
               10  JNT-PREFIXO         PIC X(05).
               10  JNT-MODO            PIC X(01).
       01  WS-IDX-JNT                  PIC 9(02).

       01  WS-QTD-LIDOS                PIC 9(07).
       01  WS-QTD-PULAR                PIC 9(07).
       01  WS-QTD-DO-ORIGINAL          PIC 9(07).
       01  WS-QTD-DOS-FLUXOS           PIC 9(07).

      *    TRAVA DE EXECUCAO DO MESTRE (PROG69).
       01  WS-LCK-ACAO                 PIC X(01).
       01  WS-LCK-PROGRAMA             PIC X(08).
       01  WS-LCK-RESULTADO            PIC X(01).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-DIVISAO-EM-FLUXOS.
           PERFORM CARREGAR-SITUACAO-DOS-FLUXOS
               VARYING WS-IDX-FLU FROM 1 BY 1
               UNTIL WS-IDX-FLU > WS-QTD-FLUXOS.
           IF WS-QTD-FLUXOS > 0 AND WS-QTD-JUNTADOS = WS-QTD-FLUXOS
               MOVE "JUNCAO JA FEITA EM TODOS OS FLUXOS - NADA A FAZER"
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               DISPLAY "JUNCAO DOS FLUXOS JA FEITA - NADA A JUNTAR"
           ELSE
               PERFORM RECONCILIAR-A-RODADA
               IF WS-QTD-RECUSAS = 0
                   PERFORM JUNTAR-UM-ARQUIVO
                       VARYING WS-IDX-JNT FROM 1 BY 1
                       UNTIL WS-IDX-JNT > 14
                   PERFORM MARCAR-FLUXO-JUNTADO
                       VARYING WS-IDX-FLU FROM 1 BY 1
                       UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
                   PERFORM LIBERAR-TRAVA-DO-MESTRE
                   PERFORM REGISTRAR-JUNCAO-NO-LOG
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE "JUNCAO CONCLUIDA - TRAVA DO MESTRE LIBERADA"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   DISPLAY "JUNCAO DOS FLUXOS CONCLUIDA - VER RELFLUXO"
               ELSE
                   MOVE SPACES TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   MOVE "JUNCAO RECUSADA - NENHUM ARQUIVO ALTERADO"
                       TO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
                   DISPLAY "** JUNCAO DOS FLUXOS RECUSADA - RECUSAS: "
                       WS-QTD-RECUSAS " (VER RELFLUXO) **"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM ENCERRAR-ARQUIVOS.

       PROGRAM-DONE.
           GOBACK.

       ABRIR-ARQUIVOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "JUNCAO DA FOLHA EM FLUXOS - " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           OPEN INPUT FUNCIONARIO-MASTER.
           IF WS-STATUS-MASTER = "00"
               SET MESTRE-ABERTO TO TRUE
           END-IF.

       ENCERRAR-ARQUIVOS.
           IF MESTRE-ABERTO
               CLOSE FUNCIONARIO-MASTER
           END-IF.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-RELATORIO.

      *--------------------------------------------------------------*
      *    DIVISAO EM FLUXOS (FLUXOFOL) E SITUACAO DE CADA FLUXO.
      *--------------------------------------------------------------*
       CARREGAR-DIVISAO-EM-FLUXOS.
           OPEN INPUT ARQ-FLUXOS.
           IF WS-STATUS-FLUXOS = "00"
               PERFORM LER-FLUXO
               PERFORM GUARDAR-UM-FLUXO UNTIL FIM-FLUXOS
               CLOSE ARQ-FLUXOS
           END-IF.

       LER-FLUXO.
           READ ARQ-FLUXOS
               AT END SET FIM-FLUXOS TO TRUE
           END-READ.

       GUARDAR-UM-FLUXO.
           IF FLX-FLUXO IS NUMERIC AND FLX-FLUXO > 0
               AND FLX-EMPRESA IS NUMERIC AND FLX-EMPRESA > 0
               AND WS-QTD-DIVISAO < 20
               ADD 1 TO WS-QTD-DIVISAO
               MOVE FLX-EMPRESA TO DIV-EMPRESA (WS-QTD-DIVISAO)
               MOVE FLX-FLUXO   TO DIV-FLUXO (WS-QTD-DIVISAO)
               MOVE "N" TO WS-ACHOU
               PERFORM VARYING WS-IDX-FLU FROM 1 BY 1
                       UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
                   IF FLU-NUMERO (WS-IDX-FLU) = FLX-FLUXO
                       SET ACHOU-O-ITEM TO TRUE
                   END-IF
               END-PERFORM
               IF NOT ACHOU-O-ITEM
                   ADD 1 TO WS-QTD-FLUXOS
                   MOVE FLX-FLUXO TO FLU-NUMERO (WS-QTD-FLUXOS)
               END-IF
           END-IF.
           PERFORM LER-FLUXO.

       CARREGAR-SITUACAO-DOS-FLUXOS.
           MOVE SPACES TO WS-NOME-SITUACAO.
           STRING "FSITF" FLU-NUMERO (WS-IDX-FLU) DELIMITED BY SIZE
               INTO WS-NOME-SITUACAO
           END-STRING.
           MOVE SPACES TO FLU-SITUACAO (WS-IDX-FLU).
           MOVE 0 TO FLU-RETORNO (WS-IDX-FLU).
           MOVE 0 TO FLU-QTD-HIST-ORIG (WS-IDX-FLU).
           MOVE 0 TO FLU-QTD-BANCO-ORIG (WS-IDX-FLU).
           MOVE 0 TO FLU-QTD-REGISTRADA (WS-IDX-FLU).
           MOVE 0 TO FLU-BRUTO-REGISTRADO (WS-IDX-FLU).
           MOVE 0 TO FLU-QTD-CONTADA (WS-IDX-FLU).
           MOVE 0 TO FLU-BRUTO-CONTADO (WS-IDX-FLU).
           OPEN INPUT ARQ-SITUACAO.
           IF WS-STATUS-SITUACAO = "00"
               READ ARQ-SITUACAO INTO REG-SITUACAO-FLUXO
                   AT END MOVE SPACES TO REG-SITUACAO-FLUXO
               END-READ
               PERFORM GUARDAR-SITUACAO-DO-FLUXO
               CLOSE ARQ-SITUACAO
           END-IF.
           IF FLU-SITUACAO (WS-IDX-FLU) = "J"
               ADD 1 TO WS-QTD-JUNTADOS
           END-IF.

       GUARDAR-SITUACAO-DO-FLUXO.
           MOVE FXS-SITUACAO TO FLU-SITUACAO (WS-IDX-FLU).
           IF FXS-RETORNO IS NUMERIC
               MOVE FXS-RETORNO TO FLU-RETORNO (WS-IDX-FLU)
           END-IF.
           IF FLUXO-CONCLUIDO OR FLUXO-JUNTADO
               MOVE FXS-QTD-HIST-ORIGINAL
                   TO FLU-QTD-HIST-ORIG (WS-IDX-FLU)
               MOVE FXS-QTD-BANCO-ORIGINAL
                   TO FLU-QTD-BANCO-ORIG (WS-IDX-FLU)
               MOVE FXS-QTD-PROCESSADOS
                   TO FLU-QTD-REGISTRADA (WS-IDX-FLU)
               MOVE FXS-VALOR-BRUTO
                   TO FLU-BRUTO-REGISTRADO (WS-IDX-FLU)
           END-IF.

      *--------------------------------------------------------------*
      *    RECONCILIACAO - FLUXOS CONCLUIDOS, DIVISAO CONTRA A
      *    SELECAO, RECONTAGEM POR EMPRESA E CARTAO DE CONTROLE.
      *--------------------------------------------------------------*
       RECONCILIAR-A-RODADA.
           IF NOT MESTRE-ABERTO
               MOVE "FUNCMAST"               TO WS-CAMPO-RECUSA
               MOVE WS-STATUS-MASTER         TO WS-VALOR-RECUSA
               MOVE "MESTRE INACESSIVEL"     TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.
           IF WS-QTD-FLUXOS = 0
               MOVE "FLUXOFOL"               TO WS-CAMPO-RECUSA
               MOVE SPACES                   TO WS-VALOR-RECUSA
               MOVE "SEM DIVISAO DE EMPRESAS EM FLUXOS"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.
           PERFORM CONFERIR-FLUXO-CONCLUIDO
               VARYING WS-IDX-FLU FROM 1 BY 1
               UNTIL WS-IDX-FLU > WS-QTD-FLUXOS.
           IF WS-QTD-RECUSAS = 0
               PERFORM CARREGAR-EMPRESAS-DA-RODADA
               PERFORM CONFERIR-DIVISAO-CONTRA-RODADA
           END-IF.
           IF WS-QTD-RECUSAS = 0
               PERFORM RECONTAR-UM-FLUXO
                   VARYING WS-IDX-FLU FROM 1 BY 1
                   UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
               PERFORM CONFERIR-CARTAO-DE-CONTROLE
           END-IF.
           PERFORM IMPRIMIR-RECONCILIACAO.

       CONFERIR-FLUXO-CONCLUIDO.
           IF FLU-SITUACAO (WS-IDX-FLU) NOT = "C"
               MOVE "FXS-SITUACAO"           TO WS-CAMPO-RECUSA
               MOVE SPACES                   TO WS-VALOR-RECUSA
               STRING "FLUXO " FLU-NUMERO (WS-IDX-FLU)
                   " SITUACAO " FLU-SITUACAO (WS-IDX-FLU)
                   " RC " FLU-RETORNO (WS-IDX-FLU)
                   DELIMITED BY SIZE INTO WS-VALOR-RECUSA
               END-STRING
               MOVE "FLUXO NAO CONCLUIDO - REEXECUTAR O FLUXO"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.

       CARREGAR-EMPRESAS-DA-RODADA.
           OPEN INPUT ARQ-SELECAO-EMPRESA.
           IF WS-STATUS-SELECAO = "00"
               PERFORM LER-SELECAO-EMPRESA
               PERFORM GUARDAR-EMPRESA-SELECIONADA UNTIL FIM-SELECAO
               CLOSE ARQ-SELECAO-EMPRESA
           END-IF.
           IF WS-QTD-RODADA = 0
               PERFORM LER-PROXIMO-FUNCIONARIO
               PERFORM GUARDAR-EMPRESA-DO-MESTRE UNTIL FIM-MASTER
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
                   MOVE 0 TO ROD-QTD (WS-QTD-RODADA)
                   MOVE 0 TO ROD-BRUTO (WS-QTD-RODADA)
               ELSE
                   MOVE "EMPRESA"            TO WS-CAMPO-RECUSA
                   MOVE WS-EMPRESA-CANDIDATA TO WS-VALOR-RECUSA
                   MOVE "RODADA COM MAIS DE 20 EMPRESAS"
                                             TO WS-MOTIVO-RECUSA
                   PERFORM REGISTRAR-RECUSA
               END-IF
           END-IF.

       CONFERIR-DIVISAO-CONTRA-RODADA.
           PERFORM CONFERIR-EMPRESA-DA-RODADA
               VARYING WS-IDX-ROD FROM 1 BY 1
               UNTIL WS-IDX-ROD > WS-QTD-RODADA.
           PERFORM CONFERIR-EMPRESA-DO-FLUXO
               VARYING WS-IDX-DIV FROM 1 BY 1
               UNTIL WS-IDX-DIV > WS-QTD-DIVISAO.

       CONFERIR-EMPRESA-DA-RODADA.
           MOVE 0 TO WS-EMPRESA-CANDIDATA.
           PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                   UNTIL WS-IDX-DIV > WS-QTD-DIVISAO
               IF DIV-EMPRESA (WS-IDX-DIV) = ROD-EMPRESA (WS-IDX-ROD)
                   ADD 1 TO WS-EMPRESA-CANDIDATA
               END-IF
           END-PERFORM.
           IF WS-EMPRESA-CANDIDATA NOT = 1
               MOVE "EMPRESA"                TO WS-CAMPO-RECUSA
               MOVE ROD-EMPRESA (WS-IDX-ROD) TO WS-VALOR-RECUSA
               MOVE "EMPRESA DA RODADA SEM FLUXO OU EM DOIS"
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

      *    O QUE O FLUXO ACRESCENTOU AO FOLHAHIST, FUNCIONARIO POR
      *    FUNCIONARIO, CONTRA A EMPRESA DELE NO MESTRE.
       RECONTAR-UM-FLUXO.
           MOVE SPACES TO WS-NOME-ORIGEM.
           STRING "FHSTF" FLU-NUMERO (WS-IDX-FLU) DELIMITED BY SIZE
               INTO WS-NOME-ORIGEM
           END-STRING.
           MOVE 0 TO WS-QTD-LIDOS.
           MOVE "N" TO WS-FIM-HIST-FLUXO.
           OPEN INPUT ARQ-HIST-FLUXO.
           IF WS-STATUS-HIST-FLUXO = "00"
               PERFORM LER-HIST-FLUXO
               PERFORM RECONTAR-UM-REGISTRO UNTIL FIM-HIST-FLUXO
               CLOSE ARQ-HIST-FLUXO
           END-IF.
           IF FLU-QTD-CONTADA (WS-IDX-FLU)
                   NOT = FLU-QTD-REGISTRADA (WS-IDX-FLU)
               OR FLU-BRUTO-CONTADO (WS-IDX-FLU)
                   NOT = FLU-BRUTO-REGISTRADO (WS-IDX-FLU)
               MOVE WS-NOME-ORIGEM           TO WS-CAMPO-RECUSA
               MOVE SPACES                   TO WS-VALOR-RECUSA
               STRING FLU-QTD-CONTADA (WS-IDX-FLU) " "
                   FLU-BRUTO-CONTADO (WS-IDX-FLU)
                   DELIMITED BY SIZE INTO WS-VALOR-RECUSA
               END-STRING
               MOVE "COPIA DO FLUXO NAO BATE COM O REGISTRADO"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.

       LER-HIST-FLUXO.
           READ ARQ-HIST-FLUXO
               AT END SET FIM-HIST-FLUXO TO TRUE
           END-READ.

       RECONTAR-UM-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.
           IF WS-QTD-LIDOS > FLU-QTD-HIST-ORIG (WS-IDX-FLU)
               ADD 1         TO FLU-QTD-CONTADA (WS-IDX-FLU)
               ADD FHS-BRUTO TO FLU-BRUTO-CONTADO (WS-IDX-FLU)
               ADD 1         TO WS-TOTAL-QTD
               ADD FHS-BRUTO TO WS-TOTAL-BRUTO
               MOVE FHS-CODIGO TO WS-CODIGO-DONO
               PERFORM LOCALIZAR-DONO-DO-REGISTRO
               IF WS-FLUXO-DONO NOT = FLU-NUMERO (WS-IDX-FLU)
                   MOVE "FHS-CODIGO"         TO WS-CAMPO-RECUSA
                   MOVE SPACES               TO WS-VALOR-RECUSA
                   STRING FHS-CODIGO " EMPRESA " WS-EMPRESA-DONO
                       " FLUXO " FLU-NUMERO (WS-IDX-FLU)
                       DELIMITED BY SIZE INTO WS-VALOR-RECUSA
                   END-STRING
                   MOVE "FUNCIONARIO DE EMPRESA DE OUTRO FLUXO"
                                             TO WS-MOTIVO-RECUSA
                   PERFORM REGISTRAR-RECUSA
               ELSE
                   PERFORM ACUMULAR-TOTAL-DA-EMPRESA
               END-IF
           END-IF.
           PERFORM LER-HIST-FLUXO.

       ACUMULAR-TOTAL-DA-EMPRESA.
           PERFORM VARYING WS-IDX-ROD FROM 1 BY 1
                   UNTIL WS-IDX-ROD > WS-QTD-RODADA
               IF ROD-EMPRESA (WS-IDX-ROD) = WS-EMPRESA-DONO
                   ADD 1         TO ROD-QTD (WS-IDX-ROD)
                   ADD FHS-BRUTO TO ROD-BRUTO (WS-IDX-ROD)
               END-IF
           END-PERFORM.

       LOCALIZAR-DONO-DO-REGISTRO.
           MOVE 0 TO WS-EMPRESA-DONO.
           MOVE 0 TO WS-FLUXO-DONO.
           IF WS-CODIGO-DONO-X IS NUMERIC
               MOVE WS-CODIGO-DONO TO CODIGO
               READ FUNCIONARIO-MASTER KEY IS CODIGO
                   INVALID KEY
                       MOVE 0 TO WS-EMPRESA-DONO
                   NOT INVALID KEY
                       MOVE EMPRESA TO WS-EMPRESA-DONO
               END-READ
           END-IF.
           PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                   UNTIL WS-IDX-DIV > WS-QTD-DIVISAO
               IF DIV-EMPRESA (WS-IDX-DIV) = WS-EMPRESA-DONO
                   MOVE DIV-FLUXO (WS-IDX-DIV) TO WS-FLUXO-DONO
               END-IF
           END-PERFORM.

       CONFERIR-CARTAO-DE-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           IF WS-STATUS-CONTROLE = "00"
               READ ARQ-CONTROLE
                   AT END MOVE "AUSENTE" TO WS-SITUACAO-CARTAO
                   NOT AT END
                       IF CTL-QTD-ESPERADA = WS-TOTAL-QTD
                           AND CTL-VALOR-ESPERADO = WS-TOTAL-BRUTO
                           MOVE "CONFERE" TO WS-SITUACAO-CARTAO
                       ELSE
                           MOVE "DIVERGE" TO WS-SITUACAO-CARTAO
                       END-IF
               END-READ
               CLOSE ARQ-CONTROLE
           END-IF.
           IF WS-SITUACAO-CARTAO = "DIVERGE"
               MOVE "LOTE-FOLHA"             TO WS-CAMPO-RECUSA
               MOVE SPACES                   TO WS-VALOR-RECUSA
               STRING WS-TOTAL-QTD " " WS-TOTAL-BRUTO
                   DELIMITED BY SIZE INTO WS-VALOR-RECUSA
               END-STRING
               MOVE "SOMA DOS FLUXOS DIVERGE DO FOLHACTL"
                                             TO WS-MOTIVO-RECUSA
               PERFORM REGISTRAR-RECUSA
           END-IF.

       IMPRIMIR-RECONCILIACAO.
           PERFORM IMPRIMIR-LINHA-FLUXO
               VARYING WS-IDX-FLU FROM 1 BY 1
               UNTIL WS-IDX-FLU > WS-QTD-FLUXOS.
           PERFORM IMPRIMIR-LINHA-EMPRESA
               VARYING WS-IDX-ROD FROM 1 BY 1
               UNTIL WS-IDX-ROD > WS-QTD-RODADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DOS FLUXOS - PROCESSADOS " WS-TOTAL-QTD
               " BRUTO " WS-TOTAL-BRUTO
               " - FOLHACTL " WS-SITUACAO-CARTAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-FLUXO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FLUXO " FLU-NUMERO (WS-IDX-FLU)
               " SITUACAO " FLU-SITUACAO (WS-IDX-FLU)
               " RETORNO " FLU-RETORNO (WS-IDX-FLU)
               " PROCESSADOS " FLU-QTD-CONTADA (WS-IDX-FLU)
               " BRUTO " FLU-BRUTO-CONTADO (WS-IDX-FLU)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-LINHA-EMPRESA.
           MOVE 0 TO WS-FLUXO-DONO.
           PERFORM VARYING WS-IDX-DIV FROM 1 BY 1
                   UNTIL WS-IDX-DIV > WS-QTD-DIVISAO
               IF DIV-EMPRESA (WS-IDX-DIV) = ROD-EMPRESA (WS-IDX-ROD)
                   MOVE DIV-FLUXO (WS-IDX-DIV) TO WS-FLUXO-DONO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  EMPRESA " ROD-EMPRESA (WS-IDX-ROD)
               " FLUXO " WS-FLUXO-DONO
               " PROCESSADOS " ROD-QTD (WS-IDX-ROD)
               " BRUTO " ROD-BRUTO (WS-IDX-ROD)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *--------------------------------------------------------------*
      *    JUNCAO DE UM ARQUIVO, PELO MODO DA TABELA.
      *--------------------------------------------------------------*
       JUNTAR-UM-ARQUIVO.
           MOVE 0 TO WS-QTD-DO-ORIGINAL.
           MOVE 0 TO WS-QTD-DOS-FLUXOS.
           EVALUATE JNT-MODO (WS-IDX-JNT)
               WHEN "A"
                   MOVE JNT-NOME-ORIGINAL (WS-IDX-JNT)
                       TO WS-NOME-DESTINO
                   OPEN EXTEND ARQ-DESTINO
                   IF WS-STATUS-DESTINO = "35"
                       OPEN OUTPUT ARQ-DESTINO
                   END-IF
                   PERFORM ACRESCENTAR-UM-FLUXO
                       VARYING WS-IDX-FLU FROM 1 BY 1
                       UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
                   CLOSE ARQ-DESTINO
               WHEN "C"
                   MOVE JNT-NOME-ORIGINAL (WS-IDX-JNT)
                       TO WS-NOME-DESTINO
                   OPEN OUTPUT ARQ-DESTINO
                   MOVE 0 TO WS-QTD-PULAR
                   PERFORM COPIAR-A-COPIA-DO-FLUXO
                       VARYING WS-IDX-FLU FROM 1 BY 1
                       UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
                   CLOSE ARQ-DESTINO
               WHEN "D"
                   PERFORM JUNTAR-PELO-DONO
           END-EVALUATE.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ARQUIVO " JNT-NOME-ORIGINAL (WS-IDX-JNT)
               " MODO " JNT-MODO (WS-IDX-JNT)
               " - DO ORIGINAL " WS-QTD-DO-ORIGINAL
               " - DOS FLUXOS " WS-QTD-DOS-FLUXOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       ACRESCENTAR-UM-FLUXO.
           IF JNT-NOME-ORIGINAL (WS-IDX-JNT) = "FOLHAHIST"
               MOVE FLU-QTD-HIST-ORIG (WS-IDX-FLU) TO WS-QTD-PULAR
           ELSE
               MOVE FLU-QTD-BANCO-ORIG (WS-IDX-FLU) TO WS-QTD-PULAR
           END-IF.
           PERFORM COPIAR-A-COPIA-DO-FLUXO.

      *    COPIA DO FLUXO PARA O DESTINO, PULANDO OS WS-QTD-PULAR
      *    PRIMEIROS REGISTROS (OS QUE JA ESTAVAM NO ORIGINAL).
       COPIAR-A-COPIA-DO-FLUXO.
           PERFORM MONTAR-NOME-DA-COPIA.
           MOVE 0 TO WS-QTD-LIDOS.
           MOVE "N" TO WS-FIM-ORIGEM.
           OPEN INPUT ARQ-ORIGEM.
           IF WS-STATUS-ORIGEM = "00"
               PERFORM LER-ORIGEM
               PERFORM COPIAR-UM-REGISTRO UNTIL FIM-ORIGEM
               CLOSE ARQ-ORIGEM
           END-IF.

       COPIAR-UM-REGISTRO.
           ADD 1 TO WS-QTD-LIDOS.
           IF WS-QTD-LIDOS > WS-QTD-PULAR
               WRITE REG-DESTINO FROM REG-ORIGEM
               ADD 1 TO WS-QTD-DOS-FLUXOS
           END-IF.
           PERFORM LER-ORIGEM.

       LER-ORIGEM.
           READ ARQ-ORIGEM
               AT END SET FIM-ORIGEM TO TRUE
           END-READ.

       MONTAR-NOME-DA-COPIA.
           MOVE SPACES TO WS-NOME-ORIGEM.
           STRING JNT-PREFIXO (WS-IDX-JNT) FLU-NUMERO (WS-IDX-FLU)
               DELIMITED BY SIZE INTO WS-NOME-ORIGEM
           END-STRING.

      *    MONTA O ARQUIVO NOVO NO FLUXOWRK - DO ORIGINAL, OS
      *    REGISTROS SEM FLUXO DONO; DE CADA COPIA, OS DO PROPRIO
      *    FLUXO - E SO ENTAO O DEVOLVE POR CIMA DO ORIGINAL.
       JUNTAR-PELO-DONO.
           MOVE "FLUXOWRK" TO WS-NOME-DESTINO.
           OPEN OUTPUT ARQ-DESTINO.
           MOVE JNT-NOME-ORIGINAL (WS-IDX-JNT) TO WS-NOME-ORIGEM.
           MOVE 0 TO WS-IDX-FLU.
           PERFORM SEPARAR-UM-ARQUIVO-PELO-DONO.
           PERFORM VARYING WS-IDX-FLU FROM 1 BY 1
                   UNTIL WS-IDX-FLU > WS-QTD-FLUXOS
               PERFORM MONTAR-NOME-DA-COPIA
               PERFORM SEPARAR-UM-ARQUIVO-PELO-DONO
           END-PERFORM.
           CLOSE ARQ-DESTINO.

           MOVE "FLUXOWRK" TO WS-NOME-ORIGEM.
           MOVE JNT-NOME-ORIGINAL (WS-IDX-JNT) TO WS-NOME-DESTINO.
           OPEN OUTPUT ARQ-DESTINO.
           MOVE "N" TO WS-FIM-ORIGEM.
           OPEN INPUT ARQ-ORIGEM.
           IF WS-STATUS-ORIGEM = "00"
               PERFORM LER-ORIGEM
               PERFORM DEVOLVER-UM-REGISTRO UNTIL FIM-ORIGEM
               CLOSE ARQ-ORIGEM
           END-IF.
           CLOSE ARQ-DESTINO.

       SEPARAR-UM-ARQUIVO-PELO-DONO.
           MOVE "N" TO WS-FIM-ORIGEM.
           OPEN INPUT ARQ-ORIGEM.
           IF WS-STATUS-ORIGEM = "00"
               PERFORM LER-ORIGEM
               PERFORM SEPARAR-UM-REGISTRO UNTIL FIM-ORIGEM
               CLOSE ARQ-ORIGEM
           END-IF.

      *    WS-IDX-FLU ZERO = LENDO O ORIGINAL.
       SEPARAR-UM-REGISTRO.
           MOVE REG-ORIGEM (1:5) TO WS-CODIGO-DONO-X.
           PERFORM LOCALIZAR-DONO-DO-REGISTRO.
           IF WS-IDX-FLU = 0
               IF WS-FLUXO-DONO = 0
                   WRITE REG-DESTINO FROM REG-ORIGEM
                   ADD 1 TO WS-QTD-DO-ORIGINAL
               END-IF
           ELSE
               IF WS-FLUXO-DONO = FLU-NUMERO (WS-IDX-FLU)
                   WRITE REG-DESTINO FROM REG-ORIGEM
                   ADD 1 TO WS-QTD-DOS-FLUXOS
               END-IF
           END-IF.
           PERFORM LER-ORIGEM.

       DEVOLVER-UM-REGISTRO.
           WRITE REG-DESTINO FROM REG-ORIGEM.
           PERFORM LER-ORIGEM.

      *--------------------------------------------------------------*
      *    FECHAMENTO DA RODADA EM FLUXOS.
      *--------------------------------------------------------------*
       MARCAR-FLUXO-JUNTADO.
           MOVE SPACES TO WS-NOME-SITUACAO.
           STRING "FSITF" FLU-NUMERO (WS-IDX-FLU) DELIMITED BY SIZE
               INTO WS-NOME-SITUACAO
           END-STRING.
           OPEN INPUT ARQ-SITUACAO.
           READ ARQ-SITUACAO INTO REG-SITUACAO-FLUXO
               AT END MOVE SPACES TO REG-SITUACAO-FLUXO
           END-READ.
           CLOSE ARQ-SITUACAO.
           SET FLUXO-JUNTADO TO TRUE.
           MOVE WS-DATA-HOJE  TO FXS-DATA.
           MOVE WS-HORA-AGORA TO FXS-HORA.
           OPEN OUTPUT ARQ-SITUACAO.
           WRITE REG-SITUACAO-ARQUIVO FROM REG-SITUACAO-FLUXO.
           CLOSE ARQ-SITUACAO.

       LIBERAR-TRAVA-DO-MESTRE.
           MOVE "L"       TO WS-LCK-ACAO.
           MOVE "PROG164" TO WS-LCK-PROGRAMA.
           CALL "PROG69" USING WS-LCK-ACAO WS-LCK-PROGRAMA
               WS-LCK-RESULTADO.

       REGISTRAR-JUNCAO-NO-LOG.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE "PROG164" TO LOG-PROGRAMA.
           MOVE SPACES TO LOG-EVENTO.
           STRING "FOLHA EM FLUXOS JUNTADA - FLUXOS " WS-QTD-FLUXOS
               " PROCESSADOS " WS-TOTAL-QTD
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE WS-DATA-HOJE TO LOG-DATA-HORA.
           MOVE "LOTE" TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

       REGISTRAR-RECUSA.
           ADD 1 TO WS-QTD-RECUSAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RECUSA: " WS-MOTIVO-RECUSA " - " WS-VALOR-RECUSA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE "PROG164"         TO EXC-PROGRAMA.
           MOVE WS-CAMPO-RECUSA   TO EXC-CAMPO.
           MOVE WS-VALOR-RECUSA   TO EXC-VALOR.
           MOVE WS-MOTIVO-RECUSA  TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE      TO EXC-DATA.
           MOVE WS-HORA-AGORA     TO EXC-HORA.
           WRITE REG-EXCECAO.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG121.
      *     APURACAO DE COMISSOES DE VENDAS E DO REFLEXO NO DSR.
      *     LE O EXTRATO MENSAL DO SISTEMA COMERCIAL (VENDAS - CODIGO
      *     DO VENDEDOR, NOTA, VALOR VENDIDO E VALOR DEVOLVIDO) E
      *     APLICA O PERCENTUAL DA TABELA DE COMISSOES (COMISTAB) -
      *     O DO VENDEDOR, QUANDO HOUVER, SENAO O DO CARGO DELE NO
      *     MESTRE. A DEVOLUCAO DE NOTA DE MES ANTERIOR ESTORNA A
      *     COMISSAO JA PAGA; QUANDO O ESTORNO PASSA DA COMISSAO DO
      *     MES, A DIFERENCA FICA COMO SALDO DEVEDOR DO VENDEDOR
      *     (COMISALD) E E ABATIDA NA COMPETENCIA SEGUINTE.
      *
      *     A COMISSAO E O DESCANSO SEMANAL REMUNERADO SOBRE ELA
      *     (COMISSAO / DIAS UTEIS X DOMINGOS E FERIADOS DO MES, PELO
      *     CALENDAR) VAO PARA A FOLHA VIA FLUXO DE MOVIMENTOS - O
      *     PROGRAMA GERA O LOTE MOVCOMIS (HEADER COM SEQUENCIA
      *     AAMMDD, DETALHES DE PROVENTO E TRAILER, O MESMO CONTROLE
      *     DO MOVFOLHA) PARA A VALIDACAO DO PROG49, QUE OS GRAVA NO
      *     MOVVALID. O EXTRATO DE CADA VENDEDOR, NOTA A NOTA, SAI EM
      *     RELCOMIS; LINHA DO EXTRATO DE VENDAS RECUSADA E VENDEDOR
      *     SEM PERCENTUAL VAO PARA O ARQUIVO DE EXCECOES.
      *
      *     O CARTAO OPCIONAL FOLHADTA INFORMA A COMPETENCIA; SEM
      *     ELE, VALE A DO DIA. RODAR DE NOVO NA MESMA COMPETENCIA
      *     REFAZ O SALDO DEVEDOR DELA A PARTIR DO SALDO DA
      *     COMPETENCIA ANTERIOR, SEM ABATER DUAS VEZES.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNCIONARIO-MASTER ASSIGN TO "FUNCMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO
               ALTERNATE RECORD KEY IS NOME WITH DUPLICATES
               FILE STATUS IS WS-STATUS-MASTER.

           SELECT ARQ-VENDAS ASSIGN TO "VENDAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VENDAS.

           SELECT ARQ-TABELA-COMISSAO ASSIGN TO "COMISTAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TABELA.

           SELECT ARQ-SALDOS ASSIGN TO "COMISALD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALDOS.

           SELECT ARQ-CALENDARIO ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CALENDARIO.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-MOVIMENTOS ASSIGN TO "MOVCOMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOVIMENTOS.

           SELECT ARQ-RELATORIO ASSIGN TO "RELCOMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  FUNCIONARIO-MASTER.
       COPY CPFUNC.

       FD  ARQ-VENDAS.
       COPY CPVENDAS.

       FD  ARQ-TABELA-COMISSAO.
       COPY CPCOMIS.

      *    SALDO DEVEDOR DE COMISSAO DO VENDEDOR AO FIM DA
      *    COMPETENCIA - ESTORNO DE DEVOLUCAO AINDA NAO ABATIDO.
       FD  ARQ-SALDOS.
       01  REG-SALDO-COMISSAO.
           05  CSD-COMPETENCIA         PIC 9(06).
           05  CSD-CODIGO              PIC 9(05).
           05  CSD-SALDO-DEVEDOR       PIC 9(7)V9(2).

       FD  ARQ-CALENDARIO.
       01  REG-CALENDARIO.
           05  CAL-DATA                PIC 9(08).
           05  CAL-DESCRICAO           PIC X(20).

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-MOVIMENTOS.
       01  REG-MOV-ENTRADA.
           05  MOV-TIPO-REG            PIC X(01).
           05  MOV-DADOS               PIC X(37).
           05  MOV-DETALHE REDEFINES MOV-DADOS.
               10  MOV-CODIGO          PIC 9(05).
               10  MOV-EVENTO          PIC 9(03).
               10  MOV-DESCRICAO       PIC X(20).
               10  MOV-VALOR           PIC 9(6)V9(2).
               10  MOV-TIPO            PIC X(01).
           05  MOV-HEADER REDEFINES MOV-DADOS.
               10  MOV-HDR-SEQUENCIA   PIC 9(06).
               10  MOV-HDR-DATA-GER    PIC 9(08).
               10  FILLER              PIC X(23).
           05  MOV-TRAILER REDEFINES MOV-DADOS.
               10  MOV-TRL-QTD         PIC 9(05).
               10  MOV-TRL-SOMA-VALOR  PIC 9(8)V9(2).
               10  FILLER              PIC X(22).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-VENDAS            PIC X(02).
       01  WS-STATUS-TABELA            PIC X(02).
       01  WS-STATUS-SALDOS            PIC X(02).
       01  WS-STATUS-CALENDARIO        PIC X(02).
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-MOVIMENTOS        PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMPETENCIA              PIC 9(06).
       01  WS-COMP-ANTERIOR            PIC 9(06).
       01  FILLER REDEFINES WS-COMP-ANTERIOR.
           05  WS-ANT-ANO              PIC 9(04).
           05  WS-ANT-MES              PIC 9(02).

       01  WS-FIM-VENDAS               PIC X VALUE "N".
           88  FIM-VENDAS                  VALUE "S".
       01  WS-FIM-TABELA               PIC X VALUE "N".
           88  FIM-TABELA                  VALUE "S".
       01  WS-FIM-SALDOS               PIC X VALUE "N".
           88  FIM-SALDOS                  VALUE "S".
       01  WS-FIM-CALENDARIO           PIC X VALUE "N".
           88  FIM-CALENDARIO              VALUE "S".

       01  WS-EVENTO-COMISSAO          PIC 9(03) VALUE 952.
       01  WS-EVENTO-DSR-COMISSAO      PIC 9(03) VALUE 953.

      *    TABELA DE PERCENTUAIS (COMISTAB).
       01  WS-QTD-PERCENTUAIS          PIC 9(03) VALUE 0.
       01  TAB-PERCENTUAIS.
           05  PCT-ITEM OCCURS 200 TIMES.
               10  PCT-TIPO-CHAVE      PIC X(01).
               10  PCT-CHAVE           PIC X(10).
               10  PCT-PERCENTUAL      PIC 9(2)V9(2).
       01  WS-IDX-PCT                  PIC 9(03).

      *    SALDOS DEVEDORES DA COMPETENCIA ANTERIOR (COMISALD) - SAO
      *    OS UNICOS QUE O ARQUIVO GUARDA ALEM DOS DA COMPETENCIA
      *    CORRENTE, PARA A RERODADA DO MES ACHAR O MESMO PONTO DE
      *    PARTIDA.
       01  WS-QTD-SALDOS               PIC 9(03) VALUE 0.
       01  TAB-SALDOS-ANTERIORES.
           05  SDA-ITEM OCCURS 300 TIMES.
               10  SDA-CODIGO          PIC 9(05).
               10  SDA-SALDO           PIC 9(7)V9(2).
       01  WS-IDX-SDA                  PIC 9(03).

      *    NOTAS DO EXTRATO ACEITAS - BASE DO EXTRATO DE CADA
      *    VENDEDOR. NTA-MES-ANTERIOR MARCA A DEVOLUCAO DE NOTA DE
      *    COMPETENCIA JA COMISSIONADA.
       01  WS-QTD-NOTAS                PIC 9(04) VALUE 0.
       01  TAB-NOTAS.
           05  NTA-ITEM OCCURS 2000 TIMES.
               10  NTA-CODIGO          PIC 9(05).
               10  NTA-NOTA            PIC X(10).
               10  NTA-DATA            PIC 9(08).
               10  NTA-VENDA           PIC 9(7)V9(2).
               10  NTA-DEVOLVIDO       PIC 9(7)V9(2).
               10  NTA-MES-ANTERIOR    PIC X(01).
       01  WS-IDX-NTA                  PIC 9(04).

      *    TOTAIS DO MES POR VENDEDOR.
       01  WS-QTD-VENDEDORES           PIC 9(03) VALUE 0.
       01  TAB-VENDEDORES.
           05  VDD-ITEM OCCURS 300 TIMES.
               10  VDD-CODIGO          PIC 9(05).
               10  VDD-VENDIDO         PIC 9(8)V9(2).
               10  VDD-DEVOLVIDO-MES   PIC 9(8)V9(2).
               10  VDD-DEVOLVIDO-ANT   PIC 9(8)V9(2).
       01  WS-IDX-VDD                  PIC 9(03).
       01  WS-IDX-VDD-ACHADO           PIC 9(03).

      *    CALENDARIO DA COMPETENCIA PARA O DSR - DOMINGO OU
      *    FERIADO E DIA DE DESCANSO; OS DEMAIS, SABADO INCLUSIVE,
      *    SAO DIAS UTEIS.
       01  WS-QTD-FERIADOS             PIC 9(03) VALUE 0.
       01  TAB-FERIADOS.
           05  FER-DATA OCCURS 100 TIMES
                                       PIC 9(08).
       01  WS-IDX-FER                  PIC 9(03).
       01  WS-DATA-TESTE               PIC 9(08).
       01  WS-PROX-COMP                PIC 9(06).
       01  FILLER REDEFINES WS-PROX-COMP.
           05  WS-PRX-ANO              PIC 9(04).
           05  WS-PRX-MES              PIC 9(02).
       01  WS-INT-MES-ATUAL            PIC 9(07).
       01  WS-INT-MES-SEGUINTE         PIC 9(07).
       01  WS-DIAS-INT                 PIC 9(07).
       01  WS-DIA-SEMANA               PIC 9(01).
       01  WS-DIAS-NO-MES              PIC 9(02).
       01  WS-DIA-CORRENTE             PIC 9(02).
       01  WS-DIA-DESCANSO             PIC X VALUE "N".
           88  DIA-E-DESCANSO              VALUE "S".
       01  WS-QTD-DIAS-UTEIS           PIC 9(02) VALUE 0.
       01  WS-QTD-DIAS-DESCANSO        PIC 9(02) VALUE 0.

      *    APURACAO DO VENDEDOR CORRENTE.
       01  WS-VENDEDOR-OK              PIC X VALUE "N".
           88  VENDEDOR-OK                 VALUE "S".
       01  WS-PERCENTUAL               PIC 9(2)V9(2).
       01  WS-ORIGEM-PERCENTUAL        PIC X(10).
       01  WS-COMISSAO-VENDAS          PIC 9(7)V9(2).
       01  WS-ESTORNO-DEVOLUCOES       PIC 9(7)V9(2).
       01  WS-SALDO-ANTERIOR           PIC 9(7)V9(2).
       01  WS-RESULTADO-COMISSAO       PIC S9(7)V9(2).
       01  WS-COMISSAO-A-PAGAR         PIC 9(6)V9(2).
       01  WS-DSR-A-PAGAR              PIC 9(6)V9(2).
       01  WS-SALDO-NOVO               PIC 9(7)V9(2).

       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).
       01  WS-MOTIVO-REJEICAO          PIC X(40).

       01  WS-CONTADORES.
           05  WS-QTD-MOVIMENTOS       PIC 9(05) VALUE 0.
           05  WS-SOMA-MOVIMENTOS      PIC 9(8)V9(2) VALUE 0.
           05  WS-QTD-PAGOS            PIC 9(05) VALUE 0.
           05  WS-TOTAL-COMISSAO       PIC 9(8)V9(2) VALUE 0.
           05  WS-TOTAL-DSR            PIC 9(8)V9(2) VALUE 0.
           05  WS-QTD-SALDOS-NOVOS     PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADAS       PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
           PERFORM LER-CARTAO-DE-DATA.
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMPETENCIA.
           PERFORM CALCULAR-COMPETENCIA-ANTERIOR.
           PERFORM ABRIR-EXCECOES.
           PERFORM CARREGAR-PERCENTUAIS.
           PERFORM CARREGAR-SALDOS-ANTERIORES.
           PERFORM CARREGAR-FERIADOS.
           PERFORM CONTAR-DIAS-DO-MES.
           PERFORM CARREGAR-VENDAS.
           PERFORM INCLUIR-DEVEDORES-SEM-VENDA.
           OPEN INPUT FUNCIONARIO-MASTER.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM IMPRIMIR-CABECALHO.
           PERFORM ABRIR-MOVIMENTOS.
           PERFORM ABRIR-SALDOS-DA-COMPETENCIA.
           MOVE 1 TO WS-IDX-VDD.
           PERFORM APURAR-UM-VENDEDOR
               UNTIL WS-IDX-VDD > WS-QTD-VENDEDORES.
           PERFORM ENCERRAR-ARQUIVOS.
           DISPLAY "COMISSOES DE VENDAS " WS-COMPETENCIA
               " - PAGOS: " WS-QTD-PAGOS
               " - COMISSAO: " WS-TOTAL-COMISSAO
               " - DSR: " WS-TOTAL-DSR.
           DISPLAY "SALDOS DEVEDORES: " WS-QTD-SALDOS-NOVOS
               " - EXCECOES: " WS-QTD-REJEITADAS.
           IF WS-QTD-REJEITADAS > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      *--------------------------------------------------------------*
      *    COMPETENCIA - CARTAO FOLHADTA OU DATA DO DIA; A ANTERIOR
      *    E A DOS SALDOS DEVEDORES A ABATER.
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

       CALCULAR-COMPETENCIA-ANTERIOR.
           MOVE WS-COMPETENCIA TO WS-COMP-ANTERIOR.
           IF WS-ANT-MES = 01
               MOVE 12 TO WS-ANT-MES
               SUBTRACT 1 FROM WS-ANT-ANO
           ELSE
               SUBTRACT 1 FROM WS-ANT-MES
           END-IF.

      *--------------------------------------------------------------*
      *    CARGA DA TABELA DE PERCENTUAIS E DOS SALDOS DEVEDORES.
      *--------------------------------------------------------------*
       CARREGAR-PERCENTUAIS.
           OPEN INPUT ARQ-TABELA-COMISSAO.
           IF WS-STATUS-TABELA = "00"
               PERFORM LER-PERCENTUAL
               PERFORM GUARDAR-UM-PERCENTUAL UNTIL FIM-TABELA
               CLOSE ARQ-TABELA-COMISSAO
           END-IF.

       LER-PERCENTUAL.
           READ ARQ-TABELA-COMISSAO
               AT END SET FIM-TABELA TO TRUE
           END-READ.

       GUARDAR-UM-PERCENTUAL.
           IF (CMT-POR-CARGO OR CMT-POR-VENDEDOR)
               AND CMT-PERCENTUAL IS NUMERIC
               AND WS-QTD-PERCENTUAIS < 200
               ADD 1 TO WS-QTD-PERCENTUAIS
               MOVE CMT-TIPO-CHAVE
                   TO PCT-TIPO-CHAVE (WS-QTD-PERCENTUAIS)
               MOVE CMT-CHAVE  TO PCT-CHAVE (WS-QTD-PERCENTUAIS)
               MOVE CMT-PERCENTUAL
                   TO PCT-PERCENTUAL (WS-QTD-PERCENTUAIS)
           END-IF.
           PERFORM LER-PERCENTUAL.

       CARREGAR-SALDOS-ANTERIORES.
           OPEN INPUT ARQ-SALDOS.
           IF WS-STATUS-SALDOS = "00"
               PERFORM LER-SALDO
               PERFORM GUARDAR-UM-SALDO UNTIL FIM-SALDOS
               CLOSE ARQ-SALDOS
           END-IF.

       LER-SALDO.
           READ ARQ-SALDOS
               AT END SET FIM-SALDOS TO TRUE
           END-READ.

       GUARDAR-UM-SALDO.
           IF CSD-COMPETENCIA = WS-COMP-ANTERIOR
               AND CSD-SALDO-DEVEDOR IS NUMERIC
               AND CSD-SALDO-DEVEDOR > 0
               AND WS-QTD-SALDOS < 300
               ADD 1 TO WS-QTD-SALDOS
               MOVE CSD-CODIGO        TO SDA-CODIGO (WS-QTD-SALDOS)
               MOVE CSD-SALDO-DEVEDOR TO SDA-SALDO (WS-QTD-SALDOS)
           END-IF.
           PERFORM LER-SALDO.

      *--------------------------------------------------------------*
      *    CALENDARIO DA COMPETENCIA - DIAS UTEIS E DIAS DE DESCANSO
      *    (DOMINGOS E FERIADOS) PARA O DSR.
      *--------------------------------------------------------------*
       CARREGAR-FERIADOS.
           OPEN INPUT ARQ-CALENDARIO.
           IF WS-STATUS-CALENDARIO = "00"
               PERFORM LER-CALENDARIO
               PERFORM GUARDAR-UM-FERIADO UNTIL FIM-CALENDARIO
               CLOSE ARQ-CALENDARIO
           END-IF.

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
      *    E O DIA 01 DA COMPETENCIA (MESMA CONTA DO PROG29);
      *    DOMINGO E O RESTO 0.
       CONTAR-DIAS-DO-MES.
           MOVE WS-COMPETENCIA TO WS-PROX-COMP.
           MOVE WS-COMPETENCIA TO WS-DATA-TESTE (1:6).
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
           MOVE 1 TO WS-DIA-CORRENTE.
           PERFORM CONFERIR-UM-DIA-DO-MES
               UNTIL WS-DIA-CORRENTE > WS-DIAS-NO-MES.

       CONFERIR-UM-DIA-DO-MES.
           MOVE WS-COMPETENCIA TO WS-DATA-TESTE (1:6).
           MOVE WS-DIA-CORRENTE TO WS-DATA-TESTE (7:2).
           MOVE "N" TO WS-DIA-DESCANSO.
           COMPUTE WS-DIAS-INT =
               FUNCTION INTEGER-OF-DATE (WS-DATA-TESTE).
           COMPUTE WS-DIA-SEMANA =
               FUNCTION REM (WS-DIAS-INT, 7).
           IF WS-DIA-SEMANA = 0
               MOVE "S" TO WS-DIA-DESCANSO
           END-IF.
           MOVE 1 TO WS-IDX-FER.
           PERFORM CONFERIR-UM-FERIADO
               UNTIL WS-IDX-FER > WS-QTD-FERIADOS.
           IF DIA-E-DESCANSO
               ADD 1 TO WS-QTD-DIAS-DESCANSO
           ELSE
               ADD 1 TO WS-QTD-DIAS-UTEIS
           END-IF.
           ADD 1 TO WS-DIA-CORRENTE.

       CONFERIR-UM-FERIADO.
           IF FER-DATA (WS-IDX-FER) = WS-DATA-TESTE
               MOVE "S" TO WS-DIA-DESCANSO
           END-IF.
           ADD 1 TO WS-IDX-FER.

      *--------------------------------------------------------------*
      *    CARGA DO EXTRATO DE VENDAS - A NOTA DA COMPETENCIA ENTRA
      *    COM VENDA E DEVOLUCAO; A DE MES ANTERIOR, SO COM A
      *    DEVOLUCAO (A VENDA JA FOI COMISSIONADA).
      *--------------------------------------------------------------*
       CARREGAR-VENDAS.
           OPEN INPUT ARQ-VENDAS.
           IF WS-STATUS-VENDAS = "00"
               PERFORM LER-VENDA
               PERFORM TRATAR-UMA-VENDA UNTIL FIM-VENDAS
               CLOSE ARQ-VENDAS
           ELSE
               DISPLAY "EXTRATO DE VENDAS (VENDAS) NAO ENCONTRADO"
           END-IF.

       LER-VENDA.
           READ ARQ-VENDAS
               AT END SET FIM-VENDAS TO TRUE
           END-READ.

       TRATAR-UMA-VENDA.
           MOVE SPACES TO WS-CAMPO-REJEITADO.
           IF VND-CODIGO IS NOT NUMERIC OR VND-CODIGO = 0
               MOVE "VND-CODIGO"      TO WS-CAMPO-REJEITADO
               MOVE VND-CODIGO        TO WS-VALOR-REJEITADO
               MOVE "CODIGO DEVE SER NUMERICO E MAIOR QUE ZERO"
                                      TO WS-MOTIVO-REJEICAO
           END-IF.
           IF WS-CAMPO-REJEITADO = SPACES
               IF VND-DATA-NOTA IS NOT NUMERIC
                   OR VND-DATA-NOTA (1:6) > WS-COMPETENCIA
                   MOVE "VND-DATA-NOTA"   TO WS-CAMPO-REJEITADO
                   MOVE VND-DATA-NOTA     TO WS-VALOR-REJEITADO
                   MOVE "DATA DA NOTA INVALIDA OU APOS A COMPETENCIA"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-CAMPO-REJEITADO = SPACES
               IF VND-VALOR-VENDA IS NOT NUMERIC
                   OR VND-VALOR-DEVOLVIDO IS NOT NUMERIC
                   MOVE "VND-VALOR"       TO WS-CAMPO-REJEITADO
                   MOVE VND-NOTA          TO WS-VALOR-REJEITADO
                   MOVE "VALOR VENDIDO/DEVOLVIDO NAO NUMERICO"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-CAMPO-REJEITADO = SPACES
               IF WS-QTD-NOTAS NOT < 2000
                   MOVE "VND-NOTA"        TO WS-CAMPO-REJEITADO
                   MOVE VND-NOTA          TO WS-VALOR-REJEITADO
                   MOVE "EXTRATO ACIMA DE 2000 NOTAS"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-CAMPO-REJEITADO = SPACES
               PERFORM LOCALIZAR-VENDEDOR
               IF WS-IDX-VDD-ACHADO = 0
                   MOVE "VND-CODIGO"      TO WS-CAMPO-REJEITADO
                   MOVE VND-CODIGO        TO WS-VALOR-REJEITADO
                   MOVE "EXTRATO ACIMA DE 300 VENDEDORES"
                                          TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF WS-CAMPO-REJEITADO = SPACES
               PERFORM GUARDAR-UMA-NOTA
           ELSE
               PERFORM REGISTRAR-EXCECAO
           END-IF.
           PERFORM LER-VENDA.

       GUARDAR-UMA-NOTA.
           ADD 1 TO WS-QTD-NOTAS.
           MOVE VND-CODIGO          TO NTA-CODIGO (WS-QTD-NOTAS).
           MOVE VND-NOTA            TO NTA-NOTA (WS-QTD-NOTAS).
           MOVE VND-DATA-NOTA       TO NTA-DATA (WS-QTD-NOTAS).
           MOVE VND-VALOR-DEVOLVIDO TO NTA-DEVOLVIDO (WS-QTD-NOTAS).
           IF VND-DATA-NOTA (1:6) < WS-COMPETENCIA
               MOVE 0   TO NTA-VENDA (WS-QTD-NOTAS)
               MOVE "S" TO NTA-MES-ANTERIOR (WS-QTD-NOTAS)
               ADD VND-VALOR-DEVOLVIDO
                   TO VDD-DEVOLVIDO-ANT (WS-IDX-VDD-ACHADO)
           ELSE
               MOVE VND-VALOR-VENDA TO NTA-VENDA (WS-QTD-NOTAS)
               MOVE "N" TO NTA-MES-ANTERIOR (WS-QTD-NOTAS)
               ADD VND-VALOR-VENDA
                   TO VDD-VENDIDO (WS-IDX-VDD-ACHADO)
               ADD VND-VALOR-DEVOLVIDO
                   TO VDD-DEVOLVIDO-MES (WS-IDX-VDD-ACHADO)
           END-IF.

      *    VENDEDOR COM SALDO DEVEDOR E SEM VENDA NO MES TAMBEM
      *    PRECISA DE EXTRATO - E O SALDO PASSA ADIANTE.
       INCLUIR-DEVEDORES-SEM-VENDA.
           MOVE 1 TO WS-IDX-SDA.
           PERFORM INCLUIR-UM-DEVEDOR UNTIL WS-IDX-SDA > WS-QTD-SALDOS.

       INCLUIR-UM-DEVEDOR.
           MOVE SDA-CODIGO (WS-IDX-SDA) TO VND-CODIGO.
           PERFORM LOCALIZAR-VENDEDOR.
           ADD 1 TO WS-IDX-SDA.

      *    PROCURA VND-CODIGO NA TABELA DE VENDEDORES, INCLUINDO-O
      *    QUANDO AINDA NAO ESTA (ZERO = TABELA CHEIA).
       LOCALIZAR-VENDEDOR.
           MOVE 0 TO WS-IDX-VDD-ACHADO.
           PERFORM VARYING WS-IDX-VDD FROM 1 BY 1
                   UNTIL WS-IDX-VDD > WS-QTD-VENDEDORES
               IF VDD-CODIGO (WS-IDX-VDD) = VND-CODIGO
                   MOVE WS-IDX-VDD TO WS-IDX-VDD-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-VDD-ACHADO = 0 AND WS-QTD-VENDEDORES < 300
               ADD 1 TO WS-QTD-VENDEDORES
               MOVE WS-QTD-VENDEDORES TO WS-IDX-VDD-ACHADO
               MOVE VND-CODIGO TO VDD-CODIGO (WS-IDX-VDD-ACHADO)
               MOVE 0 TO VDD-VENDIDO (WS-IDX-VDD-ACHADO)
               MOVE 0 TO VDD-DEVOLVIDO-MES (WS-IDX-VDD-ACHADO)
               MOVE 0 TO VDD-DEVOLVIDO-ANT (WS-IDX-VDD-ACHADO)
           END-IF.

      *--------------------------------------------------------------*
      *    APURACAO POR VENDEDOR - PERCENTUAL, COMISSAO, ESTORNO,
      *    SALDO DEVEDOR E DSR.
      *--------------------------------------------------------------*
       APURAR-UM-VENDEDOR.
           SET VENDEDOR-OK TO TRUE.
           PERFORM APURAR-SALDO-ANTERIOR.
           MOVE VDD-CODIGO (WS-IDX-VDD) TO CODIGO.
           READ FUNCIONARIO-MASTER
               INVALID KEY
                   MOVE "N" TO WS-VENDEDOR-OK
                   MOVE "CODIGO NAO CADASTRADO NO MESTRE"
                                      TO WS-MOTIVO-REJEICAO
           END-READ.
           IF VENDEDOR-OK AND NOT SITUACAO-ATIVA
               MOVE "N" TO WS-VENDEDOR-OK
               MOVE "VENDEDOR NAO ESTA ATIVO"
                                      TO WS-MOTIVO-REJEICAO
           END-IF.
           IF VENDEDOR-OK
               PERFORM APURAR-PERCENTUAL
               IF WS-PERCENTUAL = 0
                   MOVE "N" TO WS-VENDEDOR-OK
                   MOVE "SEM PERCENTUAL DE COMISSAO NA COMISTAB"
                                      TO WS-MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF VENDEDOR-OK
               PERFORM CALCULAR-COMISSAO
               PERFORM IMPRIMIR-EXTRATO-VENDEDOR
           ELSE
               MOVE "VDD-CODIGO"            TO WS-CAMPO-REJEITADO
               MOVE VDD-CODIGO (WS-IDX-VDD) TO WS-VALOR-REJEITADO
               PERFORM REGISTRAR-EXCECAO
               MOVE WS-SALDO-ANTERIOR TO WS-SALDO-NOVO
           END-IF.
           IF WS-SALDO-NOVO > 0
               PERFORM GRAVAR-SALDO-DEVEDOR
           END-IF.
           ADD 1 TO WS-IDX-VDD.

       APURAR-SALDO-ANTERIOR.
           MOVE 0 TO WS-SALDO-ANTERIOR.
           PERFORM VARYING WS-IDX-SDA FROM 1 BY 1
                   UNTIL WS-IDX-SDA > WS-QTD-SALDOS
               IF SDA-CODIGO (WS-IDX-SDA) = VDD-CODIGO (WS-IDX-VDD)
                   ADD SDA-SALDO (WS-IDX-SDA) TO WS-SALDO-ANTERIOR
               END-IF
           END-PERFORM.

      *    O PERCENTUAL DO VENDEDOR PREVALECE SOBRE O DO CARGO.
       APURAR-PERCENTUAL.
           MOVE 0 TO WS-PERCENTUAL.
           MOVE SPACES TO WS-ORIGEM-PERCENTUAL.
           PERFORM VARYING WS-IDX-PCT FROM 1 BY 1
                   UNTIL WS-IDX-PCT > WS-QTD-PERCENTUAIS
               IF PCT-TIPO-CHAVE (WS-IDX-PCT) = "C"
                   AND PCT-CHAVE (WS-IDX-PCT) = CARGO
                   AND WS-ORIGEM-PERCENTUAL = SPACES
                   MOVE PCT-PERCENTUAL (WS-IDX-PCT) TO WS-PERCENTUAL
                   MOVE "DO CARGO" TO WS-ORIGEM-PERCENTUAL
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX-PCT FROM 1 BY 1
                   UNTIL WS-IDX-PCT > WS-QTD-PERCENTUAIS
               IF PCT-TIPO-CHAVE (WS-IDX-PCT) = "F"
                   AND PCT-CHAVE (WS-IDX-PCT) (1:5) = CODIGO
                   MOVE PCT-PERCENTUAL (WS-IDX-PCT) TO WS-PERCENTUAL
                   MOVE "DO VENDEDOR" TO WS-ORIGEM-PERCENTUAL
               END-IF
           END-PERFORM.

      *    COMISSAO SOBRE O VENDIDO NO MES, MENOS O ESTORNO DAS
      *    DEVOLUCOES (DO MES E DE MESES ANTERIORES) E O SALDO
      *    DEVEDOR QUE VEIO DA COMPETENCIA ANTERIOR. RESULTADO
      *    POSITIVO E PAGO COM O DSR; NEGATIVO VIRA SALDO DEVEDOR.
       CALCULAR-COMISSAO.
           COMPUTE WS-COMISSAO-VENDAS ROUNDED =
               VDD-VENDIDO (WS-IDX-VDD) * WS-PERCENTUAL / 100
               ON SIZE ERROR MOVE 0 TO WS-COMISSAO-VENDAS
           END-COMPUTE.
           COMPUTE WS-ESTORNO-DEVOLUCOES ROUNDED =
               (VDD-DEVOLVIDO-MES (WS-IDX-VDD)
                + VDD-DEVOLVIDO-ANT (WS-IDX-VDD))
               * WS-PERCENTUAL / 100
               ON SIZE ERROR MOVE 0 TO WS-ESTORNO-DEVOLUCOES
           END-COMPUTE.
           COMPUTE WS-RESULTADO-COMISSAO =
               WS-COMISSAO-VENDAS - WS-ESTORNO-DEVOLUCOES
               - WS-SALDO-ANTERIOR
               ON SIZE ERROR MOVE 0 TO WS-RESULTADO-COMISSAO
           END-COMPUTE.
           MOVE 0 TO WS-COMISSAO-A-PAGAR.
           MOVE 0 TO WS-DSR-A-PAGAR.
           MOVE 0 TO WS-SALDO-NOVO.
           IF WS-RESULTADO-COMISSAO > 0
               COMPUTE WS-COMISSAO-A-PAGAR = WS-RESULTADO-COMISSAO
                   ON SIZE ERROR MOVE 0 TO WS-COMISSAO-A-PAGAR
               END-COMPUTE
           ELSE
               COMPUTE WS-SALDO-NOVO = 0 - WS-RESULTADO-COMISSAO
           END-IF.
           IF WS-COMISSAO-A-PAGAR > 0 AND WS-QTD-DIAS-UTEIS > 0
               COMPUTE WS-DSR-A-PAGAR ROUNDED =
                   WS-COMISSAO-A-PAGAR / WS-QTD-DIAS-UTEIS
                   * WS-QTD-DIAS-DESCANSO
                   ON SIZE ERROR MOVE 0 TO WS-DSR-A-PAGAR
               END-COMPUTE
           END-IF.
           IF WS-COMISSAO-A-PAGAR > 0
               MOVE WS-EVENTO-COMISSAO    TO MOV-EVENTO
               MOVE "COMISSAO S/ VENDAS"  TO MOV-DESCRICAO
               MOVE WS-COMISSAO-A-PAGAR   TO MOV-VALOR
               PERFORM GRAVAR-MOVIMENTO
               ADD 1 TO WS-QTD-PAGOS
               ADD WS-COMISSAO-A-PAGAR TO WS-TOTAL-COMISSAO
           END-IF.
           IF WS-DSR-A-PAGAR > 0
               MOVE WS-EVENTO-DSR-COMISSAO TO MOV-EVENTO
               MOVE "DSR S/ COMISSAO"      TO MOV-DESCRICAO
               MOVE WS-DSR-A-PAGAR         TO MOV-VALOR
               PERFORM GRAVAR-MOVIMENTO
               ADD WS-DSR-A-PAGAR TO WS-TOTAL-DSR
           END-IF.

       GRAVAR-MOVIMENTO.
           MOVE "D"                     TO MOV-TIPO-REG.
           MOVE VDD-CODIGO (WS-IDX-VDD) TO MOV-CODIGO.
           MOVE "P"                     TO MOV-TIPO.
           WRITE REG-MOV-ENTRADA.
           ADD 1 TO WS-QTD-MOVIMENTOS.
           ADD MOV-VALOR TO WS-SOMA-MOVIMENTOS.

       GRAVAR-SALDO-DEVEDOR.
           MOVE WS-COMPETENCIA          TO CSD-COMPETENCIA.
           MOVE VDD-CODIGO (WS-IDX-VDD) TO CSD-CODIGO.
           MOVE WS-SALDO-NOVO           TO CSD-SALDO-DEVEDOR.
           WRITE REG-SALDO-COMISSAO.
           ADD 1 TO WS-QTD-SALDOS-NOVOS.

      *--------------------------------------------------------------*
      *    ARQUIVOS.
      *--------------------------------------------------------------*
      *    O LOTE MOVCOMIS E GERADO INTEIRO A CADA RODADA - HEADER
      *    COM SEQUENCIA AAMMDD DO DIA, DETALHES E TRAILER COM OS
      *    TOTAIS, NO MESMO CONTROLE DE LOTE DO MOVFOLHA.
       ABRIR-MOVIMENTOS.
           OPEN OUTPUT ARQ-MOVIMENTOS.
           MOVE SPACES TO REG-MOV-ENTRADA.
           MOVE "H" TO MOV-TIPO-REG.
           MOVE WS-DATA-HOJE (3:6) TO MOV-HDR-SEQUENCIA.
           MOVE WS-DATA-HOJE       TO MOV-HDR-DATA-GER.
           WRITE REG-MOV-ENTRADA.
           MOVE SPACES TO REG-MOV-ENTRADA.

      *    O COMISALD E REGRAVADO COM OS SALDOS DA COMPETENCIA
      *    ANTERIOR (JA EM MEMORIA) SEGUIDOS DOS SALDOS NOVOS.
       ABRIR-SALDOS-DA-COMPETENCIA.
           OPEN OUTPUT ARQ-SALDOS.
           MOVE 1 TO WS-IDX-SDA.
           PERFORM REGRAVAR-UM-SALDO-ANTERIOR
               UNTIL WS-IDX-SDA > WS-QTD-SALDOS.

       REGRAVAR-UM-SALDO-ANTERIOR.
           MOVE WS-COMP-ANTERIOR        TO CSD-COMPETENCIA.
           MOVE SDA-CODIGO (WS-IDX-SDA) TO CSD-CODIGO.
           MOVE SDA-SALDO (WS-IDX-SDA)  TO CSD-SALDO-DEVEDOR.
           WRITE REG-SALDO-COMISSAO.
           ADD 1 TO WS-IDX-SDA.

       ABRIR-EXCECOES.
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

       ENCERRAR-ARQUIVOS.
           MOVE SPACES TO REG-MOV-ENTRADA.
           MOVE "T" TO MOV-TIPO-REG.
           MOVE WS-QTD-MOVIMENTOS  TO MOV-TRL-QTD.
           MOVE WS-SOMA-MOVIMENTOS TO MOV-TRL-SOMA-VALOR.
           WRITE REG-MOV-ENTRADA.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQ-MOVIMENTOS.
           CLOSE ARQ-SALDOS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.

       REGISTRAR-EXCECAO.
           MOVE "PROG121"          TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE       TO EXC-DATA.
           MOVE WS-HORA-AGORA      TO EXC-HORA.
           WRITE REG-EXCECAO.
           ADD 1 TO WS-QTD-REJEITADAS.

      *--------------------------------------------------------------*
      *    EXTRATO DE COMISSOES (RELCOMIS) - UMA FOLHA POR VENDEDOR,
      *    NOTA A NOTA, PARA ELE CONFERIR CONTRA AS PROPRIAS VENDAS.
      *    DEVOLUCAO DE NOTA DE MES ANTERIOR SAI MARCADA.
      *--------------------------------------------------------------*
       IMPRIMIR-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXTRATO DE COMISSOES DE VENDAS - COMPETENCIA "
               WS-COMPETENCIA " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIAS UTEIS " WS-QTD-DIAS-UTEIS
               " - DOMINGOS E FERIADOS " WS-QTD-DIAS-DESCANSO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-EXTRATO-VENDEDOR.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENDEDOR " VDD-CODIGO (WS-IDX-VDD) " " NOME
               " CARGO " CARGO
               " PERCENTUAL " WS-PERCENTUAL " " WS-ORIGEM-PERCENTUAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  NOTA       DATA     VENDIDO   DEVOLVIDO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE 1 TO WS-IDX-NTA.
           PERFORM IMPRIMIR-UMA-NOTA UNTIL WS-IDX-NTA > WS-QTD-NOTAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  VENDIDO NO MES . . . . . . . . . . "
               VDD-VENDIDO (WS-IDX-VDD)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DEVOLVIDO DE NOTAS DO MES. . . . . "
               VDD-DEVOLVIDO-MES (WS-IDX-VDD)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DEVOLVIDO DE MESES ANTERIORES (*). "
               VDD-DEVOLVIDO-ANT (WS-IDX-VDD)
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  COMISSAO SOBRE O VENDIDO . . . . . "
               WS-COMISSAO-VENDAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  ESTORNO SOBRE DEVOLUCOES . . . . . "
               WS-ESTORNO-DEVOLUCOES
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  SALDO DEVEDOR ANTERIOR . . . . . . "
               WS-SALDO-ANTERIOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-SALDO-NOVO > 0
               STRING "  SALDO DEVEDOR PARA O PROXIMO MES . "
                   WS-SALDO-NOVO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "  COMISSAO A PAGAR . . . . . . . . . "
                   WS-COMISSAO-A-PAGAR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DSR SOBRE A COMISSAO . . . . . . . "
               WS-DSR-A-PAGAR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

       IMPRIMIR-UMA-NOTA.
           IF NTA-CODIGO (WS-IDX-NTA) = VDD-CODIGO (WS-IDX-VDD)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  " NTA-NOTA (WS-IDX-NTA)
                   " " NTA-DATA (WS-IDX-NTA)
                   " " NTA-VENDA (WS-IDX-NTA)
                   " " NTA-DEVOLVIDO (WS-IDX-NTA)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               IF NTA-MES-ANTERIOR (WS-IDX-NTA) = "S"
                   MOVE "*" TO LINHA-RELATORIO (44:1)
               END-IF
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-IDX-NTA.

       IMPRIMIR-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL - VENDEDORES PAGOS " WS-QTD-PAGOS
               " COMISSAO " WS-TOTAL-COMISSAO
               " DSR " WS-TOTAL-DSR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SALDOS DEVEDORES PARA O PROXIMO MES "
               WS-QTD-SALDOS-NOVOS
               " - EXCECOES " WS-QTD-REJEITADAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.

      *     AS PENSOES ALIMENTICIAS DA COMPETENCIA (PENSPAGO, DO
      *     PROG29) ENTRAM COMO CREDITOS PROPRIOS NO ARQUIVO DO BANCO
      *     DO BENEFICIARIO.
      *
      *     O REEMBOLSO DE DESPESA APROVADO PARA PAGAMENTO EM CREDITO
      *     AVULSO (REEMBOLS, FORMA "C", MANTIDO PELO PROG129) SAI
      *     COMO CREDITO PROPRIO NA CONTA PRINCIPAL DO FUNCIONARIO,
      *     FORA DO LIQUIDO DA FOLHA. O PEDIDO PAGO RECEBE A
      *     COMPETENCIA DA REMESSA; NA VIRADA DO MES ELE PASSA A PAGO
      *     E NAO SAI DE NOVO. SEM CONTA CADASTRADA, O PEDIDO VIRA
      *     EXCECAO E FICA PARA A PROXIMA REMESSA.
      *
      *     CADA CREDITO DE SALARIO E DE REEMBOLSO VAI TAMBEM PARA O
      *     REGISTRO UNICO DE PAGAMENTOS (PAGTOREG), COMO FOLHA MENSAL
      *     ("M") OU REEMBOLSO ("D"); ATIVO SEM CONTA E CREDITO DE
      *     BANCO ALEM DO QUINTO ENTRAM COMO NAO REMETIDOS. A PENSAO
      *     (CREDITO DO BENEFICIARIO) E A REAPRESENTACAO (CREDITO JA
      *     REGISTRADO NA RODADA DE ORIGEM) FICAM FORA DO REGISTRO.
      *
      *     A REMESSA SO SAI COM A FOLHA LIBERADA POR UM SEGUNDO
      *     OPERADOR (PROG136, LIBFOLHA): ANTES DE ABRIR QUALQUER
      *     ARQUIVO, CADA EMPRESA COM ATIVO A RECEBER PRECISA TER
      *     LIBERACAO DA COMPETENCIA (DATA DO DIA OU CARTAO FOLHADTA)
      *     E OS TOTAIS DO FOLHAHIST (REGISTROS, BRUTO E LIQUIDO DA
      *     FOLHA NORMAL) TEM DE BATER COM OS DA ULTIMA LIBERACAO -
      *     CALCULO REFEITO OU ESTORNADO DEPOIS DELA PEDE LIBERACAO
      *     NOVA. FALTANDO UMA EMPRESA, A REMESSA INTEIRA E RECUSADA
      *     (RC 16) E CADA RECUSA VAI PARA O LOG DE OPERACAO (OPLOG).
      *
      *     A REMESSA GERADA TAMBEM VAI PARA O OPLOG, COM O OPERADOR
      *     DA SESSAO - A SEGREGACAO DE FUNCOES (PROG139) CONFRONTA
      *     QUEM GEROU A REMESSA COM QUEM MEXEU NAS CONTAS (BANCAUD).

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           SELECT ARQ-REEMBOLSOS ASSIGN TO "REEMBOLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REEMBOLSOS.

           SELECT ARQ-REGISTRO-PAGTOS ASSIGN TO "PAGTOREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-REGISTRO.

           SELECT ARQ-DATA-FOLHA ASSIGN TO "FOLHADTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DATA-FOLHA.

           SELECT ARQ-FOLHA-HISTORICO ASSIGN TO "FOLHAHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           SELECT ARQ-LIBERACOES ASSIGN TO "LIBFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LIBERACOES.

           SELECT ARQ-SESSAO ASSIGN TO "OPSESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SESSAO.

           SELECT ARQ-LOG ASSIGN TO "OPLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOG.

       DATA DIVISION.
       FILE SECTION.

           05  ABC-DATA                PIC 9(08).
           05  ABC-OPERADOR            PIC X(08).

       FD  ARQ-REEMBOLSOS.
       COPY CPREEMB.

       FD  ARQ-REGISTRO-PAGTOS.
       COPY CPPAGREG.

       FD  ARQ-DATA-FOLHA.
       01  REG-DATA-FOLHA.
           05  DTA-DATA-FOLHA          PIC 9(08).

       FD  ARQ-FOLHA-HISTORICO.
       COPY CPFOLHIS.

       FD  ARQ-LIBERACOES.
       COPY CPLIBFOL.

       FD  ARQ-SESSAO.
       01  REG-SESSAO.
           05  SES-OPERADOR            PIC X(08).
           05  SES-PERFIL              PIC X(01).
           05  SES-DATA                PIC 9(08).

       FD  ARQ-LOG.
       COPY CPOPLOG.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
           05  RMD-CODIGO              PIC 9(05).
           05  RMD-VALOR               PIC 9(6)V9(2).
      *    NATUREZA DO CREDITO, DEVOLVIDA PELO BANCO NO RETORNO -
      *    "S" SALARIO, "P" PENSAO, "R" REAPRESENTACAO, "D" REEMBOLSO
      *    DE DESPESA; E POR ELA QUE A CONCILIACAO SO CONFERE O
      *    DESDOBRAMENTO DO LIQUIDO SOBRE OS CREDITOS DE SALARIO.
           05  RMD-NATUREZA            PIC X(01).
           05  FILLER                  PIC X(09).
       01  FILLER REDEFINES WS-REG-REMESSA.
       01  WS-CONTA-CORRIGIDA          PIC X(01).
           88  CONTA-FOI-CORRIGIDA        VALUE "S".

      *    REEMBOLSO DE DESPESA (REEMBOLS) - PEDIDOS EM MEMORIA; O
      *    APROVADO PARA CREDITO AVULSO SAI NESTA REMESSA E O ARQUIVO
      *    E REGRAVADO COM A COMPETENCIA DO PAGAMENTO.
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
       01  WS-IDX-CONTA-REEMBOLSO      PIC 9(03).
       01  WS-QTD-CRED-REEMBOLSO       PIC 9(05) VALUE 0.

      *    REGISTRO UNICO DE PAGAMENTOS (PAGTOREG).
       01  WS-STATUS-REGISTRO          PIC X(02).

      *    LIBERACAO DA FOLHA (LIBFOLHA, DO PROG136) - EMPRESA DE
      *    CADA CODIGO DO MESTRE, E POR EMPRESA OS TOTAIS ATUAIS DA
      *    FOLHA NORMAL NO FOLHAHIST CONTRA OS DA ULTIMA LIBERACAO.
       01  WS-STATUS-DATA-FOLHA        PIC X(02).
       01  WS-STATUS-HISTORICO         PIC X(02).
       01  WS-STATUS-LIBERACOES        PIC X(02).
       01  WS-STATUS-SESSAO            PIC X(02).
       01  WS-STATUS-LOG               PIC X(02).
       01  WS-FIM-HISTORICO            PIC X VALUE "N".
           88  FIM-HISTORICO               VALUE "S".
       01  WS-FIM-LIBERACOES           PIC X VALUE "N".
           88  FIM-LIBERACOES              VALUE "S".
       01  WS-DATA-FOLHA               PIC 9(08).
       01  WS-COMP-DA-FOLHA            PIC 9(06).
       01  WS-OPERADOR-SESSAO          PIC X(08) VALUE "PROG45".
       01  WS-FOLHA-LIBERADA           PIC X VALUE "S".
           88  FOLHA-LIBERADA              VALUE "S".
       01  WS-MOTIVO-RECUSA            PIC X(30).
       01  WS-QTD-FUNCS-EMPRESA        PIC 9(04) VALUE 0.
       01  TAB-EMPRESA-DOS-FUNCS.
           05  FEM-ITEM OCCURS 2000 TIMES.
               10  FEM-CODIGO          PIC 9(05).
               10  FEM-EMPRESA         PIC 9(03).
       01  WS-IDX-FEM                  PIC 9(04).
       01  WS-IDX-FEM-ACHADO           PIC 9(04).
       01  WS-QTD-EMPRESAS-LIB         PIC 9(02) VALUE 0.
       01  TAB-EMPRESAS-LIBERACAO.
           05  ELB-ITEM OCCURS 50 TIMES.
               10  ELB-EMPRESA         PIC 9(03).
               10  ELB-A-PAGAR         PIC X(01).
               10  ELB-QTD-REGISTROS   PIC 9(05).
               10  ELB-BRUTO           PIC 9(8)V9(2).
               10  ELB-LIQUIDO         PIC 9(8)V9(2).
               10  ELB-HA-LIBERACAO    PIC X(01).
               10  ELB-LIB-REGISTROS   PIC 9(05).
               10  ELB-LIB-BRUTO       PIC 9(8)V9(2).
               10  ELB-LIB-LIQUIDO     PIC 9(8)V9(2).
       01  WS-IDX-ELB                  PIC 9(02).
       01  WS-IDX-ELB-ACHADO           PIC 9(02).
       01  WS-EMPRESA-PROCURADA        PIC 9(03).

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           PERFORM CONFERIR-LIBERACAO-DA-FOLHA.
           IF NOT FOLHA-LIBERADA
               DISPLAY "** REMESSA RECUSADA - FOLHA " WS-COMP-DA-FOLHA
                   " SEM LIBERACAO VALIDA (PROG136) **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM GERAR-REMESSA-DA-FOLHA
           END-IF.

       PROGRAM-DONE.
           GOBACK.

       GERAR-REMESSA-DA-FOLHA.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM CARREGAR-CONTAS-BANCARIAS.
           PERFORM CARREGAR-FILA-DE-RETRY.
           PERFORM CARREGAR-TROCAS-DE-CONTA.
           PERFORM CARREGAR-REEMBOLSOS.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GERAR-CREDITO-DE-UM-FUNC UNTIL FIM-MASTER.
           PERFORM GERAR-CREDITOS-DE-PENSAO.
           PERFORM RELIBERAR-CREDITOS-DEVOLVIDOS.
           PERFORM GERAR-CREDITOS-DE-REEMBOLSO.
           PERFORM FECHAR-ARQUIVOS-DE-BANCO.
           PERFORM GRAVAR-CONTROLE-REMESSA.
           PERFORM ENCERRAR-ARQUIVOS.
           PERFORM REGISTRAR-NO-LOG-REMESSA.
           DISPLAY "REMESSA BANCARIA - CREDITOS GERADOS: "
               WS-QTD-CREDITOS " - VALOR TOTAL: " WS-VALOR-TOTAL
               " - BANCOS: " WS-QTD-BANCOS.
               DISPLAY "REMESSA BANCARIA - CREDITOS DE PENSAO: "
                   WS-QTD-CRED-PENSAO
           END-IF.
           IF WS-QTD-CRED-REEMBOLSO > 0
               DISPLAY "REMESSA BANCARIA - CREDITOS DE REEMBOLSO: "
                   WS-QTD-CRED-REEMBOLSO
           END-IF.
           IF WS-QTD-SEM-CONTA > 0
               DISPLAY "REMESSA BANCARIA - ATIVOS SEM CONTA: "
                   WS-QTD-SEM-CONTA
               MOVE 8 TO RETURN-CODE
           END-IF.

      *--------------------------------------------------------------*
      *    LIBERACAO DA FOLHA - CADA EMPRESA COM ATIVO A RECEBER
      *    PRECISA DA LIBERACAO DA COMPETENCIA, COM OS TOTAIS DO
      *    FOLHAHIST AINDA IGUAIS AOS DA HORA EM QUE FOI LIBERADA.
      *--------------------------------------------------------------*
       CONFERIR-LIBERACAO-DA-FOLHA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-FOLHA.
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
           MOVE WS-DATA-FOLHA (1:6) TO WS-COMP-DA-FOLHA.
           OPEN INPUT ARQ-SESSAO.
           IF WS-STATUS-SESSAO = "00"
               READ ARQ-SESSAO
                   NOT AT END
                       MOVE SES-OPERADOR TO WS-OPERADOR-SESSAO
               END-READ
           END-IF.
           CLOSE ARQ-SESSAO.
           PERFORM CARREGAR-EMPRESA-DOS-FUNCS.
           PERFORM SOMAR-HISTORICO-POR-EMPRESA.
           PERFORM CARREGAR-LIBERACOES.
           PERFORM VARYING WS-IDX-ELB FROM 1 BY 1
                   UNTIL WS-IDX-ELB > WS-QTD-EMPRESAS-LIB
               IF ELB-A-PAGAR (WS-IDX-ELB) = "S"
                   PERFORM CONFERIR-LIBERACAO-DA-EMPRESA
               END-IF
           END-PERFORM.

       CARREGAR-EMPRESA-DOS-FUNCS.
           OPEN INPUT FUNCIONARIO-MASTER.
           PERFORM LER-PROXIMO-FUNCIONARIO.
           PERFORM GUARDAR-EMPRESA-DO-FUNC UNTIL FIM-MASTER.
           CLOSE FUNCIONARIO-MASTER.
           MOVE "N" TO WS-FIM-MASTER.

       GUARDAR-EMPRESA-DO-FUNC.
           IF WS-QTD-FUNCS-EMPRESA < 2000
               ADD 1 TO WS-QTD-FUNCS-EMPRESA
               MOVE CODIGO  TO FEM-CODIGO (WS-QTD-FUNCS-EMPRESA)
               MOVE EMPRESA TO FEM-EMPRESA (WS-QTD-FUNCS-EMPRESA)
           END-IF.
           MOVE EMPRESA TO WS-EMPRESA-PROCURADA.
           PERFORM LOCALIZAR-EMPRESA-LIB.
           IF WS-IDX-ELB-ACHADO > 0
               AND SITUACAO-ATIVA AND SALARIO-LIQUIDO > 0
               MOVE "S" TO ELB-A-PAGAR (WS-IDX-ELB-ACHADO)
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.

       LOCALIZAR-EMPRESA-LIB.
           MOVE 0 TO WS-IDX-ELB-ACHADO.
           PERFORM VARYING WS-IDX-ELB FROM 1 BY 1
                   UNTIL WS-IDX-ELB > WS-QTD-EMPRESAS-LIB
                       OR WS-IDX-ELB-ACHADO > 0
               IF ELB-EMPRESA (WS-IDX-ELB) = WS-EMPRESA-PROCURADA
                   MOVE WS-IDX-ELB TO WS-IDX-ELB-ACHADO
               END-IF
           END-PERFORM.
           IF WS-IDX-ELB-ACHADO = 0 AND WS-QTD-EMPRESAS-LIB < 50
               ADD 1 TO WS-QTD-EMPRESAS-LIB
               MOVE WS-QTD-EMPRESAS-LIB TO WS-IDX-ELB-ACHADO
               MOVE WS-EMPRESA-PROCURADA
                   TO ELB-EMPRESA (WS-IDX-ELB-ACHADO)
               MOVE "N" TO ELB-A-PAGAR (WS-IDX-ELB-ACHADO)
                           ELB-HA-LIBERACAO (WS-IDX-ELB-ACHADO)
               MOVE 0   TO ELB-QTD-REGISTROS (WS-IDX-ELB-ACHADO)
                           ELB-BRUTO (WS-IDX-ELB-ACHADO)
                           ELB-LIQUIDO (WS-IDX-ELB-ACHADO)
                           ELB-LIB-REGISTROS (WS-IDX-ELB-ACHADO)
                           ELB-LIB-BRUTO (WS-IDX-ELB-ACHADO)
                           ELB-LIB-LIQUIDO (WS-IDX-ELB-ACHADO)
           END-IF.

      *    MESMA CONTA DO PROG136: TODOS OS REGISTROS DA FOLHA NORMAL
      *    DA COMPETENCIA, POR EMPRESA DO CODIGO.
       SOMAR-HISTORICO-POR-EMPRESA.
           OPEN INPUT ARQ-FOLHA-HISTORICO.
           IF WS-STATUS-HISTORICO = "00"
               PERFORM LER-HISTORICO
               PERFORM SOMAR-UM-HISTORICO UNTIL FIM-HISTORICO
           END-IF.
           CLOSE ARQ-FOLHA-HISTORICO.

       LER-HISTORICO.
           READ ARQ-FOLHA-HISTORICO
               AT END SET FIM-HISTORICO TO TRUE
           END-READ.

       SOMAR-UM-HISTORICO.
           IF FHS-COMPETENCIA = WS-COMP-DA-FOLHA
               AND (FHS-TIPO-FOLHA = SPACE OR FHS-TIPO-FOLHA = "N")
               MOVE 0 TO WS-IDX-FEM-ACHADO
               PERFORM VARYING WS-IDX-FEM FROM 1 BY 1
                       UNTIL WS-IDX-FEM > WS-QTD-FUNCS-EMPRESA
                           OR WS-IDX-FEM-ACHADO > 0
                   IF FEM-CODIGO (WS-IDX-FEM) = FHS-CODIGO
                       MOVE WS-IDX-FEM TO WS-IDX-FEM-ACHADO
                   END-IF
               END-PERFORM
               IF WS-IDX-FEM-ACHADO > 0
                   MOVE FEM-EMPRESA (WS-IDX-FEM-ACHADO)
                       TO WS-EMPRESA-PROCURADA
                   PERFORM LOCALIZAR-EMPRESA-LIB
                   IF WS-IDX-ELB-ACHADO > 0
                       ADD 1 TO ELB-QTD-REGISTROS (WS-IDX-ELB-ACHADO)
                       ADD FHS-BRUTO
                           TO ELB-BRUTO (WS-IDX-ELB-ACHADO)
                       ADD FHS-LIQUIDO
                           TO ELB-LIQUIDO (WS-IDX-ELB-ACHADO)
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-HISTORICO.

      *    VALE A ULTIMA LIBERACAO DA EMPRESA NA COMPETENCIA.
       CARREGAR-LIBERACOES.
           OPEN INPUT ARQ-LIBERACOES.
           IF WS-STATUS-LIBERACOES = "00"
               PERFORM LER-LIBERACAO
               PERFORM GUARDAR-UMA-LIBERACAO UNTIL FIM-LIBERACOES
           END-IF.
           CLOSE ARQ-LIBERACOES.

       LER-LIBERACAO.
           READ ARQ-LIBERACOES
               AT END SET FIM-LIBERACOES TO TRUE
           END-READ.

       GUARDAR-UMA-LIBERACAO.
           IF LBF-COMPETENCIA = WS-COMP-DA-FOLHA
               MOVE LBF-EMPRESA TO WS-EMPRESA-PROCURADA
               PERFORM LOCALIZAR-EMPRESA-LIB
               IF WS-IDX-ELB-ACHADO > 0
                   MOVE "S" TO ELB-HA-LIBERACAO (WS-IDX-ELB-ACHADO)
                   MOVE LBF-QTD-REGISTROS
                       TO ELB-LIB-REGISTROS (WS-IDX-ELB-ACHADO)
                   MOVE LBF-TOTAL-BRUTO
                       TO ELB-LIB-BRUTO (WS-IDX-ELB-ACHADO)
                   MOVE LBF-TOTAL-LIQUIDO
                       TO ELB-LIB-LIQUIDO (WS-IDX-ELB-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-LIBERACAO.

       CONFERIR-LIBERACAO-DA-EMPRESA.
           MOVE SPACES TO WS-MOTIVO-RECUSA.
           IF ELB-HA-LIBERACAO (WS-IDX-ELB) NOT = "S"
               MOVE "SEM LIBERACAO" TO WS-MOTIVO-RECUSA
           ELSE
               IF ELB-QTD-REGISTROS (WS-IDX-ELB) NOT =
                       ELB-LIB-REGISTROS (WS-IDX-ELB)
                   OR ELB-BRUTO (WS-IDX-ELB) NOT =
                       ELB-LIB-BRUTO (WS-IDX-ELB)
                   OR ELB-LIQUIDO (WS-IDX-ELB) NOT =
                       ELB-LIB-LIQUIDO (WS-IDX-ELB)
                   MOVE "FOLHA ALTERADA" TO WS-MOTIVO-RECUSA
               END-IF
           END-IF.
           IF WS-MOTIVO-RECUSA NOT = SPACES
               MOVE "N" TO WS-FOLHA-LIBERADA
               DISPLAY "** EMPRESA " ELB-EMPRESA (WS-IDX-ELB)
                   " - " WS-MOTIVO-RECUSA " **"
               PERFORM REGISTRAR-NO-LOG-RECUSA
           END-IF.

       REGISTRAR-NO-LOG-REMESSA.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE SPACES TO LOG-EVENTO.
           STRING "REMESSA DA FOLHA GERADA " WS-COMP-DA-FOLHA " - "
               WS-QTD-CREDITOS " CRED."
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE "PROG45"           TO LOG-PROGRAMA.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

       REGISTRAR-NO-LOG-RECUSA.
           OPEN EXTEND ARQ-LOG.
           IF WS-STATUS-LOG = "35"
               OPEN OUTPUT ARQ-LOG
           END-IF.
           MOVE SPACES TO LOG-EVENTO.
           STRING "REMESSA RECUSADA " WS-COMP-DA-FOLHA " EMP "
               ELB-EMPRESA (WS-IDX-ELB) " " WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE "PROG45"           TO LOG-PROGRAMA.
           MOVE WS-DATA-HOJE       TO LOG-DATA-HORA.
           MOVE WS-OPERADOR-SESSAO TO LOG-OPERADOR.
           WRITE REG-LOG-OPERACAO.
           CLOSE ARQ-LOG.

      *--------------------------------------------------------------*
      *    ABERTURA E ENCERRAMENTO DE ARQUIVOS.
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           OPEN EXTEND ARQ-REGISTRO-PAGTOS.
           IF WS-STATUS-REGISTRO = "35"
               OPEN OUTPUT ARQ-REGISTRO-PAGTOS
           END-IF.

       ENCERRAR-ARQUIVOS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-REGISTRO-PAGTOS.

      *--------------------------------------------------------------*
      *    CARGA DO CADASTRO DE CONTAS BANCARIAS EM MEMORIA.
               ELSE
                   ADD 1 TO WS-QTD-SEM-CONTA
                   PERFORM REGISTRAR-EXCECAO-SEM-CONTA
                   IF SALARIO-LIQUIDO > 0
                       MOVE CODIGO          TO PGR-CODIGO
                       MOVE "M"             TO PGR-TIPO-PAGAMENTO
                       MOVE SALARIO-LIQUIDO TO PGR-VALOR
                       MOVE 0               TO PGR-BANCO PGR-AGENCIA
                                               PGR-CONTA
                       MOVE SPACE           TO PGR-DIGITO
                       MOVE "N"             TO PGR-SITUACAO
                       PERFORM REGISTRAR-PAGAMENTO
                   END-IF
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-FUNCIONARIO.
                   ADD WS-VALOR-DO-CREDITO
                       TO BKR-VALOR (WS-SLOT-DO-BANCO)
                   ADD WS-VALOR-DO-CREDITO TO WS-VALOR-DISTRIBUIDO
                   MOVE "R" TO PGR-SITUACAO
               ELSE
                   MOVE "N" TO PGR-SITUACAO
               END-IF
               MOVE CODIGO              TO PGR-CODIGO
               MOVE "M"                 TO PGR-TIPO-PAGAMENTO
               MOVE WS-VALOR-DO-CREDITO TO PGR-VALOR
               PERFORM REGISTRAR-PAGAMENTO-NA-CONTA
           END-IF.

      *--------------------------------------------------------------*
           END-PERFORM.
           CLOSE ARQ-RETRY.

      *--------------------------------------------------------------*
      *    REEMBOLSO DE DESPESA EM CREDITO AVULSO - PEDIDO APROVADO
      *    COM FORMA "C" AINDA SEM PAGAMENTO (OU JA PAGO NESTA MESMA
      *    COMPETENCIA, NO CASO DE REPROCESSAMENTO DA REMESSA) VAI
      *    PELA CONTA PRINCIPAL (MENOR SEQUENCIA) DO FUNCIONARIO.
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

      *    PEDIDO APROVADO JA PAGO EM COMPETENCIA ANTERIOR PASSA A
      *    PAGO - NAO ENTRA DE NOVO EM REMESSA NENHUMA.
       GUARDAR-UM-REEMBOLSO.
           IF WS-QTD-REEMBOLSOS < 3000
               ADD 1 TO WS-QTD-REEMBOLSOS
               MOVE REG-REEMBOLSO TO RBM-ITEM (WS-QTD-REEMBOLSOS)
               IF RBM-SITUACAO (WS-QTD-REEMBOLSOS) = "A"
                   AND RBM-COMPETENCIA-PAGTO (WS-QTD-REEMBOLSOS) > 0
                   AND RBM-COMPETENCIA-PAGTO (WS-QTD-REEMBOLSOS)
                       < WS-DATA-HOJE (1:6)
                   MOVE "L" TO RBM-SITUACAO (WS-QTD-REEMBOLSOS)
                   SET REEMBOLSOS-ALTERADOS TO TRUE
               END-IF
           END-IF.
           PERFORM LER-REEMBOLSO.

       GERAR-CREDITOS-DE-REEMBOLSO.
           PERFORM VARYING WS-IDX-RBM FROM 1 BY 1
                   UNTIL WS-IDX-RBM > WS-QTD-REEMBOLSOS
               IF RBM-SITUACAO (WS-IDX-RBM) = "A"
                   AND RBM-FORMA-PAGTO (WS-IDX-RBM) = "C"
                   AND (RBM-COMPETENCIA-PAGTO (WS-IDX-RBM) = 0
                       OR RBM-COMPETENCIA-PAGTO (WS-IDX-RBM)
                           = WS-DATA-HOJE (1:6))
                   PERFORM GRAVAR-CREDITO-DE-REEMBOLSO
               END-IF
           END-PERFORM.
           IF REEMBOLSOS-ALTERADOS
               PERFORM REGRAVAR-REEMBOLSOS
           END-IF.

       GRAVAR-CREDITO-DE-REEMBOLSO.
           MOVE 0 TO WS-IDX-CONTA-REEMBOLSO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONTAS
               IF CTA-CODIGO (WS-IDX) = RBM-CODIGO (WS-IDX-RBM)
                   AND WS-IDX-CONTA-REEMBOLSO = 0
                   MOVE WS-IDX TO WS-IDX-CONTA-REEMBOLSO
               END-IF
           END-PERFORM.
           MOVE RBM-CODIGO (WS-IDX-RBM) TO PGR-CODIGO.
           MOVE "D"                     TO PGR-TIPO-PAGAMENTO.
           MOVE RBM-VALOR (WS-IDX-RBM)  TO PGR-VALOR.
           IF WS-IDX-CONTA-REEMBOLSO = 0
               PERFORM REGISTRAR-EXCECAO-REEMBOLSO
               MOVE 0     TO PGR-BANCO PGR-AGENCIA PGR-CONTA
               MOVE SPACE TO PGR-DIGITO
               MOVE "N"   TO PGR-SITUACAO
               PERFORM REGISTRAR-PAGAMENTO
           ELSE
               MOVE WS-IDX-CONTA-REEMBOLSO TO WS-IDX
               MOVE CTA-BANCO (WS-IDX) TO WS-BANCO-DO-CREDITO
               PERFORM LOCALIZAR-SLOT-DO-BANCO
               IF WS-SLOT-DO-BANCO > 0
                   MOVE SPACES             TO WS-REG-REMESSA
                   MOVE "1"                TO RMD-TIPO
                   MOVE CTA-BANCO (WS-IDX)   TO RMD-BANCO
                   MOVE CTA-AGENCIA (WS-IDX) TO RMD-AGENCIA
                   MOVE CTA-CONTA (WS-IDX)   TO RMD-CONTA
                   MOVE CTA-DIGITO (WS-IDX)  TO RMD-DIGITO
                   MOVE RBM-CODIGO (WS-IDX-RBM) TO RMD-CODIGO
                   MOVE RBM-VALOR (WS-IDX-RBM)  TO RMD-VALOR
                   MOVE "D"                TO RMD-NATUREZA
                   PERFORM GRAVAR-NO-ARQUIVO-DO-BANCO
                   ADD 1 TO WS-QTD-CREDITOS
                   ADD 1 TO WS-QTD-CRED-REEMBOLSO
                   ADD 1 TO BKR-QTD (WS-SLOT-DO-BANCO)
                   ADD RBM-VALOR (WS-IDX-RBM) TO WS-VALOR-TOTAL
                   ADD RBM-VALOR (WS-IDX-RBM)
                       TO BKR-VALOR (WS-SLOT-DO-BANCO)
                   IF RBM-COMPETENCIA-PAGTO (WS-IDX-RBM) = 0
                       MOVE WS-DATA-HOJE (1:6)
                           TO RBM-COMPETENCIA-PAGTO (WS-IDX-RBM)
                       SET REEMBOLSOS-ALTERADOS TO TRUE
                   END-IF
                   MOVE "R" TO PGR-SITUACAO
               ELSE
                   MOVE "N" TO PGR-SITUACAO
               END-IF
               PERFORM REGISTRAR-PAGAMENTO-NA-CONTA
           END-IF.

       REGRAVAR-REEMBOLSOS.
           OPEN OUTPUT ARQ-REEMBOLSOS.
           PERFORM VARYING WS-IDX-RBM FROM 1 BY 1
                   UNTIL WS-IDX-RBM > WS-QTD-REEMBOLSOS
               MOVE RBM-ITEM (WS-IDX-RBM) TO REG-REEMBOLSO
               WRITE REG-REEMBOLSO
           END-PERFORM.
           CLOSE ARQ-REEMBOLSOS.

      *--------------------------------------------------------------*
      *    CARTAO DE CONTROLE - UM REGISTRO POR BANCO, NA ORDEM DOS
      *    ARQUIVOS REMBCO, PARA A CONFERENCIA DO RETORNO NO PROG46.
           END-PERFORM.
           CLOSE ARQ-CONTROLE-REMESSA.

      *--------------------------------------------------------------*
      *    REGISTRO UNICO DE PAGAMENTOS - CODIGO, TIPO, VALOR E
      *    SITUACAO JA MONTADOS PELO CHAMADOR; A CONTA E A DA VEZ
      *    (WS-IDX) NA TABELA DO BANCFUNC.
      *--------------------------------------------------------------*
       REGISTRAR-PAGAMENTO-NA-CONTA.
           MOVE CTA-BANCO (WS-IDX)   TO PGR-BANCO.
           MOVE CTA-AGENCIA (WS-IDX) TO PGR-AGENCIA.
           MOVE CTA-CONTA (WS-IDX)   TO PGR-CONTA.
           MOVE CTA-DIGITO (WS-IDX)  TO PGR-DIGITO.
           PERFORM REGISTRAR-PAGAMENTO.

       REGISTRAR-PAGAMENTO.
           MOVE WS-DATA-HOJE (1:6) TO PGR-COMPETENCIA.
           MOVE WS-DATA-HOJE       TO PGR-DATA-PAGAMENTO.
           MOVE "PROG45"           TO PGR-PROGRAMA.
           MOVE WS-DATA-HOJE       TO PGR-DATA-GERACAO.
           MOVE WS-HORA-AGORA      TO PGR-HORA-GERACAO.
           WRITE REG-PAGAMENTO.

       REGISTRAR-EXCECAO-SEM-CONTA.
           MOVE "PROG45"           TO EXC-PROGRAMA.
           MOVE "CODIGO"           TO EXC-CAMPO.
           MOVE WS-HORA-AGORA      TO EXC-HORA.
           WRITE REG-EXCECAO.

       REGISTRAR-EXCECAO-REEMBOLSO.
           MOVE "PROG45"           TO EXC-PROGRAMA.
           MOVE "CODIGO"           TO EXC-CAMPO.
           MOVE RBM-CODIGO (WS-IDX-RBM) TO EXC-VALOR.
           MOVE "REEMBOLSO APROVADO SEM CONTA BANCARIA"
                                   TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE       TO EXC-DATA.
           MOVE WS-HORA-AGORA      TO EXC-HORA.
           WRITE REG-EXCECAO.
           MOVE 8 TO RETURN-CODE.

       REGISTRAR-EXCECAO-BANCOS.
           MOVE "PROG45"           TO EXC-PROGRAMA.
           MOVE "BANCO"            TO EXC-CAMPO.

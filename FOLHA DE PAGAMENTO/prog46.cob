      *     COMO PENDENTE - O PROG45 RELIBERA AUTOMATICAMENTE NA
      *     PROXIMA REMESSA QUANDO A CONTA FOR CORRIGIDA NO BANCFUNC,
      *     E O PROG93 LISTA QUEM CONTINUA SEM RECEBER.
      *
      *     O CREDITO AVULSO DE REEMBOLSO DE DESPESA (NATUREZA "D")
      *     DEVOLVIDO VAI PARA A MESMA FILA, COMO O SALARIO; SE O
      *     CODIGO JA TEM PENDENCIA NA COMPETENCIA, O REEMBOLSO FICA
      *     SO NA EXCECAO E NO RELBANCO, PARA TRATAMENTO MANUAL.
      *
      *     CADA BANCO CUJO RETORNO FOI CONCILIADO FICA REGISTRADO
      *     COMO REMESSA CONFIRMADA NO REMCONF (DATA DE GERACAO DA
      *     REMESSA, DATA DA CONCILIACAO, ACEITOS E REJEITADOS) - O
      *     ESTORNO DA FOLHA (PROG135) NAO DESFAZ UMA RODADA CUJO
      *     PAGAMENTO JA FOI CONFIRMADO PELO BANCO.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETRY.

           SELECT ARQ-REMESSAS-CONFIRMADAS ASSIGN TO "REMCONF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONFIRMADAS.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-RETRY.
       COPY CPRETRY.

       FD  ARQ-REMESSAS-CONFIRMADAS.
       COPY CPREMCNF.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-MASTER            PIC X(02).
       01  WS-STATUS-CONTROLE          PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
       01  WS-STATUS-CONFIRMADAS       PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
               88  RETORNO-REJEITADO       VALUE "R".
           05  RET-MOTIVO              PIC X(30).
      *    NATUREZA DO CREDITO, ECOADA DA REMESSA ("S" SALARIO, "P"
      *    PENSAO, "R" REAPRESENTACAO, "D" REEMBOLSO DE DESPESA;
      *    BRANCO EM RETORNO ANTIGO VALE SALARIO) - SO O SALARIO
      *    ENTRA NA CONFERENCIA DO DESDOBRAMENTO CONTRA O LIQUIDO
      *    DO MESTRE.
           05  RET-NATUREZA            PIC X(01).
               88  CREDITO-DE-SALARIO      VALUES "S" SPACE.
               88  CREDITO-DE-PENSAO       VALUE "P".
               88  CREDITO-REAPRESENTADO   VALUE "R".
               88  CREDITO-DE-REEMBOLSO    VALUE "D".

      *    CONTROLE DA REMESSA - UM REGISTRO POR BANCO, NA ORDEM DOS
      *    ARQUIVOS REMBCO/RETBCO.
       01  TAB-CONTROLE-BANCOS.
           05  CTB-ITEM OCCURS 5 TIMES.
               10  CTB-BANCO           PIC 9(03).
               10  CTB-DATA-GERACAO    PIC 9(08).
               10  CTB-QTD             PIC 9(05).
               10  CTB-VALOR           PIC 9(8)V9(2).
       01  WS-IDX-BCO                  PIC 9(01).
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.

           OPEN EXTEND ARQ-REMESSAS-CONFIRMADAS.
           IF WS-STATUS-CONFIRMADAS = "35"
               OPEN OUTPUT ARQ-REMESSAS-CONFIRMADAS
           END-IF.

       ENCERRAR-ARQUIVOS.
           CLOSE FUNCIONARIO-MASTER.
           CLOSE ARQ-RELATORIO.
           CLOSE ARQ-EXCECOES.
           CLOSE ARQ-REMESSAS-CONFIRMADAS.

       CARREGAR-CONTROLE-REMESSA.
           OPEN INPUT ARQ-CONTROLE-REMESSA.
           IF WS-QTD-BANCOS < 5
               ADD 1 TO WS-QTD-BANCOS
               MOVE RCT-BANCO        TO CTB-BANCO (WS-QTD-BANCOS)
               MOVE RCT-DATA-GERACAO
                   TO CTB-DATA-GERACAO (WS-QTD-BANCOS)
               MOVE RCT-QTD-CREDITOS TO CTB-QTD (WS-QTD-BANCOS)
               MOVE RCT-VALOR-TOTAL  TO CTB-VALOR (WS-QTD-BANCOS)
           END-IF.
               PERFORM CONCILIAR-UM-CREDITO UNTIL FIM-RETORNO
               PERFORM FECHAR-RETORNO-DO-BANCO
               PERFORM CONFERIR-CONTRA-CONTROLE
               PERFORM REGISTRAR-REMESSA-CONFIRMADA
           ELSE
               ADD 1 TO WS-QTD-DIVERGENTES
               MOVE "RETORNO DO BANCO AUSENTE" TO EXC-MOTIVO
               WRITE REG-EXCECAO
           END-IF.

       REGISTRAR-REMESSA-CONFIRMADA.
           MOVE CTB-BANCO (WS-IDX-BCO)  TO RCF-BANCO.
           MOVE CTB-DATA-GERACAO (WS-IDX-BCO)
                                        TO RCF-DATA-GERACAO.
           MOVE WS-DATA-HOJE            TO RCF-DATA-CONCILIACAO.
           MOVE WS-HORA-AGORA           TO RCF-HORA-CONCILIACAO.
           MOVE WS-QTD-ACEITOS-BCO      TO RCF-QTD-ACEITOS.
           MOVE WS-VALOR-ACEITOS-BCO    TO RCF-VALOR-ACEITOS.
           MOVE WS-QTD-REJEITADOS-BCO   TO RCF-QTD-REJEITADOS.
           WRITE REG-REMESSA-CONFIRMADA.

      *--------------------------------------------------------------*
      *    DESDOBRAMENTO POR FUNCIONARIO - ACUMULO DOS CREDITOS
      *    ACEITOS POR CODIGO E CONFERENCIA DA SOMA CONTRA O LIQUIDO

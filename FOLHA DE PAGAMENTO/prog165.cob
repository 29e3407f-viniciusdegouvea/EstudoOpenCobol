       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG165.
      *     CONCILIACAO DOS PAGAMENTOS DAS GUIAS DE FGTS, INSS E IRRF.
      *     O PROG103 E O PROG104 CALCULAM AS GUIAS, MAS NADA DIZIA SE
      *     FORAM PAGAS, QUANDO E QUANTO - O ATRASO SO APARECIA QUANDO
      *     CHEGAVA A MULTA. PASSO DIARIO DO LOTE:
      *       - IMPORTA O COMPROVANTE DO BANCO (GUIARET - EMPRESA,
      *         COMPETENCIA, TIPO DA GUIA F/I/R, VALOR E DATA DO
      *         PAGAMENTO) PARA O REGISTRO DE GUIAS PAGAS (GUIAPAGO),
      *         ONDE TAMBEM CAI A DIGITACAO DO RH (PROG166). LINHA
      *         INVALIDA OU JA REGISTRADA (MESMA EMPRESA, COMPETENCIA,
      *         TIPO, VALOR E DATA) VAI PARA AS EXCECOES; O GUIARET E
      *         ESVAZIADO NO FIM, COMO OS DEMAIS ARQUIVOS DE ENTRADA;
      *       - CONFERE CADA GUIA DO REGISTRO DE GUIAS CALCULADAS
      *         (GUIACALC - VALE O CALCULO MAIS RECENTE DE CADA
      *         EMPRESA/COMPETENCIA/TIPO) CONTRA A SOMA DO QUE FOI
      *         PAGO PARA ELA;
      *       - LISTA NO RELGUIAP AS GUIAS NAO PAGAS, PAGAS A MENOR,
      *         PAGAS A MAIOR E PAGAS COM ATRASO, COM OS DIAS DE
      *         ATRASO (DATA DO ULTIMO PAGAMENTO, OU HOJE PARA A GUIA
      *         AINDA EM ABERTO, MENOS O VENCIMENTO), E OS PAGAMENTOS
      *         SEM GUIA CALCULADA. GUIA PAGA EM DIA NAO SAI NA LISTA,
      *         SO NO RESUMO.
      *     GUIA EM ABERTO (NAO PAGA OU PAGA A MENOR) JA VENCIDA
      *     DEVOLVE RETURN-CODE 8; A QUE VENCE NOS PROXIMOS DIAS DO
      *     CARTAO GUIAPRM (PADRAO 5) DEVOLVE 4 - O LOTE (PROG42) SAI
      *     COM O MAIOR RETORNO DOS PASSOS. GUIACALC OU GUIAPAGO MAIOR
      *     QUE AS TABELAS EM MEMORIA ENCERRA COM RETURN-CODE 16 SEM
      *     IMPORTAR NADA.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-GUIAS-CALCULADAS ASSIGN TO "GUIACALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIACALC.

           SELECT ARQ-GUIAS-PAGAS ASSIGN TO "GUIAPAGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-GUIAPAGO.

           SELECT ARQ-RETORNO-BANCO ASSIGN TO "GUIARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETORNO.

           SELECT ARQ-PARAMETRO ASSIGN TO "GUIAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETRO.

           SELECT ARQ-RELATORIO ASSIGN TO "RELGUIAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RELATORIO.

           SELECT ARQ-EXCECOES ASSIGN TO "EXCECOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXCP.

       DATA DIVISION.
       FILE SECTION.

       FD  ARQ-GUIAS-CALCULADAS.
       COPY CPGUIACL.

       FD  ARQ-GUIAS-PAGAS.
       COPY CPGUIAPG.

      *    O COMPROVANTE DO BANCO E LIDO DIRETO NO REGISTRO DO
      *    GUIAPAGO (MESMO LAYOUT ATE A DATA DO PAGAMENTO).
       FD  ARQ-RETORNO-BANCO.
       01  REG-RETORNO-BANCO           PIC X(80).

       FD  ARQ-PARAMETRO.
       01  REG-PARAMETRO-GUIA.
           05  PRM-DIAS-AVISO          PIC 9(02).

       FD  ARQ-RELATORIO.
       01  LINHA-RELATORIO             PIC X(80).

       FD  ARQ-EXCECOES.
       COPY CPEXCP.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-GUIACALC          PIC X(02).
       01  WS-STATUS-GUIAPAGO          PIC X(02).
       01  WS-STATUS-RETORNO           PIC X(02).
       01  WS-STATUS-PARAMETRO         PIC X(02).
       01  WS-STATUS-RELATORIO         PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).

      *    JANELA DO AVISO - GUIAS EM ABERTO QUE VENCEM ATE N DIAS
      *    A PARTIR DE HOJE.
       01  WS-DIAS-AVISO               PIC 9(02) VALUE 5.
       01  WS-DATA-LIMITE-AVISO        PIC 9(08).

       01  WS-FIM-GUIACALC             PIC X VALUE "N".
           88  FIM-GUIACALC                VALUE "S".
       01  WS-FIM-GUIAPAGO             PIC X VALUE "N".
           88  FIM-GUIAPAGO                VALUE "S".
       01  WS-FIM-RETORNO              PIC X VALUE "N".
           88  FIM-RETORNO                 VALUE "S".

       01  WS-TABELA-ESTOUROU          PIC X VALUE "N".
           88  TABELA-ESTOUROU             VALUE "S".

      *    GUIAS CALCULADAS - A LINHA MAIS RECENTE DE CADA CHAVE -
      *    E O QUE FOI PAGO PARA CADA UMA.
       01  WS-QTD-GUIAS                PIC 9(04) VALUE 0.
       01  TAB-GUIAS.
           05  TGC-ITEM OCCURS 600 TIMES.
               10  TGC-CHAVE.
                   15  TGC-EMPRESA     PIC 9(03).
                   15  TGC-COMPETENCIA PIC 9(06).
                   15  TGC-TIPO-GUIA   PIC X(01).
               10  TGC-VALOR           PIC 9(8)V9(2).
               10  TGC-VENCIMENTO      PIC 9(08).
               10  TGC-VALOR-PAGO      PIC 9(8)V9(2).
               10  TGC-ULTIMO-PAGTO    PIC 9(08).
               10  TGC-QTD-PAGTOS      PIC 9(03).
       01  WS-IDX-TGC                  PIC 9(04).
       01  WS-IDX-TGC-ACHADO           PIC 9(04).

      *    PAGAMENTOS REGISTRADOS - PARA RECUSAR O COMPROVANTE
      *    IMPORTADO DUAS VEZES E PARA SOMAR POR GUIA.
       01  WS-QTD-PAGTOS               PIC 9(04) VALUE 0.
       01  TAB-PAGAMENTOS.
           05  TPG-ITEM OCCURS 3000 TIMES.
               10  TPG-CHAVE.
                   15  TPG-EMPRESA     PIC 9(03).
                   15  TPG-COMPETENCIA PIC 9(06).
                   15  TPG-TIPO-GUIA   PIC X(01).
               10  TPG-VALOR-PAGO      PIC 9(8)V9(2).
               10  TPG-DATA-PAGAMENTO  PIC 9(08).
       01  WS-IDX-TPG                  PIC 9(04).

       01  WS-PAGAMENTO-NOVO.
           05  WS-NOVO-CHAVE.
               10  WS-NOVO-EMPRESA     PIC 9(03).
               10  WS-NOVO-COMPETENCIA PIC 9(06).
               10  WS-NOVO-TIPO-GUIA   PIC X(01).
           05  WS-NOVO-VALOR-PAGO      PIC 9(8)V9(2).
           05  WS-NOVO-DATA-PAGAMENTO  PIC 9(08).
       01  WS-JA-REGISTRADO            PIC X VALUE "N".
           88  JA-REGISTRADO               VALUE "S".

       01  WS-DATA-COMPETENCIA         PIC 9(08).
       01  FILLER REDEFINES WS-DATA-COMPETENCIA.
           05  WS-DCP-ANO-MES          PIC 9(06).
           05  WS-DCP-DIA              PIC 9(02).

       01  WS-LINHA-VALIDA             PIC X VALUE "N".
           88  LINHA-VALIDA                VALUE "S".
       01  WS-CAMPO-REJEITADO          PIC X(15).
       01  WS-VALOR-REJEITADO          PIC X(30).
       01  WS-MOTIVO-REJEICAO          PIC X(40).

      *    SITUACAO DE UMA GUIA NA CONFERENCIA.
       01  WS-SITUACAO-GUIA            PIC X(13).
       01  WS-PRAZO-GUIA               PIC X(08).
       01  WS-GUIA-EM-ABERTO           PIC X VALUE "N".
           88  GUIA-EM-ABERTO              VALUE "S".
       01  WS-DIAS-ATRASO              PIC 9(05).
       01  WS-DATA-REFERENCIA          PIC 9(08).
       01  WS-DIFERENCA                PIC 9(8)V9(2).
       01  WS-GUIA-DA-LINHA            PIC X(05).

       01  WS-CONTADORES.
           05  WS-QTD-IMPORTADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-REJEITADOS       PIC 9(05) VALUE 0.
           05  WS-QTD-EM-DIA           PIC 9(05) VALUE 0.
           05  WS-QTD-COM-ATRASO       PIC 9(05) VALUE 0.
           05  WS-QTD-A-MAIOR          PIC 9(05) VALUE 0.
           05  WS-QTD-A-MENOR          PIC 9(05) VALUE 0.
           05  WS-QTD-NAO-PAGAS        PIC 9(05) VALUE 0.
           05  WS-QTD-VENCIDAS         PIC 9(05) VALUE 0.
           05  WS-QTD-A-VENCER         PIC 9(05) VALUE 0.
           05  WS-QTD-SEM-GUIA         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM LER-PARAMETRO.
           COMPUTE WS-DATA-LIMITE-AVISO = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-DATA-HOJE)
                + WS-DIAS-AVISO).
           OPEN EXTEND ARQ-EXCECOES.
           IF WS-STATUS-EXCP = "35"
               OPEN OUTPUT ARQ-EXCECOES
           END-IF.
           PERFORM CARREGAR-GUIAS-CALCULADAS.
           PERFORM CARREGAR-PAGAMENTOS-REGISTRADOS.
           IF TABELA-ESTOUROU
               DISPLAY "** GUIACALC/GUIAPAGO MAIOR QUE A TABELA EM"
                   " MEMORIA - NADA IMPORTADO **"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM IMPORTAR-RETORNO-DO-BANCO
               PERFORM APLICAR-UM-PAGAMENTO
                   VARYING WS-IDX-TPG FROM 1 BY 1
                   UNTIL WS-IDX-TPG > WS-QTD-PAGTOS
               PERFORM IMPRIMIR-CONCILIACAO
               DISPLAY "CONCILIACAO DE GUIAS - IMPORTADOS: "
                   WS-QTD-IMPORTADOS " - VENCIDAS EM ABERTO: "
                   WS-QTD-VENCIDAS " - A VENCER EM ABERTO: "
                   WS-QTD-A-VENCER
               IF WS-QTD-VENCIDAS > 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-QTD-A-VENCER > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           CLOSE ARQ-EXCECOES.

       PROGRAM-DONE.
           GOBACK.

       LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO.
           IF WS-STATUS-PARAMETRO = "00"
               READ ARQ-PARAMETRO
                   NOT AT END
                       IF PRM-DIAS-AVISO IS NUMERIC
                           MOVE PRM-DIAS-AVISO TO WS-DIAS-AVISO
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQ-PARAMETRO.

      *--------------------------------------------------------------*
      *    CARGA - GUIAS CALCULADAS (A MAIS RECENTE DE CADA CHAVE) E
      *    PAGAMENTOS JA REGISTRADOS.
      *--------------------------------------------------------------*
       CARREGAR-GUIAS-CALCULADAS.
           OPEN INPUT ARQ-GUIAS-CALCULADAS.
           IF WS-STATUS-GUIACALC = "00"
               PERFORM LER-GUIA-CALCULADA
               PERFORM GUARDAR-GUIA-CALCULADA UNTIL FIM-GUIACALC
               CLOSE ARQ-GUIAS-CALCULADAS
           END-IF.

       LER-GUIA-CALCULADA.
           READ ARQ-GUIAS-CALCULADAS
               AT END SET FIM-GUIACALC TO TRUE
           END-READ.

       GUARDAR-GUIA-CALCULADA.
           MOVE GCL-EMPRESA     TO WS-NOVO-EMPRESA.
           MOVE GCL-COMPETENCIA TO WS-NOVO-COMPETENCIA.
           MOVE GCL-TIPO-GUIA   TO WS-NOVO-TIPO-GUIA.
           PERFORM LOCALIZAR-GUIA.
           IF WS-IDX-TGC-ACHADO = 0
               IF WS-QTD-GUIAS < 600
                   ADD 1 TO WS-QTD-GUIAS
                   MOVE WS-QTD-GUIAS TO WS-IDX-TGC-ACHADO
                   MOVE WS-NOVO-CHAVE TO TGC-CHAVE (WS-IDX-TGC-ACHADO)
               ELSE
                   SET TABELA-ESTOUROU TO TRUE
               END-IF
           END-IF.
           IF WS-IDX-TGC-ACHADO > 0
               MOVE GCL-VALOR      TO TGC-VALOR (WS-IDX-TGC-ACHADO)
               MOVE GCL-VENCIMENTO TO TGC-VENCIMENTO (WS-IDX-TGC-ACHADO)
               MOVE 0 TO TGC-VALOR-PAGO (WS-IDX-TGC-ACHADO)
               MOVE 0 TO TGC-ULTIMO-PAGTO (WS-IDX-TGC-ACHADO)
               MOVE 0 TO TGC-QTD-PAGTOS (WS-IDX-TGC-ACHADO)
           END-IF.
           PERFORM LER-GUIA-CALCULADA.

       LOCALIZAR-GUIA.
           MOVE 0 TO WS-IDX-TGC-ACHADO.
           PERFORM VARYING WS-IDX-TGC FROM 1 BY 1
                   UNTIL WS-IDX-TGC > WS-QTD-GUIAS
               IF TGC-CHAVE (WS-IDX-TGC) = WS-NOVO-CHAVE
                   MOVE WS-IDX-TGC TO WS-IDX-TGC-ACHADO
               END-IF
           END-PERFORM.

       CARREGAR-PAGAMENTOS-REGISTRADOS.
           OPEN INPUT ARQ-GUIAS-PAGAS.
           IF WS-STATUS-GUIAPAGO = "00"
               PERFORM LER-GUIA-PAGA
               PERFORM GUARDAR-PAGAMENTO-REGISTRADO UNTIL FIM-GUIAPAGO
               CLOSE ARQ-GUIAS-PAGAS
           END-IF.

       LER-GUIA-PAGA.
           READ ARQ-GUIAS-PAGAS
               AT END SET FIM-GUIAPAGO TO TRUE
           END-READ.

       GUARDAR-PAGAMENTO-REGISTRADO.
           MOVE GPG-EMPRESA        TO WS-NOVO-EMPRESA.
           MOVE GPG-COMPETENCIA    TO WS-NOVO-COMPETENCIA.
           MOVE GPG-TIPO-GUIA      TO WS-NOVO-TIPO-GUIA.
           MOVE GPG-VALOR-PAGO     TO WS-NOVO-VALOR-PAGO.
           MOVE GPG-DATA-PAGAMENTO TO WS-NOVO-DATA-PAGAMENTO.
           PERFORM GUARDAR-PAGAMENTO-NOVO.
           PERFORM LER-GUIA-PAGA.

       GUARDAR-PAGAMENTO-NOVO.
           IF WS-QTD-PAGTOS < 3000
               ADD 1 TO WS-QTD-PAGTOS
               MOVE WS-NOVO-CHAVE
                   TO TPG-CHAVE (WS-QTD-PAGTOS)
               MOVE WS-NOVO-VALOR-PAGO
                   TO TPG-VALOR-PAGO (WS-QTD-PAGTOS)
               MOVE WS-NOVO-DATA-PAGAMENTO
                   TO TPG-DATA-PAGAMENTO (WS-QTD-PAGTOS)
           ELSE
               SET TABELA-ESTOUROU TO TRUE
           END-IF.

      *--------------------------------------------------------------*
      *    IMPORTACAO DO COMPROVANTE DO BANCO PARA O GUIAPAGO.
      *--------------------------------------------------------------*
       IMPORTAR-RETORNO-DO-BANCO.
           OPEN INPUT ARQ-RETORNO-BANCO.
           IF WS-STATUS-RETORNO = "00"
               OPEN EXTEND ARQ-GUIAS-PAGAS
               IF WS-STATUS-GUIAPAGO = "35"
                   OPEN OUTPUT ARQ-GUIAS-PAGAS
               END-IF
               PERFORM LER-RETORNO-DO-BANCO
               PERFORM IMPORTAR-UMA-LINHA UNTIL FIM-RETORNO
               CLOSE ARQ-GUIAS-PAGAS
               CLOSE ARQ-RETORNO-BANCO
               OPEN OUTPUT ARQ-RETORNO-BANCO
               CLOSE ARQ-RETORNO-BANCO
           END-IF.

       LER-RETORNO-DO-BANCO.
           READ ARQ-RETORNO-BANCO INTO REG-GUIA-PAGA
               AT END SET FIM-RETORNO TO TRUE
           END-READ.

       IMPORTAR-UMA-LINHA.
           PERFORM CONFERIR-LINHA-DO-RETORNO.
           IF LINHA-VALIDA
               IF WS-QTD-PAGTOS < 3000
                   SET GPG-DO-BANCO TO TRUE
                   MOVE "LOTE"       TO GPG-OPERADOR
                   MOVE WS-DATA-HOJE TO GPG-DATA-REGISTRO
                   WRITE REG-GUIA-PAGA
                   PERFORM GUARDAR-PAGAMENTO-NOVO
                   ADD 1 TO WS-QTD-IMPORTADOS
               ELSE
                   MOVE "GUIAPAGO"      TO WS-CAMPO-REJEITADO
                   MOVE WS-QTD-PAGTOS   TO WS-VALOR-REJEITADO
                   MOVE "REGISTRO DE GUIAS PAGAS CHEIO"
                                        TO WS-MOTIVO-REJEICAO
                   PERFORM REJEITAR-LINHA
               END-IF
           ELSE
               PERFORM REJEITAR-LINHA
           END-IF.
           PERFORM LER-RETORNO-DO-BANCO.

       CONFERIR-LINHA-DO-RETORNO.
           MOVE "N" TO WS-LINHA-VALIDA.
           MOVE GPG-COMPETENCIA TO WS-DCP-ANO-MES.
           MOVE 01 TO WS-DCP-DIA.
           EVALUATE TRUE
               WHEN GPG-EMPRESA IS NOT NUMERIC OR GPG-EMPRESA = 0
                   MOVE "GPG-EMPRESA"     TO WS-CAMPO-REJEITADO
                   MOVE GPG-EMPRESA       TO WS-VALOR-REJEITADO
                   MOVE "EMPRESA DEVE SER NUMERICA"
                                          TO WS-MOTIVO-REJEICAO
               WHEN GPG-COMPETENCIA IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (WS-DATA-COMPETENCIA) NOT = 0
                   MOVE "GPG-COMPETENCIA" TO WS-CAMPO-REJEITADO
                   MOVE GPG-COMPETENCIA   TO WS-VALOR-REJEITADO
                   MOVE "COMPETENCIA DEVE SER AAAAMM"
                                          TO WS-MOTIVO-REJEICAO
               WHEN NOT GPG-GUIA-FGTS AND NOT GPG-GUIA-INSS
                   AND NOT GPG-GUIA-IRRF
                   MOVE "GPG-TIPO-GUIA"   TO WS-CAMPO-REJEITADO
                   MOVE GPG-TIPO-GUIA     TO WS-VALOR-REJEITADO
                   MOVE "TIPO DA GUIA DEVE SER F, I OU R"
                                          TO WS-MOTIVO-REJEICAO
               WHEN GPG-VALOR-PAGO IS NOT NUMERIC
                   OR GPG-VALOR-PAGO = 0
                   MOVE "GPG-VALOR-PAGO"  TO WS-CAMPO-REJEITADO
                   MOVE REG-RETORNO-BANCO (11:10)
                                          TO WS-VALOR-REJEITADO
                   MOVE "VALOR DEVE SER MAIOR QUE ZERO"
                                          TO WS-MOTIVO-REJEICAO
               WHEN GPG-DATA-PAGAMENTO IS NOT NUMERIC
                   OR FUNCTION TEST-DATE-YYYYMMDD
                       (GPG-DATA-PAGAMENTO) NOT = 0
                   MOVE "GPG-DATA-PAGTO"  TO WS-CAMPO-REJEITADO
                   MOVE GPG-DATA-PAGAMENTO TO WS-VALOR-REJEITADO
                   MOVE "DATA DEVE SER AAAAMMDD"
                                          TO WS-MOTIVO-REJEICAO
               WHEN GPG-DATA-PAGAMENTO > WS-DATA-HOJE
                   MOVE "GPG-DATA-PAGTO"  TO WS-CAMPO-REJEITADO
                   MOVE GPG-DATA-PAGAMENTO TO WS-VALOR-REJEITADO
                   MOVE "DATA DO PAGAMENTO POSTERIOR A HOJE"
                                          TO WS-MOTIVO-REJEICAO
               WHEN OTHER
                   PERFORM CONFERIR-SE-JA-REGISTRADO
                   IF JA-REGISTRADO
                       MOVE "GPG-EMPRESA"  TO WS-CAMPO-REJEITADO
                       MOVE SPACES         TO WS-VALOR-REJEITADO
                       STRING GPG-EMPRESA " " GPG-COMPETENCIA " "
                           GPG-TIPO-GUIA " " GPG-DATA-PAGAMENTO
                           DELIMITED BY SIZE INTO WS-VALOR-REJEITADO
                       END-STRING
                       MOVE "PAGAMENTO JA REGISTRADO NO GUIAPAGO"
                                           TO WS-MOTIVO-REJEICAO
                   ELSE
                       MOVE "S" TO WS-LINHA-VALIDA
                   END-IF
           END-EVALUATE.

       CONFERIR-SE-JA-REGISTRADO.
           MOVE GPG-EMPRESA        TO WS-NOVO-EMPRESA.
           MOVE GPG-COMPETENCIA    TO WS-NOVO-COMPETENCIA.
           MOVE GPG-TIPO-GUIA      TO WS-NOVO-TIPO-GUIA.
           MOVE GPG-VALOR-PAGO     TO WS-NOVO-VALOR-PAGO.
           MOVE GPG-DATA-PAGAMENTO TO WS-NOVO-DATA-PAGAMENTO.
           MOVE "N" TO WS-JA-REGISTRADO.
           PERFORM VARYING WS-IDX-TPG FROM 1 BY 1
                   UNTIL WS-IDX-TPG > WS-QTD-PAGTOS
               IF TPG-CHAVE (WS-IDX-TPG) = WS-NOVO-CHAVE
                   AND TPG-VALOR-PAGO (WS-IDX-TPG)
                       = WS-NOVO-VALOR-PAGO
                   AND TPG-DATA-PAGAMENTO (WS-IDX-TPG)
                       = WS-NOVO-DATA-PAGAMENTO
                   SET JA-REGISTRADO TO TRUE
               END-IF
           END-PERFORM.

       REJEITAR-LINHA.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE "PROG165"          TO EXC-PROGRAMA.
           MOVE WS-CAMPO-REJEITADO TO EXC-CAMPO.
           MOVE WS-VALOR-REJEITADO TO EXC-VALOR.
           MOVE WS-MOTIVO-REJEICAO TO EXC-MOTIVO.
           MOVE WS-DATA-HOJE       TO EXC-DATA.
           MOVE WS-HORA-AGORA      TO EXC-HORA.
           WRITE REG-EXCECAO.

      *--------------------------------------------------------------*
      *    CONFERENCIA - CADA PAGAMENTO SOMA NA SUA GUIA.
      *--------------------------------------------------------------*
       APLICAR-UM-PAGAMENTO.
           MOVE TPG-CHAVE (WS-IDX-TPG) TO WS-NOVO-CHAVE.
           PERFORM LOCALIZAR-GUIA.
           IF WS-IDX-TGC-ACHADO > 0
               ADD TPG-VALOR-PAGO (WS-IDX-TPG)
                   TO TGC-VALOR-PAGO (WS-IDX-TGC-ACHADO)
               ADD 1 TO TGC-QTD-PAGTOS (WS-IDX-TGC-ACHADO)
               IF TPG-DATA-PAGAMENTO (WS-IDX-TPG)
                   > TGC-ULTIMO-PAGTO (WS-IDX-TGC-ACHADO)
                   MOVE TPG-DATA-PAGAMENTO (WS-IDX-TPG)
                       TO TGC-ULTIMO-PAGTO (WS-IDX-TGC-ACHADO)
               END-IF
           END-IF.

      *--------------------------------------------------------------*
      *    RELATORIO - GUIAS COM PROBLEMA, PAGAMENTOS SEM GUIA E O
      *    RESUMO.
      *--------------------------------------------------------------*
       IMPRIMIR-CONCILIACAO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO DE GUIAS DE RECOLHIMENTO - " WS-DATA-HOJE
               " - AVISO ATE " WS-DATA-LIMITE-AVISO
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMP COMPET GUIA VALOR      PAGO       "
               "VENCTO   ULT.PAGT ATRAS SITUACAO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           PERFORM CONFERIR-UMA-GUIA
               VARYING WS-IDX-TGC FROM 1 BY 1
               UNTIL WS-IDX-TGC > WS-QTD-GUIAS.
           PERFORM LISTAR-PAGAMENTO-SEM-GUIA
               VARYING WS-IDX-TPG FROM 1 BY 1
               UNTIL WS-IDX-TPG > WS-QTD-PAGTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPROVANTES IMPORTADOS " WS-QTD-IMPORTADOS
               " - REJEITADOS " WS-QTD-REJEITADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAGAS EM DIA " WS-QTD-EM-DIA
               " - COM ATRASO " WS-QTD-COM-ATRASO
               " - A MAIOR " WS-QTD-A-MAIOR
               " - A MENOR " WS-QTD-A-MENOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NAO PAGAS " WS-QTD-NAO-PAGAS
               " - EM ABERTO VENCIDAS " WS-QTD-VENCIDAS
               " - A VENCER " WS-QTD-A-VENCER
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAGAMENTOS SEM GUIA CALCULADA " WS-QTD-SEM-GUIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.

      *    GUIA ZERADA SEM PAGAMENTO NAO TEM O QUE CONFERIR. O ATRASO
      *    CONTA ATE O ULTIMO PAGAMENTO OU, EM ABERTO, ATE HOJE.
       CONFERIR-UMA-GUIA.
           IF TGC-VALOR (WS-IDX-TGC) = 0
               AND TGC-QTD-PAGTOS (WS-IDX-TGC) = 0
               CONTINUE
           ELSE
               MOVE "N" TO WS-GUIA-EM-ABERTO
               MOVE SPACES TO WS-PRAZO-GUIA
               MOVE 0 TO WS-DIFERENCA
               EVALUATE TRUE
                   WHEN TGC-QTD-PAGTOS (WS-IDX-TGC) = 0
                       MOVE "NAO PAGA" TO WS-SITUACAO-GUIA
                       SET GUIA-EM-ABERTO TO TRUE
                       MOVE TGC-VALOR (WS-IDX-TGC) TO WS-DIFERENCA
                       ADD 1 TO WS-QTD-NAO-PAGAS
                   WHEN TGC-VALOR-PAGO (WS-IDX-TGC)
                           < TGC-VALOR (WS-IDX-TGC)
                       MOVE "PAGA A MENOR" TO WS-SITUACAO-GUIA
                       SET GUIA-EM-ABERTO TO TRUE
                       COMPUTE WS-DIFERENCA = TGC-VALOR (WS-IDX-TGC)
                           - TGC-VALOR-PAGO (WS-IDX-TGC)
                       ADD 1 TO WS-QTD-A-MENOR
                   WHEN TGC-VALOR-PAGO (WS-IDX-TGC)
                           > TGC-VALOR (WS-IDX-TGC)
                       MOVE "PAGA A MAIOR" TO WS-SITUACAO-GUIA
                       COMPUTE WS-DIFERENCA =
                           TGC-VALOR-PAGO (WS-IDX-TGC)
                           - TGC-VALOR (WS-IDX-TGC)
                       ADD 1 TO WS-QTD-A-MAIOR
                   WHEN OTHER
                       MOVE "PAGA" TO WS-SITUACAO-GUIA
               END-EVALUATE
               IF GUIA-EM-ABERTO
                   MOVE WS-DATA-HOJE TO WS-DATA-REFERENCIA
               ELSE
                   MOVE TGC-ULTIMO-PAGTO (WS-IDX-TGC)
                       TO WS-DATA-REFERENCIA
               END-IF
               MOVE 0 TO WS-DIAS-ATRASO
               IF WS-DATA-REFERENCIA > TGC-VENCIMENTO (WS-IDX-TGC)
                   COMPUTE WS-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE (WS-DATA-REFERENCIA)
                       - FUNCTION INTEGER-OF-DATE
                           (TGC-VENCIMENTO (WS-IDX-TGC))
               END-IF
               EVALUATE TRUE
                   WHEN GUIA-EM-ABERTO AND WS-DIAS-ATRASO > 0
                       ADD 1 TO WS-QTD-VENCIDAS
                       MOVE "VENCIDA" TO WS-PRAZO-GUIA
                   WHEN GUIA-EM-ABERTO
                       AND TGC-VENCIMENTO (WS-IDX-TGC)
                           <= WS-DATA-LIMITE-AVISO
                       ADD 1 TO WS-QTD-A-VENCER
                       MOVE "A VENCER" TO WS-PRAZO-GUIA
                   WHEN NOT GUIA-EM-ABERTO AND WS-DIAS-ATRASO > 0
                       IF WS-SITUACAO-GUIA = "PAGA"
                           MOVE "PAGA C/ATRASO" TO WS-SITUACAO-GUIA
                       END-IF
                       ADD 1 TO WS-QTD-COM-ATRASO
                   WHEN WS-SITUACAO-GUIA = "PAGA"
                       ADD 1 TO WS-QTD-EM-DIA
               END-EVALUATE
      *        EM ABERTO SO SAI NA LISTA QUANDO VENCIDA OU A VENCER.
               IF WS-SITUACAO-GUIA NOT = "PAGA"
                   AND (NOT GUIA-EM-ABERTO
                        OR WS-PRAZO-GUIA NOT = SPACES)
                   PERFORM IMPRIMIR-LINHA-DA-GUIA
               END-IF
           END-IF.

       IMPRIMIR-LINHA-DA-GUIA.
           EVALUATE TGC-TIPO-GUIA (WS-IDX-TGC)
               WHEN "F" MOVE "FGTS " TO WS-GUIA-DA-LINHA
               WHEN "I" MOVE "INSS " TO WS-GUIA-DA-LINHA
               WHEN OTHER MOVE "IRRF " TO WS-GUIA-DA-LINHA
           END-EVALUATE.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING TGC-EMPRESA (WS-IDX-TGC) " "
               TGC-COMPETENCIA (WS-IDX-TGC) " "
               WS-GUIA-DA-LINHA
               TGC-VALOR (WS-IDX-TGC) " "
               TGC-VALOR-PAGO (WS-IDX-TGC) " "
               TGC-VENCIMENTO (WS-IDX-TGC) " "
               TGC-ULTIMO-PAGTO (WS-IDX-TGC) " "
               WS-DIAS-ATRASO " "
               WS-SITUACAO-GUIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-STRING.
           WRITE LINHA-RELATORIO.
           IF WS-DIFERENCA > 0
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    DIFERENCA " WS-DIFERENCA " " WS-PRAZO-GUIA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

       LISTAR-PAGAMENTO-SEM-GUIA.
           MOVE TPG-CHAVE (WS-IDX-TPG) TO WS-NOVO-CHAVE.
           PERFORM LOCALIZAR-GUIA.
           IF WS-IDX-TGC-ACHADO = 0
               ADD 1 TO WS-QTD-SEM-GUIA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "PAGAMENTO SEM GUIA CALCULADA - EMPRESA "
                   TPG-EMPRESA (WS-IDX-TPG)
                   " COMPET " TPG-COMPETENCIA (WS-IDX-TPG)
                   " TIPO " TPG-TIPO-GUIA (WS-IDX-TPG)
                   " VALOR " TPG-VALOR-PAGO (WS-IDX-TPG)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               END-STRING
               WRITE LINHA-RELATORIO
           END-IF.

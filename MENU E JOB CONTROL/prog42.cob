      *     ACAO EM ERRO), DE MODO QUE PULAR O QUESTIONARIO OU
      *     INCLUIR UM RELATORIO NOVO SEJA DIGITACAO DE DADOS E NAO
      *     ALTERACAO DE PROGRAMA. SEM STEPCTL, VALE A CADEIA PADRAO
      *     COMPILADA (VERIFICACAO, CAPACIDADE DAS TABELAS EM MEMORIA,
      *     FOLHA, ENCARGOS, ORDENACAO, RELATORIO POR SETOR,
      *     CONCILIACAO DAS GUIAS, QUESTIONARIO E, NA VIRADA DO MES,
      *     O ARQUIVAMENTO DE RETENCAO). QUEM TEM STEPCTL PROPRIO
      *     INCLUI O PASSO DE CAPACIDADE (PROG161) NO SEU ARQUIVO.

      *     O LOTE TERMINA COM O MAIOR RETURN-CODE DEVOLVIDO PELOS
      *     PASSOS, MESMO OS DE ACAO "C" QUE NAO PARAM A CADEIA, E
      *     COM 16 QUANDO A CADEIA E ABORTADA OU UM PASSO NAO PODE
      *     SER CHAMADO. E ASSIM QUE A CONCILIACAO DAS GUIAS DE
      *     FGTS/INSS/IRRF (PROG165, PASSO 055 DA CADEIA PADRAO) FAZ
      *     A RODADA SAIR COM 4 (GUIA PERTO DO VENCIMENTO SEM
      *     PAGAMENTO) OU 8 (GUIA VENCIDA EM ABERTO).
      *
      *     CARGA RETIDA: ANTES DE CHAMAR CADA PASSO O DRIVER CONSULTA
      *     O CARGARET (CPCARRET) GRAVADO HOJE PELA VARREDURA DE
      *     LARGURA DOS ARQUIVOS DE ENTRADA (PROG168). O PROGRAMA DE
      *     CARGA DE UM ARQUIVO COM VALOR QUE SERIA TRUNCADO NAO E
      *     CHAMADO - SAI COMO RETIDO NO RESUMODIA E NO OPLOG - E A
      *     CADEIA SEGUE. QUEM CARREGA HRIMPCSV, PONTOIMP OU CEPCARGA
      *     PELO STEPCTL POE O PROG168 ANTES DOS PASSOS DE CARGA.
      *
      *     REGRAS DE DIA: D = TODO DIA; U = SO EM DIA UTIL (PULA AS
      *     DATAS MARCADAS NO CALENDARIO DE FERIADOS CALENDAR);
      *     CADEIA LE E REGRAVA PARA OS NOMES DE TESTE, E O DRIVER
      *     REDIRECIONA OS NOMES LOGICOS (MESTRE, HISTORICO DE
      *     FOLHA, AUDITORIA, REMESSAS, CONTABIL, TRAVA DE EXECUCAO,
      *     FECHAMENTO DE COMPETENCIA, REGISTROS DE SEQUENCIA, IMAGEM
      *     DA FOLHA, REEMBOLSOS, GUIAS, RELATORIOS DOS PASSOS E O
      *     OPLOG DOS PASSOS) PARA AS COPIAS, PELO MAPEAMENTO DD DO
      *     AMBIENTE DE EXECUCAO.
      *     CADA PASSO RODA A LOGICA REAL SEM ENCOSTAR NA PRODUCAO,
      *     OS RELATORIOS DO SPOOL SAEM CARIMBADOS TESTE (PROG71 LE
      *     A MARCA HOMOLOG) E A TRAVA/FECHAMENTO DE VERDADE FICAM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HOMOLOGACAO.

           SELECT ARQ-CARGAS-RETIDAS ASSIGN TO "CARGARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIDAS.

       DATA DIVISION.
       FILE SECTION.

           05  TMH-PROGRAMA            PIC X(08).
           05  TMH-DURACAO-SEG         PIC 9(06).

       FD  ARQ-CARGAS-RETIDAS.
       COPY CPCARRET.

       WORKING-STORAGE SECTION.

       01  WS-STATUS-LOG               PIC X(02).
       01  WS-STATUS-RESTART           PIC X(02).
       01  WS-STATUS-TEMPOS            PIC X(02).
       01  WS-STATUS-TEMPOS-HIST       PIC X(02).
       01  WS-STATUS-RETIDAS           PIC X(02).

       01  WS-DATA-HOJE                PIC 9(08).
       01  WS-HORA-AGORA               PIC 9(08).
           88  FIM-PASSOS                  VALUE "S".
       01  WS-FIM-CALENDARIO           PIC X VALUE "N".
           88  FIM-CALENDARIO              VALUE "S".
       01  WS-FIM-RETIDAS              PIC X VALUE "N".
           88  FIM-RETIDAS                 VALUE "S".
       01  WS-PASSO-RETIDO             PIC X VALUE "N".
           88  PASSO-RETIDO                VALUE "S".

      *    TABELA DE PASSOS DO LOTE - DO STEPCTL OU A CADEIA PADRAO.
       01  WS-QTD-PASSOS               PIC 9(02) VALUE 0.
           05  FILLER PIC X(24) VALUE "DD_RELARQUI RELARQUT    ".
           05  FILLER PIC X(24) VALUE "DD_RELBANCO RELBANCT    ".
           05  FILLER PIC X(24) VALUE "DD_RELDPEND RELDPNDT    ".
           05  FILLER PIC X(24) VALUE "DD_VTCOMPRA VTCOMPRT    ".
           05  FILLER PIC X(24) VALUE "DD_RELVTRAN RELVTRAT    ".
           05  FILLER PIC X(24) VALUE "DD_ENCAHIST ENCATEST    ".
           05  FILLER PIC X(24) VALUE "DD_REEMBOLS REEMBOLT    ".
           05  FILLER PIC X(24) VALUE "DD_COPAGTO  COPAGTOT    ".
           05  FILLER PIC X(24) VALUE "DD_FOLHAIMG FOLHIMGT    ".
           05  FILLER PIC X(24) VALUE "DD_PREVCONT PREVCNTT    ".
           05  FILLER PIC X(24) VALUE "DD_OPLOG    OPLOGT      ".
           05  FILLER PIC X(24) VALUE "DD_GUIAPAGO GUIAPAGT    ".
           05  FILLER PIC X(24) VALUE "DD_GUIACALC GUIACALT    ".
           05  FILLER PIC X(24) VALUE "DD_GUIARET  GUIARETT    ".
           05  FILLER PIC X(24) VALUE "DD_RELGUIAP RELGUIAT    ".
           05  FILLER PIC X(24) VALUE "DD_RELCAPAC RELCAPAT    ".
           05  FILLER PIC X(24) VALUE "DD_CARGARET CARGARTT    ".
           05  FILLER PIC X(24) VALUE "DD_RELVARRE RELVARRT    ".
       01  FILLER REDEFINES TAB-REDIRECIONAMENTOS.
           05  RED-ITEM OCCURS 53 TIMES.
               10  RED-NOME            PIC X(12).
               10  RED-DESTINO         PIC X(12).
       01  WS-IDX-RED                  PIC 9(02).
       01  WS-QTD-PASSOS-OK            PIC 9(02) VALUE 0.
       01  WS-QTD-PASSOS-FALHA         PIC 9(02) VALUE 0.
       01  WS-QTD-PASSOS-PULADOS       PIC 9(02) VALUE 0.
       01  WS-QTD-PASSOS-RETIDOS       PIC 9(02) VALUE 0.
       01  WS-MAIOR-RC                 PIC 9(04) VALUE 0.

      *    MEDICAO DO TEMPO DE CADA PASSO (HHMMSSCC -> SEGUNDOS).
       01  WS-HORA-INICIO-PASSO        PIC 9(08).
           PERFORM ENCERRAR-ARQUIVOS.

       PROGRAM-DONE.
           IF LOTE-FALHOU
               MOVE 16 TO WS-MAIOR-RC
           END-IF.
           MOVE WS-MAIOR-RC TO RETURN-CODE.
           STOP RUN.

       ABRIR-ARQUIVOS.
      *    NOMES DE TESTE E OS NOMES LOGICOS DA RODADA SAO
      *    REDIRECIONADOS PELO MAPEAMENTO DD DO AMBIENTE; A MARCA
      *    HOMOLOG AVISA O ESCRITOR DE SPOOL PARA CARIMBAR TESTE.
      *    O OPLOG DO PROPRIO DRIVER (ABERTO ANTES DO ENSAIO) E O
      *    RESUMODIA CONTINUAM OS REAIS - O ENSAIO FICA REGISTRADO
      *    ONDE O OPERADOR OLHA; O OPLOG DOS PASSOS VAI PARA O OPLOGT.
      *    A IMAGEM DA FOLHA (FOLHAIMG) DO ENSAIO VAI PARA A COPIA,
      *    PARA NAO APAGAR A QUE O ESTORNO (PROG135) USA NA PRODUCAO.
      *--------------------------------------------------------------*
       LER-CARTAO-DE-HOMOLOGACAO.
           OPEN INPUT ARQ-HOMOLOGACAO.
       PREPARAR-RODADA-DE-ENSAIO.
           CALL "PROG116".
           PERFORM VARYING WS-IDX-RED FROM 1 BY 1
                   UNTIL WS-IDX-RED > 53
               SET ENVIRONMENT RED-NOME (WS-IDX-RED)
                   TO RED-DESTINO (WS-IDX-RED)
           END-PERFORM.
           PERFORM LER-PASSO-CONTROLE.

       CARREGAR-CADEIA-PADRAO.
           MOVE 9 TO WS-QTD-PASSOS.
           MOVE 010      TO PAS-SEQUENCIA (1).
           MOVE "PROG54" TO PAS-PROGRAMA (1).
           MOVE "D"      TO PAS-REGRA-DIA (1).
           MOVE "A"      TO PAS-ACAO-ERRO (1).
           MOVE 015      TO PAS-SEQUENCIA (2).
           MOVE "PROG161" TO PAS-PROGRAMA (2).
           MOVE "D"      TO PAS-REGRA-DIA (2).
           MOVE "A"      TO PAS-ACAO-ERRO (2).
           MOVE 020      TO PAS-SEQUENCIA (3).
           MOVE "PROG29" TO PAS-PROGRAMA (3).
           MOVE "D"      TO PAS-REGRA-DIA (3).
           MOVE "A"      TO PAS-ACAO-ERRO (3).
           MOVE 030      TO PAS-SEQUENCIA (4).
           MOVE "PROG51" TO PAS-PROGRAMA (4).
           MOVE "D"      TO PAS-REGRA-DIA (4).
           MOVE "A"      TO PAS-ACAO-ERRO (4).
           MOVE 040      TO PAS-SEQUENCIA (5).
           MOVE "PROG34" TO PAS-PROGRAMA (5).
           MOVE "D"      TO PAS-REGRA-DIA (5).
           MOVE "A"      TO PAS-ACAO-ERRO (5).
           MOVE 050      TO PAS-SEQUENCIA (6).
           MOVE "PROG30" TO PAS-PROGRAMA (6).
           MOVE "D"      TO PAS-REGRA-DIA (6).
           MOVE "A"      TO PAS-ACAO-ERRO (6).
           MOVE 055      TO PAS-SEQUENCIA (7).
           MOVE "PROG165" TO PAS-PROGRAMA (7).
           MOVE "D"      TO PAS-REGRA-DIA (7).
           MOVE "C"      TO PAS-ACAO-ERRO (7).
           MOVE 060      TO PAS-SEQUENCIA (8).
           MOVE "PROG14" TO PAS-PROGRAMA (8).
           MOVE "U"      TO PAS-REGRA-DIA (8).
           MOVE "C"      TO PAS-ACAO-ERRO (8).
           MOVE 070      TO PAS-SEQUENCIA (9).
           MOVE "PROG57" TO PAS-PROGRAMA (9).
           MOVE "M"      TO PAS-REGRA-DIA (9).
           MOVE "C"      TO PAS-ACAO-ERRO (9).

      *--------------------------------------------------------------*
      *    CALENDARIO DE FERIADOS E CARTAO DE RESTART.
      *--------------------------------------------------------------*
       EXECUTAR-UM-PASSO.
           MOVE PAS-PROGRAMA (WS-IDX-PASSO) TO WS-PASSO-ATUAL.
           PERFORM CONFERIR-CARGA-RETIDA.
           EVALUATE TRUE
               WHEN PAS-SEQUENCIA (WS-IDX-PASSO)
                       < WS-SEQUENCIA-RESTART
               WHEN PAS-REGRA-DIA (WS-IDX-PASSO) = "U"
                   AND HOJE-E-FERIADO
                   PERFORM REGISTRAR-PASSO-PULADO
               WHEN PASSO-RETIDO
                   PERFORM REGISTRAR-PASSO-RETIDO
               WHEN OTHER
                   PERFORM CHAMAR-O-PROGRAMA-DO-PASSO
           END-EVALUATE.
           ADD 1 TO WS-IDX-PASSO.

      *    O CARGARET E RELIDO A CADA PASSO PORQUE A VARREDURA QUE O
      *    GRAVA RODA NA PROPRIA CADEIA, ANTES DAS CARGAS.
       CONFERIR-CARGA-RETIDA.
           MOVE "N" TO WS-PASSO-RETIDO.
           MOVE "N" TO WS-FIM-RETIDAS.
           OPEN INPUT ARQ-CARGAS-RETIDAS.
           IF WS-STATUS-RETIDAS = "00"
               PERFORM LER-CARGA-RETIDA
               PERFORM CONFERIR-UMA-CARGA-RETIDA UNTIL FIM-RETIDAS
               CLOSE ARQ-CARGAS-RETIDAS
           END-IF.

       LER-CARGA-RETIDA.
           READ ARQ-CARGAS-RETIDAS
               AT END SET FIM-RETIDAS TO TRUE
           END-READ.

       CONFERIR-UMA-CARGA-RETIDA.
           IF RET-DATA = WS-DATA-HOJE
               AND RET-PROGRAMA-CARGA = WS-PASSO-ATUAL
               SET PASSO-RETIDO TO TRUE
           END-IF.
           PERFORM LER-CARGA-RETIDA.

       CHAMAR-O-PROGRAMA-DO-PASSO.
           ACCEPT WS-HORA-INICIO-PASSO FROM TIME.
           CALL WS-PASSO-ATUAL
               ON EXCEPTION
                   MOVE 16 TO RETURN-CODE
                   PERFORM GUARDAR-MAIOR-RC
                   PERFORM REGISTRAR-PASSO-COM-FALHA
               NOT ON EXCEPTION
                   PERFORM GUARDAR-MAIOR-RC
                   PERFORM VERIFICAR-RETURN-CODE-DO-PASSO
           END-CALL.
           ACCEPT WS-HORA-FIM-PASSO FROM TIME.
           MOVE WS-DURACAO-PASSO            TO TMH-DURACAO-SEG.
           WRITE REG-TEMPO-HIST.

       GUARDAR-MAIOR-RC.
           IF RETURN-CODE > WS-MAIOR-RC
               MOVE RETURN-CODE TO WS-MAIOR-RC
           END-IF.

       VERIFICAR-RETURN-CODE-DO-PASSO.
           IF RETURN-CODE = 0
               PERFORM REGISTRAR-PASSO-OK
           MOVE "PULADO" TO WS-SITUACAO-PASSO.
           PERFORM GRAVAR-LINHA-RESUMO-PASSO.

       REGISTRAR-PASSO-RETIDO.
           ADD 1 TO WS-QTD-PASSOS-RETIDOS.
           MOVE "RETIDO" TO WS-SITUACAO-PASSO.
           MOVE "PROG42"         TO LOG-PROGRAMA.
           MOVE SPACES           TO LOG-EVENTO.
           STRING "CARGA RETIDA - VALOR TRUNCADO: " WS-PASSO-ATUAL
               DELIMITED BY SIZE INTO LOG-EVENTO
           END-STRING.
           MOVE WS-DATA-HOJE    TO LOG-DATA-HORA.
           WRITE REG-LOG-OPERACAO.
           PERFORM GRAVAR-LINHA-RESUMO-PASSO.

       GRAVAR-LINHA-RESUMO-PASSO.
           MOVE SPACES TO LINHA-RESUMO.
           IF RODADA-DE-ENSAIO
           STRING "PASSOS CONCLUIDOS: " WS-QTD-PASSOS-OK
               " - COM FALHA: " WS-QTD-PASSOS-FALHA
               " - PULADOS: " WS-QTD-PASSOS-PULADOS
               " - RETIDOS: " WS-QTD-PASSOS-RETIDOS
               DELIMITED BY SIZE INTO LINHA-RESUMO
           END-STRING.
           WRITE LINHA-RESUMO.

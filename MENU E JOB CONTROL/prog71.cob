      *         ACAO  "A" ABRE O RELATORIO (GRAVA A ABERTURA)
      *               "G" GRAVA UMA LINHA DO CORPO
      *               "F" FECHA (GRAVA O FECHO E CATALOGA)
      *               "P" COMECA PAGINA NOVA (GRAVA A MARCA ^^^^)
      *
      *     AS MARCAS <<<< E >>>> DELIMITAM CADA RELATORIO DENTRO DO
      *     SPOOL - E POR ELAS QUE O PROG72 REIMPRIME.
      *
      *     O RELATORIO QUE SAI UM DOCUMENTO POR FOLHA (DEMONSTRATIVO
      *     POR FUNCIONARIO) PEDE A PAGINA NOVA ANTES DE CADA UM: A
      *     MARCA ^^^^ COM O NUMERO DA PAGINA E ONDE A IMPRESSORA
      *     SALTA A FOLHA, E VAI JUNTO NA REIMPRESSAO. A MARCA NAO
      *     CONTA COMO LINHA DO CORPO.
      *
      *     NUMA RODADA DE HOMOLOGACAO (MARCA HOMOLOG DO AMBIENTE,
      *     POSTA PELO PROG42) A ABERTURA E O FECHO SAEM CARIMBADOS
      *     *** TESTE *** - NENHUM IMPRESSO DE ENSAIO PASSA POR
      *     RELATORIO DE VERDADE.
      *
      *     CADA RELATORIO LEVA NA ABERTURA E NO CATALOGO O NIVEL DE
      *     MASCARAMENTO (CPF, VALOR, BANCO - VER PROG142) DO PERFIL
      *     DA SESSAO QUE O PRODUZIU, PARA A REIMPRESSAO PELO PROG72
      *     NAO ENTREGAR A UM PERFIL MAIS RESTRITO UMA COPIA ABERTA.

       ENVIRONMENT DIVISION.

       01  WS-NOME-ABERTO              PIC X(10) VALUE SPACES.
       01  WS-DESTINO-ABERTO           PIC X(08) VALUE SPACES.
       01  WS-QTD-LINHAS               PIC 9(06) VALUE 0.
       01  WS-QTD-PAGINAS              PIC 9(04) VALUE 0.

      *    NIVEL DE MASCARAMENTO DO PERFIL DA SESSAO (PROG142).
       01  WS-MSC-ACAO                 PIC X(01).
       01  WS-MSC-TIPO                 PIC X(01) VALUE SPACE.
       01  WS-MSC-NIVEIS               PIC X(03) VALUE "CCC".
       01  WS-MSC-CAMPO                PIC X(20) VALUE SPACES.
       01  WS-MSC-TAMANHO              PIC 9(02) VALUE 0.

      *    MARCA DE HOMOLOGACAO DO AMBIENTE (HOMOLOG = "S").
       01  WS-MARCA-HOMOLOG            PIC X(01) VALUE "N".
                   PERFORM GRAVAR-LINHA
               WHEN "F"
                   PERFORM FECHAR-RELATORIO
               WHEN "P"
                   PERFORM COMECAR-PAGINA-NOVA
           END-EVALUATE.

       PROGRAM-DONE.
           MOVE LNK-NOME-RELATORIO TO WS-NOME-ABERTO.
           MOVE LNK-DESTINO        TO WS-DESTINO-ABERTO.
           MOVE 0 TO WS-QTD-LINHAS.
           MOVE 0 TO WS-QTD-PAGINAS.
           PERFORM CONFERIR-MARCA-DE-HOMOLOG.
           MOVE "N" TO WS-MSC-ACAO.
           CALL "PROG142" USING WS-MSC-ACAO WS-MSC-TIPO WS-MSC-NIVEIS
               WS-MSC-CAMPO WS-MSC-TAMANHO.
           OPEN EXTEND ARQ-SPOOL.
           IF WS-STATUS-SPOOL = "35"
               OPEN OUTPUT ARQ-SPOOL
           MOVE SPACES TO LINHA-SPOOL.
           STRING "<<<< " WS-NOME-ABERTO " " WS-DATA-HOJE
               " " WS-HORA-AGORA " DESTINO " WS-DESTINO-ABERTO
               " MASCARA " WS-MSC-NIVEIS
               DELIMITED BY SIZE INTO LINHA-SPOOL
           END-STRING.
           WRITE LINHA-SPOOL.
           WRITE LINHA-SPOOL.
           ADD 1 TO WS-QTD-LINHAS.

       COMECAR-PAGINA-NOVA.
           ADD 1 TO WS-QTD-PAGINAS.
           MOVE SPACES TO LINHA-SPOOL.
           STRING "^^^^ " WS-NOME-ABERTO " PAGINA " WS-QTD-PAGINAS
               DELIMITED BY SIZE INTO LINHA-SPOOL
           END-STRING.
           WRITE LINHA-SPOOL.

      *--------------------------------------------------------------*
      *    FECHO - CONTAGEM DE LINHAS NO SPOOL E REGISTRO NO
      *    CATALOGO.
           MOVE WS-QTD-LINHAS     TO CAT-QTD-LINHAS.
           MOVE WS-DESTINO-ABERTO TO CAT-DESTINO.
           MOVE "G"               TO CAT-SITUACAO.
           MOVE WS-MSC-NIVEIS     TO CAT-NIVEL-MASCARA.
           WRITE REG-CATALOGO-RELATORIO.
           CLOSE ARQ-CATALOGO.
           MOVE SPACES TO WS-NOME-ABERTO.

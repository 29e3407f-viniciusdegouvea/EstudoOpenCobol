      *     NAO ENTRAR DUAS VEZES NA FOLHA.
      *
      *     ALEM DO MOVFOLHA, O PROGRAMA PROCESSA, QUANDO EXISTEM, O
      *     LOTE DE PAGAMENTO DO BANCO DE HORAS (MOVBHPAG, DO PROG90),
      *     O LOTE DO RETROATIVO DE DISSIDIO (MOVRETRO, DO PROG98) E
      *     O LOTE DE COMISSOES DE VENDAS COM O REFLEXO NO DSR
      *     (MOVCOMIS, DO PROG121), NO MESMO LAYOUT - CADA LOTE COM
      *     SEU PROPRIO HEADER, TRAILER E SEQUENCIA.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV-RETRO.

           SELECT ARQ-MOV-COMISSAO ASSIGN TO "MOVCOMIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MOV-COMISSAO.

           SELECT ARQ-MOV-VALIDADOS ASSIGN TO "MOVVALID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VALIDADOS.
       FD  ARQ-MOV-RETRO.
       01  REG-MOV-RETRO               PIC X(38).

       FD  ARQ-MOV-COMISSAO.
       01  REG-MOV-COMISSAO            PIC X(38).

       FD  ARQ-MOV-VALIDADOS.
       COPY CPMOVTO REPLACING ==REG-MOVIMENTO== BY ==REG-MOV-VALIDADO==
           ==MOV-CODIGO== BY ==MVV-CODIGO==
       01  REG-SEQUENCIA-MOV.
           05  SEQ-SEQUENCIA           PIC 9(06).
           05  SEQ-DATA-PROCESSO       PIC 9(08).
      *    ORIGEM DO LOTE (MOVFOLHA/MOVBHPAG/MOVRETRO/MOVCOMIS) -
      *    CADA FONTE TEM O SEU ESPACO DE SEQUENCIA, PARA OS LOTES
      *    GERADOS COM SEQUENCIA AAMMDD (PROG90, PROG98 E PROG121)
      *    NAO COLIDIREM ENTRE SI NO MESMO DIA. REGISTRO ANTIGO SEM
      *    ORIGEM VALE MOVFOLHA.
           05  SEQ-ORIGEM              PIC X(08).

       FD  ARQ-EXCECOES.
       01  WS-STATUS-MOVIMENTOS        PIC X(02).
       01  WS-STATUS-MOV-BANCO         PIC X(02).
       01  WS-STATUS-MOV-RETRO         PIC X(02).
       01  WS-STATUS-MOV-COMISSAO      PIC X(02).
       01  WS-STATUS-VALIDADOS         PIC X(02).
       01  WS-STATUS-SEQUENCIAS        PIC X(02).
       01  WS-STATUS-EXCP              PIC X(02).
           PERFORM PROCESSAR-LOTE-MOVFOLHA.
           PERFORM PROCESSAR-LOTE-BANCO-HORAS.
           PERFORM PROCESSAR-LOTE-RETROATIVO.
           PERFORM PROCESSAR-LOTE-COMISSAO.
           PERFORM ENCERRAR-ARQUIVOS.
           DISPLAY "VALIDACAO DE MOVIMENTOS - VALIDADOS: "
               WS-QTD-VALIDADOS " - REJEITADOS: " WS-QTD-REJEITADOS.

      *--------------------------------------------------------------*
      *    LOTES - O MOVFOLHA (DIGITACAO) E OBRIGATORIO; O MOVBHPAG
      *    (PAGAMENTO DE BANCO DE HORAS DO PROG90), O MOVRETRO E O
      *    MOVCOMIS SO SAO PROCESSADOS QUANDO EXISTEM. CADA LOTE TEM
      *    HEADER, TRAILER E SEQUENCIA PROPRIOS, E SO VIRA MOVVALID
      *    QUANDO FECHA REDONDO.
      *--------------------------------------------------------------*
       PROCESSAR-LOTE-MOVFOLHA.
           MOVE "MOVFOLHA" TO WS-NOME-DO-LOTE.
               PERFORM FECHAR-O-LOTE
           END-IF.

       PROCESSAR-LOTE-COMISSAO.
           MOVE "MOVCOMIS" TO WS-NOME-DO-LOTE.
           PERFORM INICIAR-ESTADO-DO-LOTE.
           OPEN INPUT ARQ-MOV-COMISSAO.
           IF WS-STATUS-MOV-COMISSAO = "00"
               PERFORM LER-MOV-COMISSAO
               PERFORM TRATAR-UM-REGISTRO UNTIL FIM-MOVIMENTOS
                   OR NOT LOTE-OK
               CLOSE ARQ-MOV-COMISSAO
               PERFORM FECHAR-O-LOTE
           END-IF.

       INICIAR-ESTADO-DO-LOTE.
           SET LOTE-OK TO TRUE.
           MOVE "N" TO WS-HEADER-LIDO.
               AT END SET FIM-MOVIMENTOS TO TRUE
           END-READ.

       LER-MOV-COMISSAO.
           READ ARQ-MOV-COMISSAO INTO REG-MOV-ENTRADA
               AT END SET FIM-MOVIMENTOS TO TRUE
           END-READ.

       TRATAR-UM-REGISTRO.
           EVALUATE TRUE
               WHEN MOV-REG-HEADER
                   PERFORM LER-MOVIMENTO
               WHEN "MOVBHPAG"
                   PERFORM LER-MOV-BANCO
               WHEN "MOVCOMIS"
                   PERFORM LER-MOV-COMISSAO
               WHEN OTHER
                   PERFORM LER-MOV-RETRO
           END-EVALUATE.
